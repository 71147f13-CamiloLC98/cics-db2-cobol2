      *--- TAGLMAP), CON PAGO PARCIAL Y MORA ACUMULADA CUANDO NO
      *--- ALCANZA, Y SACA EL ENVEJECIMIENTO DE CARTERA. CON ESTO SE
      *--- RETIRA EL PAQUETE APARTE QUE NUNCA CONCILIABA CON TACUENT.
      *--- ESTADO_LN: 'V' VIGENTE, 'P' PAGADO, 'C' CASTIGADO (FUERA DEL
      *--- SALDO ACTIVO, SU DEUDA SIGUE EN TAPROVIS HASTA RECUPERARSE).
      *--- ID_PRESTAMO ES IDENTITY EN DB2.
      *--- ASEGURADORA_LN / TASA_SEGURO_LN: SEGURO DE VIDA DEUDORES
      *--- TOMADO AL DESEMBOLSAR (TAASEGUR) Y SU TASA MENSUAL SOBRE EL
      *--- SALDO DE CAPITAL, CONGELADA PARA TODA LA VIDA DEL PRESTAMO.
      *--- LA PRIMA DE CADA CUOTA QUEDA EN TAPRSCHD.SEGURO_SC Y SE
      *--- COBRA COMO PATA 'A' EN TATRANS. EN BLANCO/CERO PARA LOS
      *--- PRESTAMOS ANTERIORES AL SEGURO.
      *--- COLUMNAS CON SUFIJO _LN PARA NO CHOCAR CON TACUENT
      ******************************************************************
           EXEC SQL DECLARE TAPRESTA TABLE
             FECHA_DESEMBOLSO_LN            DATE NOT NULL,
             ESTADO_LN                      CHAR(1) NOT NULL,
             USUARIO_LN                     CHAR(3) NOT NULL,
             FECHA_HORA_LN                  TIMESTAMP NOT NULL,
             ASEGURADORA_LN                 CHAR(4) NOT NULL
                                            WITH DEFAULT,
             TASA_SEGURO_LN                 DECIMAL(7, 6) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAPRESTA                           *
           10 CL-USUARIO-LN        PIC X(3).
      *                       FECHA_HORA_LN
           10 CL-FECHA-HORA-LN     PIC X(26).
      *                       ASEGURADORA_LN
           10 CL-ASEGURADORA-LN    PIC X(4).
      *                       TASA_SEGURO_LN
           10 CL-TASA-SEGURO-LN    PIC S9(1)V9(6) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
