      *--- CONSTRUYE PRSTCOB AL DESEMBOLSAR Y LO COBRA PRSCCOB:
      *--- 'P' PENDIENTE, 'C' COBRADA COMPLETA, 'A' COBRADA PARCIAL
      *--- (EL FALTANTE QUEDA EN TAPRESTA.MORA_LN).
      *--- SEGURO_SC: PRIMA DEL SEGURO DE VIDA DEUDORES DE LA CUOTA
      *--- (TASA_SEGURO_LN SOBRE EL SALDO DE CAPITAL AL INICIO DEL
      *--- MES); CUOTA_SC = CAPITAL_SC + INTERES_SC + SEGURO_SC. EN
      *--- CERO PARA LOS PRESTAMOS SIN SEGURO.
      *--- COLUMNAS CON SUFIJO _SC PARA NO CHOCAR CON TAPRESTA
      ******************************************************************
           EXEC SQL DECLARE TAPRSCHD TABLE
             CUOTA_SC                       DECIMAL(15, 2) NOT NULL,
             CAPITAL_SC                     DECIMAL(15, 2) NOT NULL,
             INTERES_SC                     DECIMAL(15, 2) NOT NULL,
             ESTADO_SC                      CHAR(1) NOT NULL,
             SEGURO_SC                      DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAPRSCHD                           *
           10 CL-INTERES-SC        PIC S9(13)V9(2) USAGE COMP-3.
      *                       ESTADO_SC
           10 CL-ESTADO-SC         PIC X(1).
      *                       SEGURO_SC
           10 CL-SEGURO-SC         PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
