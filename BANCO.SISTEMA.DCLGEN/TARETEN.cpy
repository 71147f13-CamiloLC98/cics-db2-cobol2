      *--- CAJERO EN DEPOCOB; SIEMPRE QUEDA RETENIDO Y ES LO QUE
      *--- CLROCOB PRESENTA A LA CAMARA), BLANCO = EFECTIVO U OTRO
      *--- (RETENIDO SOLO SOBRE EL UMBRAL, NUNCA SE PRESENTA)
      *--- EN UN DEPOSITO DE VARIOS CHEQUES CADA CHEQUE ES SU PROPIA
      *--- FILA, CON LOS DATOS DE LA BANDA MICR (BANCO_GIRADO_R,
      *--- SUCURSAL_GIRADO_R, CUENTA_GIRADOR_R, NUMERO_CHEQUE_R) QUE
      *--- CLROCOB PRESENTA A LA CAMARA; ASI UNA DEVOLUCION (CLRRCOB)
      *--- DESHACE SOLO EL CHEQUE QUE REBOTO. ID_TRANSACTION_R ES EL
      *--- DEPOSITO 'D' DE TATRANS AL QUE PERTENECE EL CHEQUE (CERO EN
      *--- LAS RETENCIONES ANTERIORES O QUE NO SON DE CHEQUE)
      *--- INSTRUMENTO_R 'T' = RESERVA DE UN CODIGO DE RETIRO SIN
      *--- TARJETA (TACODRET): EL MONTO NO SALE DE SALDO, SOLO SUBE
      *--- SALDO_RETENIDO. ESTADO_R 'T' MIENTRAS EL CODIGO ESTA
      *--- VIGENTE (RETNCOB Y REVSCOB NO LA TOCAN), 'U' CUANDO POSTCOB
      *--- LA CONSUME CON EL RETIRO Y 'L' CUANDO RSTVCOB LA LIBERA AL
      *--- VENCER EL CODIGO. FECHA_LIBERACION ES EL DIA DE VENCIMIENTO
      ******************************************************************
           EXEC SQL DECLARE TARETEN TABLE
           ( ID_RETENCION                   INTEGER NOT NULL,
             INSTRUMENTO_R                  CHAR(1) NOT NULL
                                            WITH DEFAULT,
             ID_EMBARGO_R                   INTEGER NOT NULL
                                            WITH DEFAULT,
             ID_TRANSACTION_R               INTEGER NOT NULL
                                            WITH DEFAULT,
             BANCO_GIRADO_R                 CHAR(4) NOT NULL
                                            WITH DEFAULT,
             SUCURSAL_GIRADO_R              CHAR(4) NOT NULL
                                            WITH DEFAULT,
             CUENTA_GIRADOR_R               CHAR(12) NOT NULL
                                            WITH DEFAULT,
             NUMERO_CHEQUE_R                INTEGER NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
           10 CL-INSTRUMENTO-R     PIC X(1).
      *                       ID_EMBARGO_R
           10 CL-ID-EMBARGO-R      PIC S9(9) USAGE COMP.
      *                       ID_TRANSACTION_R
           10 CL-ID-TRANSACTION-R  PIC S9(9) USAGE COMP.
      *                       BANCO_GIRADO_R
           10 CL-BANCO-GIRADO-R    PIC X(4).
      *                       SUCURSAL_GIRADO_R
           10 CL-SUCURSAL-GIRADO-R PIC X(4).
      *                       CUENTA_GIRADOR_R
           10 CL-CUENTA-GIRADOR-R  PIC X(12).
      *                       NUMERO_CHEQUE_R
           10 CL-NUMERO-CHEQUE-R   PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
