      *--- SOBREGIRO.
      *--- COLUMNAS CON SUFIJO _O PORQUE TACUENT/TAPRODUC SE INCLUYEN
      *--- JUNTO A ESTA TABLA EN ODINCOB
      *--- FECHA_COBRO_O: FECHA DE NEGOCIO DEL COBRO QUE MARCO LA FILA
      *--- 'S' (NULA MIENTRAS NO SE COBRE). ES LO QUE PERMITE A BKOTCOB
      *--- DEVOLVER A 'N' SOLO LAS FILAS DE LA CORRIDA DE COBRO QUE
      *--- REVERSA
      ******************************************************************
           EXEC SQL DECLARE TASOBDIA TABLE
           ( NUMERO_CUENTA_O                CHAR(10) NOT NULL,
             FECHA_SOBREGIRO                DATE NOT NULL,
             SALDO_NEGATIVO                 DECIMAL(15, 2) NOT NULL,
             INTERES_DIA                    DECIMAL(15, 2) NOT NULL,
             COBRADO_O                      CHAR(1) NOT NULL,
             FECHA_COBRO_O                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TASOBDIA                           *
           10 CL-INTERES-DIA       PIC S9(13)V9(2) USAGE COMP-3.
      *                       COBRADO_O
           10 CL-COBRADO-O         PIC X(1).
      *                       FECHA_COBRO_O
           10 CL-FECHA-COBRO-O     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
