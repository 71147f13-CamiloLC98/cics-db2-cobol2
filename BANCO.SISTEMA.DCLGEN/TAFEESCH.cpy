      *--- CODIGOS EN USO: RETIRO (COMISION POR RETIRO EN RETRCOB),
      *--- TRANSFER (COMISION POR TRANSFERENCIA EN TRNFCOB) Y
      *--- CUOTA-MES (CUOTA DE MANEJO MENSUAL QUE COBRA EL BATCH
      *--- FEEMCOB). LAS EXONERACIONES POR CUENTA VIVEN EN TAFEEWVR.
      *--- CAMBIO DE TARIFA CON FECHA: MONTO_CARGO RIGE DESDE
      *--- FECHA_VIGENCIA_CARGO Y ANTES DE ESA FECHA SE COBRA
      *--- MONTO_ANTERIOR_CARGO (FECHA EN 0001-01-01 = SIN CAMBIO
      *--- PENDIENTE). UNA SUBIDA SE CARGA CON LA FECHA A FUTURO PARA
      *--- QUE AVISCOB AVISE A LOS CLIENTES ANTES; A LA CUENTA QUE NO
      *--- SE AVISO A TIEMPO SE LE SIGUE COBRANDO EL MONTO ANTERIOR
      *--- (VER TAAVISOC Y 853-CONSULTAR-CARGO-VIGENTE EN AVISCTPR)
      ******************************************************************
           EXEC SQL DECLARE TAFEESCH TABLE
           ( CODIGO_CARGO                   CHAR(8) NOT NULL,
             MONTO_CARGO                    DECIMAL(15, 2) NOT NULL,
             DESCRIPCION_CARGO              CHAR(30) NOT NULL,
             MONTO_ANTERIOR_CARGO           DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             FECHA_VIGENCIA_CARGO           DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAFEESCH                           *
           10 CL-MONTO-CARGO       PIC S9(13)V9(2) USAGE COMP-3.
      *                       DESCRIPCION_CARGO
           10 CL-DESCRIPCION-CARGO PIC X(30).
      *                       MONTO_ANTERIOR_CARGO
           10 CL-MONTO-ANTERIOR-CARGO PIC S9(13)V9(2) USAGE COMP-3.
      *                       FECHA_VIGENCIA_CARGO
           10 CL-FECHA-VIGENCIA-CARGO PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
