      ******************************************************************
      * DCLGEN TABLE(TATICKIT)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TATICKIT))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTTICKIT)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- ITEMS DE UN TIQUETE DE VENTANILLA (TATICKET, VER TICKCOB).
      *--- LLAVE: ID_TICKET_TI + ITEM_TI (CONSECUTIVO DENTRO DEL
      *--- TIQUETE; UN ITEM BORRADO NO SE RENUMERA).
      *--- TIPO_ITEM_TI: 'D' DEPOSITO EN EFECTIVO A CUENTA_TI, 'R'
      *--- RETIRO DE CUENTA_TI, 'B' PAGO DE FACTURA (CODIGO_BL_TI +
      *--- REFERENCIA_TI) Y 'G' GIRO (BENEFICIARIO_TI), AMBOS CONTRA
      *--- CUENTA_TI O EN EFECTIVO SI CUENTA_TI VA EN BLANCO
      *--- (FORMA_PAGO_TI 'C'/'E'), Y 'T' TRASLADO INTERNO DE CUENTA_TI
      *--- A CUENTA_DESTINO_TI.
      *--- AL POSTEAR QUEDAN ID_TRANSACTION_TI (LINEA PRINCIPAL DE
      *--- TATRANS DEL ITEM, LLAVE DEL RECIBO EN TARECIBO) E
      *--- ID_DOCUMENTO_TI (ID DEL PAGO EN TABILPAG O SERIAL DEL GIRO EN
      *--- TAGIROS).
      *--- COLUMNAS CON SUFIJO _TI PARA NO CHOCAR CON TATRANS/TABILPAG
      ******************************************************************
           EXEC SQL DECLARE TATICKIT TABLE
           ( ID_TICKET_TI                   INTEGER NOT NULL,
             ITEM_TI                        SMALLINT NOT NULL,
             TIPO_ITEM_TI                   CHAR(1) NOT NULL,
             CUENTA_TI                      CHAR(10) NOT NULL
                                            WITH DEFAULT,
             CUENTA_DESTINO_TI              CHAR(10) NOT NULL
                                            WITH DEFAULT,
             CODIGO_BL_TI                   CHAR(4) NOT NULL
                                            WITH DEFAULT,
             REFERENCIA_TI                  CHAR(20) NOT NULL
                                            WITH DEFAULT,
             BENEFICIARIO_TI                CHAR(40) NOT NULL
                                            WITH DEFAULT,
             MONTO_TI                       DECIMAL(15, 2) NOT NULL,
             FORMA_PAGO_TI                  CHAR(1) NOT NULL
                                            WITH DEFAULT,
             ID_TRANSACTION_TI              INTEGER NOT NULL
                                            WITH DEFAULT,
             ID_DOCUMENTO_TI                INTEGER NOT NULL
                                            WITH DEFAULT,
             FECHA_HORA_TI                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TATICKIT                           *
      ******************************************************************
       01  CL-ESTTICKIT.
      *                       ID_TICKET_TI
           10 CL-ID-TICKET-TI      PIC S9(9) USAGE COMP.
      *                       ITEM_TI
           10 CL-ITEM-TI           PIC S9(4) USAGE COMP.
      *                       TIPO_ITEM_TI
           10 CL-TIPO-ITEM-TI      PIC X(1).
      *                       CUENTA_TI
           10 CL-CUENTA-TI         PIC X(10).
      *                       CUENTA_DESTINO_TI
           10 CL-CUENTA-DESTINO-TI PIC X(10).
      *                       CODIGO_BL_TI
           10 CL-CODIGO-BL-TI      PIC X(4).
      *                       REFERENCIA_TI
           10 CL-REFERENCIA-TI     PIC X(20).
      *                       BENEFICIARIO_TI
           10 CL-BENEFICIARIO-TI   PIC X(40).
      *                       MONTO_TI
           10 CL-MONTO-TI          PIC S9(13)V9(2) USAGE COMP-3.
      *                       FORMA_PAGO_TI
           10 CL-FORMA-PAGO-TI     PIC X(1).
      *                       ID_TRANSACTION_TI
           10 CL-ID-TRANSACTION-TI PIC S9(9) USAGE COMP.
      *                       ID_DOCUMENTO_TI
           10 CL-ID-DOCUMENTO-TI   PIC S9(9) USAGE COMP.
      *                       FECHA_HORA_TI
           10 CL-FECHA-HORA-TI     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
