      ******************************************************************
      * DCLGEN TABLE(TAPPEMIS)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAPPEMIS))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTPPEMIS)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- CHEQUES GIRADOS QUE REPORTA EL CLIENTE INSCRITO EN POSITIVE
      *--- PAY (TAPPAFIL), UNA FILA POR CUENTA Y NUMERO DE CHEQUE,
      *--- CARGADOS POR PPCGCOB DESDE SU ARCHIVO DIARIO. CLRICOB SOLO
      *--- PAGA SIN CONSULTAR AL CLIENTE EL CHEQUE QUE ESTA AQUI 'E' Y
      *--- POR EL MISMO MONTO; CUALQUIER OTRO VA A LA COLA DE
      *--- EXCEPCIONES TAPPEXCP.
      *--- ESTADO_PE: 'E' EMITIDO PENDIENTE DE COBRO, 'A' ANULADO POR EL
      *--- CLIENTE, 'P' PAGADO (FECHA_PAGO_PE = DIA DE NEGOCIO DEL
      *--- PAGO).
      *--- COLUMNAS CON SUFIJO _PE PARA NO CHOCAR CON TACUENT Y TACHEQUE
      ******************************************************************
           EXEC SQL DECLARE TAPPEMIS TABLE
           ( NUMERO_CUENTA_PE               CHAR(10) NOT NULL,
             NUMERO_CHEQUE_PE               INTEGER NOT NULL,
             MONTO_PE                       DECIMAL(15, 2) NOT NULL,
             FECHA_EMISION_PE               DATE NOT NULL,
             BENEFICIARIO_PE                CHAR(40) NOT NULL,
             ESTADO_PE                      CHAR(1) NOT NULL,
             FECHA_CARGA_PE                 DATE NOT NULL,
             FECHA_PAGO_PE                  DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAPPEMIS                           *
      ******************************************************************
       01  CL-ESTPPEMIS.
      *                       NUMERO_CUENTA_PE
           10 CL-NUMERO-CUENTA-PE  PIC X(10).
      *                       NUMERO_CHEQUE_PE
           10 CL-NUMERO-CHEQUE-PE  PIC S9(9) USAGE COMP.
      *                       MONTO_PE
           10 CL-MONTO-PE          PIC S9(13)V9(2) USAGE COMP-3.
      *                       FECHA_EMISION_PE
           10 CL-FECHA-EMISION-PE  PIC X(10).
      *                       BENEFICIARIO_PE
           10 CL-BENEFICIARIO-PE   PIC X(40).
      *                       ESTADO_PE
           10 CL-ESTADO-PE         PIC X(1).
      *                       FECHA_CARGA_PE
           10 CL-FECHA-CARGA-PE    PIC X(10).
      *                       FECHA_PAGO_PE
           10 CL-FECHA-PAGO-PE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
