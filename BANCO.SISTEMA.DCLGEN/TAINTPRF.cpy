      ******************************************************************
      * DCLGEN TABLE(TAINTPRF)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAINTPRF))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTINTPRF)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- COSTO DE LAS TASAS PREFERENCIALES: UNA FILA POR CUENTA Y POR
      *--- CAUSACION DE INTRCOB PAGADA CON TASA DE TATASPRF, CON LO
      *--- PAGADO Y LO QUE HUBIERA PAGADO EL TRAMO ESTANDAR
      *--- (TATIERS/TAPRODUC) SOBRE EL MISMO SALDO. ID_TRANSACCION_IP ES
      *--- EL ID_TRANSACTION DEL ABONO 'I' EN TATRANS: SI ESE ABONO SE
      *--- REVERSA (PATA 'V' EN REVSCOB O EN BKOTCOB) LA FILA SALE DEL
      *--- REPORTE MENSUAL DE COSTO POR OFICIAL (PREFCOB MODO 'C').
      *--- COLUMNAS CON SUFIJO _IP PARA NO CHOCAR CON TATRANS Y TATASPRF
      ******************************************************************
           EXEC SQL DECLARE TAINTPRF TABLE
           ( NUMERO_CUENTA_IP               CHAR(10) NOT NULL,
             ID_TASA_IP                     INTEGER NOT NULL,
             ID_TRANSACCION_IP              INTEGER NOT NULL,
             FECHA_NEGOCIO_IP               DATE NOT NULL,
             OFICIAL_IP                     CHAR(3) NOT NULL,
             SALDO_IP                       DECIMAL(15, 2) NOT NULL,
             TASA_PREF_IP                   DECIMAL(5, 4) NOT NULL,
             TASA_ESTANDAR_IP               DECIMAL(5, 4) NOT NULL,
             INTERES_PAGADO_IP              DECIMAL(15, 2) NOT NULL,
             INTERES_ESTANDAR_IP            DECIMAL(15, 2) NOT NULL,
             FECHA_REGISTRO_IP              TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAINTPRF                           *
      ******************************************************************
       01  CL-ESTINTPRF.
      *                       NUMERO_CUENTA_IP
           10 CL-NUMERO-CUENTA-IP  PIC X(10).
      *                       ID_TASA_IP
           10 CL-ID-TASA-IP        PIC S9(9) USAGE COMP.
      *                       ID_TRANSACCION_IP
           10 CL-ID-TRANSACCION-IP PIC S9(9) USAGE COMP.
      *                       FECHA_NEGOCIO_IP
           10 CL-FECHA-NEGOCIO-IP  PIC X(10).
      *                       OFICIAL_IP
           10 CL-OFICIAL-IP        PIC X(3).
      *                       SALDO_IP
           10 CL-SALDO-IP          PIC S9(13)V9(2) USAGE COMP-3.
      *                       TASA_PREF_IP
           10 CL-TASA-PREF-IP      PIC S9(1)V9(4) USAGE COMP-3.
      *                       TASA_ESTANDAR_IP
           10 CL-TASA-ESTANDAR-IP  PIC S9(1)V9(4) USAGE COMP-3.
      *                       INTERES_PAGADO_IP
           10 CL-INTERES-PAGADO-IP PIC S9(13)V9(2) USAGE COMP-3.
      *                       INTERES_ESTANDAR_IP
           10 CL-INTERES-ESTANDAR-IP PIC S9(13)V9(2) USAGE COMP-3.
      *                       FECHA_REGISTRO_IP
           10 CL-FECHA-REGISTRO-IP PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
