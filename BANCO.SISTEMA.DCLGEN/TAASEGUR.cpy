      ******************************************************************
      * DCLGEN TABLE(TAASEGUR)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAASEGUR))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTASEGUR)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- MAESTRO DE ASEGURADORAS DEL SEGURO DE VIDA DEUDORES: CODIGO,
      *--- NOMBRE, CUENTA DE LIQUIDACION EN EL BANCO Y TASA MENSUAL DE
      *--- LA PRIMA SOBRE EL SALDO DE CAPITAL DEL PRESTAMO. PRSTCOB
      *--- TOMA LA ASEGURADORA DIGITADA O LA MARCADA POR_DEFECTO_AS =
      *--- 'S' AL DESEMBOLSAR Y DEJA SU TASA EN TAPRESTA; EL BATCH
      *--- MENSUAL SGVRCOB LE PAGA LAS PRIMAS RECAUDADAS DEL MES CON
      *--- SU ARCHIVO DE ASEGURADOS (BORDEREAUX).
      *--- ESTADO_AS: 'A' ACTIVA, 'I' INACTIVA (NO RECIBE NUEVOS
      *--- PRESTAMOS; LOS YA ASEGURADOS SE LE SIGUEN REMITIENDO).
      *--- COLUMNAS CON SUFIJO _AS PARA NO CHOCAR CON TACUENT
      ******************************************************************
           EXEC SQL DECLARE TAASEGUR TABLE
           ( CODIGO_AS                      CHAR(4) NOT NULL,
             NOMBRE_AS                      CHAR(30) NOT NULL,
             CUENTA_LIQUIDACION_AS          CHAR(10) NOT NULL,
             TASA_PRIMA_AS                  DECIMAL(7, 6) NOT NULL,
             POR_DEFECTO_AS                 CHAR(1) NOT NULL
                                            WITH DEFAULT 'N',
             ESTADO_AS                      CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAASEGUR                           *
      ******************************************************************
       01  CL-ESTASEGUR.
      *                       CODIGO_AS
           10 CL-CODIGO-AS         PIC X(4).
      *                       NOMBRE_AS
           10 CL-NOMBRE-AS         PIC X(30).
      *                       CUENTA_LIQUIDACION_AS
           10 CL-CUENTA-LIQUIDACION-AS PIC X(10).
      *                       TASA_PRIMA_AS
           10 CL-TASA-PRIMA-AS     PIC S9(1)V9(6) USAGE COMP-3.
      *                       POR_DEFECTO_AS
           10 CL-POR-DEFECTO-AS    PIC X(1).
      *                       ESTADO_AS
           10 CL-ESTADO-AS         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
