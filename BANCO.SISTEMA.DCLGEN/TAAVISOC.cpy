      ******************************************************************
      * DCLGEN TABLE(TAAVISOC)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAAVISOC))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTAVISOC)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- AVISO PREVIO AL CLIENTE DE CAMBIOS DESFAVORABLES EN LAS
      *--- CONDICIONES DE SU CUENTA: UNA FILA POR CUENTA AVISADA Y POR
      *--- CAMBIO. LA GRABA EL BATCH DIARIO AVISCOB AL ENCOLAR EL AVISO
      *--- EN TANOTIF (ID_NOTIFICACION_AV, DESPACHADO POR NOTDCOB EN EL
      *--- IDIOMA DEL CLIENTE).
      *--- TIPO_CAMBIO_AV: 'T' BAJA DE TASA EN UN SET DE TRAMOS DE
      *--- TATIERS (CODIGO_AV = PRODUCTO, FECHA_VIGENCIA_AV = FECHA DEL
      *--- SET); 'C' SUBIDA DE UN CARGO DEL TARIFARIO TAFEESCH
      *--- (CODIGO_AV = CODIGO DEL CARGO, FECHA_VIGENCIA_AV =
      *--- FECHA_VIGENCIA_CARGO).
      *--- FECHA_APLICA_AV: DESDE CUANDO EL CAMBIO ALCANZA A ESTA
      *--- CUENTA. ES LA FECHA DE VIGENCIA, O FECHA_AVISO_AV MAS LOS
      *--- DIAS DE PREAVISO (TAPARAM 'DIAS-AVISO-CAMBIO') SI EL AVISO
      *--- SALIO TARDE. MIENTRAS NO LLEGUE, INTRCOB/EXTRCOB SIGUEN CON
      *--- EL SET DE TRAMOS ANTERIOR Y LOS COBROS DEL TARIFARIO CON
      *--- MONTO_ANTERIOR_CARGO (VER AVISCTPR.cpy).
      *--- COLUMNAS CON SUFIJO _AV PARA NO CHOCAR CON TACUENT Y TANOTIF
      ******************************************************************
           EXEC SQL DECLARE TAAVISOC TABLE
           ( NUMERO_CUENTA_AV               CHAR(10) NOT NULL,
             TIPO_CAMBIO_AV                 CHAR(1) NOT NULL,
             CODIGO_AV                      CHAR(8) NOT NULL,
             FECHA_VIGENCIA_AV              DATE NOT NULL,
             FECHA_AVISO_AV                 DATE NOT NULL,
             FECHA_APLICA_AV                DATE NOT NULL,
             ID_NOTIFICACION_AV             INTEGER NOT NULL,
             FECHA_REGISTRO_AV              TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAAVISOC                           *
      ******************************************************************
       01  CL-ESTAVISOC.
      *                       NUMERO_CUENTA_AV
           10 CL-NUMERO-CUENTA-AV  PIC X(10).
      *                       TIPO_CAMBIO_AV
           10 CL-TIPO-CAMBIO-AV    PIC X(1).
      *                       CODIGO_AV
           10 CL-CODIGO-AV         PIC X(8).
      *                       FECHA_VIGENCIA_AV
           10 CL-FECHA-VIGENCIA-AV PIC X(10).
      *                       FECHA_AVISO_AV
           10 CL-FECHA-AVISO-AV    PIC X(10).
      *                       FECHA_APLICA_AV
           10 CL-FECHA-APLICA-AV   PIC X(10).
      *                       ID_NOTIFICACION_AV
           10 CL-ID-NOTIFICACION-AV PIC S9(9) USAGE COMP.
      *                       FECHA_REGISTRO_AV
           10 CL-FECHA-REGISTRO-AV PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
