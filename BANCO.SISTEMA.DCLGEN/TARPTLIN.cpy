      ******************************************************************
      * DCLGEN TABLE(TARPTLIN)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TARPTLIN))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTRPTLIN)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- LINEAS DE LOS REPORTES DEL REPOSITORIO EN LINEA (VER
      *--- TARPTDIR), EN EL ORDEN EN QUE EL JOB LAS ESCRIBIO EN RPTOUT
      *--- (LINEA_RL DESDE 1).
      *--- SUCURSAL_RL ES LA SUCURSAL A LA QUE RPTLCOB ATRIBUYE LA
      *--- LINEA, EN BLANCO PARA LAS LINEAS GENERALES (ENCABEZADOS,
      *--- TOTALES DEL BANCO): UNA LINEA 'SUCURSAL XXXX' DE UNA SUCURSAL
      *--- DE TABRANCH ES DE ESA SUCURSAL; UNA LINEA CON 'CUENTA'
      *--- SEGUIDO DE UNA CUENTA DE TACUENT ES DE LA SUCURSAL DE LA
      *--- CUENTA; LAS DEMAS HEREDAN LA DE LA LINEA ANTERIOR Y UNA LINEA
      *--- EN BLANCO VUELVE A GENERAL.
      *--- COLUMNAS CON SUFIJO _RL
      ******************************************************************
           EXEC SQL DECLARE TARPTLIN TABLE
           ( REPORTE_RL                     CHAR(8) NOT NULL,
             FECHA_NEGOCIO_RL               DATE NOT NULL,
             LINEA_RL                       INTEGER NOT NULL,
             SUCURSAL_RL                    CHAR(4) NOT NULL
                                            WITH DEFAULT,
             TEXTO_RL                       CHAR(100) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TARPTLIN                           *
      ******************************************************************
       01  CL-ESTRPTLIN.
      *                       REPORTE_RL
           10 CL-REPORTE-RL        PIC X(8).
      *                       FECHA_NEGOCIO_RL
           10 CL-FECHA-NEGOCIO-RL  PIC X(10).
      *                       LINEA_RL
           10 CL-LINEA-RL          PIC S9(9) USAGE COMP.
      *                       SUCURSAL_RL
           10 CL-SUCURSAL-RL       PIC X(4).
      *                       TEXTO_RL
           10 CL-TEXTO-RL          PIC X(100).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
