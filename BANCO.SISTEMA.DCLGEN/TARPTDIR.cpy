      ******************************************************************
      * DCLGEN TABLE(TARPTDIR)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TARPTDIR))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTRPTDIR)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- DIRECTORIO DEL REPOSITORIO DE REPORTES EN LINEA: UNA FILA POR
      *--- CADA EJEMPLAR CARGADO DE UN REPORTE (REPORTE Y FECHA DE
      *--- NEGOCIO). LAS LINEAS DEL EJEMPLAR ESTAN EN TARPTLIN. RPTLCOB
      *--- LA ESCRIBE AL FINAL DE LA CARGA, ASI UN EJEMPLAR SIN FILA
      *--- AQUI ESTA A MEDIO CARGAR Y LA PANTALLA RPTVCOB NO LO MUESTRA;
      *--- VOLVER A CARGAR EL MISMO REPORTE Y FECHA REEMPLAZA EL
      *--- EJEMPLAR ANTERIOR.
      *--- ALCANCE_RD ES EL ALCANCE DEL CATALOGO (TARPTCAT) AL MOMENTO
      *--- DE LA CARGA. FECHA_PURGA_RD ES LA FECHA DE NEGOCIO MAS LOS
      *--- DIAS DE RETENCION; DESDE ESE DIA RPTLCOB BORRA EL EJEMPLAR.
      *--- COLUMNAS CON SUFIJO _RD
      ******************************************************************
           EXEC SQL DECLARE TARPTDIR TABLE
           ( REPORTE_RD                     CHAR(8) NOT NULL,
             FECHA_NEGOCIO_RD               DATE NOT NULL,
             ALCANCE_RD                     CHAR(1) NOT NULL,
             LINEAS_RD                      INTEGER NOT NULL,
             FECHA_CARGA_RD                 TIMESTAMP NOT NULL,
             FECHA_PURGA_RD                 DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TARPTDIR                           *
      ******************************************************************
       01  CL-ESTRPTDIR.
      *                       REPORTE_RD
           10 CL-REPORTE-RD        PIC X(8).
      *                       FECHA_NEGOCIO_RD
           10 CL-FECHA-NEGOCIO-RD  PIC X(10).
      *                       ALCANCE_RD
           10 CL-ALCANCE-RD        PIC X(1).
      *                       LINEAS_RD
           10 CL-LINEAS-RD         PIC S9(9) USAGE COMP.
      *                       FECHA_CARGA_RD
           10 CL-FECHA-CARGA-RD    PIC X(26).
      *                       FECHA_PURGA_RD
           10 CL-FECHA-PURGA-RD    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
