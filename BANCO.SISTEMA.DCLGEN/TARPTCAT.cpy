      ******************************************************************
      * DCLGEN TABLE(TARPTCAT)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TARPTCAT))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTRPTCAT)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- CATALOGO DE LOS REPORTES BATCH QUE SE GUARDAN EN EL
      *--- REPOSITORIO DE REPORTES EN LINEA (TARPTDIR/TARPTLIN) EN VEZ
      *--- DE IMPRIMIRSE Y MANDARSE A LAS SUCURSALES. UNA FILA POR
      *--- REPORTE, CON EL NOMBRE DEL PROGRAMA QUE LO PRODUCE (CASHCOB,
      *--- CUADCOB, DORMCOB...). LO CARGA RPTLCOB DESPUES DEL JOB Y SE
      *--- CONSULTA EN LA PANTALLA RPTVCOB.
      *--- DIAS_RETENCION_RK ES CUANTOS DIAS DESPUES DE SU FECHA DE
      *--- NEGOCIO SE CONSERVA CADA EJEMPLAR DEL REPORTE; RPTLCOB PURGA
      *--- LOS VENCIDOS.
      *--- ALCANCE_RK: 'S' REPORTE SECCIONADO POR SUCURSAL, CADA
      *--- SUCURSAL VE LAS LINEAS GENERALES Y LAS DE SU PROPIA SUCURSAL;
      *--- 'C' SOLO CASA MATRIZ (TABRANCH.CASA_MATRIZ). UN REPORTE QUE
      *--- NO ESTA EN EL CATALOGO SE CARGA COMO 'C' CON LA RETENCION POR
      *--- DEFECTO DE RPTLCOB.
      *--- COLUMNAS CON SUFIJO _RK
      ******************************************************************
           EXEC SQL DECLARE TARPTCAT TABLE
           ( REPORTE_RK                     CHAR(8) NOT NULL,
             DESCRIPCION_RK                 CHAR(40) NOT NULL
                                            WITH DEFAULT,
             DIAS_RETENCION_RK              SMALLINT NOT NULL,
             ALCANCE_RK                     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TARPTCAT                           *
      ******************************************************************
       01  CL-ESTRPTCAT.
      *                       REPORTE_RK
           10 CL-REPORTE-RK        PIC X(8).
      *                       DESCRIPCION_RK
           10 CL-DESCRIPCION-RK    PIC X(40).
      *                       DIAS_RETENCION_RK
           10 CL-DIAS-RETENCION-RK PIC S9(4) USAGE COMP.
      *                       ALCANCE_RK
           10 CL-ALCANCE-RK        PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
