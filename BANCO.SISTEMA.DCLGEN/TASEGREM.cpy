      ******************************************************************
      * DCLGEN TABLE(TASEGREM)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TASEGREM))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTSEGREM)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- REMESAS MENSUALES DE PRIMAS DE SEGURO DE VIDA DEUDORES: UNA
      *--- FILA POR ASEGURADORA (TAASEGUR) Y PERIODO (YYYY-MM) QUE
      *--- GRABA SGVRCOB AL ABONARLE LO RECAUDADO. UNA ASEGURADORA CON
      *--- FILA EN EL PERIODO NO SE VUELVE A PAGAR SI EL CIERRE SE
      *--- CORRE DE NUEVO EN EL MISMO MES.
      *--- COLUMNAS CON SUFIJO _SR PARA NO CHOCAR CON TAASEGUR
      ******************************************************************
           EXEC SQL DECLARE TASEGREM TABLE
           ( CODIGO_AS_SR                   CHAR(4) NOT NULL,
             PERIODO_SR                     CHAR(7) NOT NULL,
             PRIMAS_SR                      DECIMAL(15, 2) NOT NULL,
             PRESTAMOS_SR                   INTEGER NOT NULL,
             SINIESTROS_SR                  INTEGER NOT NULL,
             FECHA_NEGOCIO_SR               DATE NOT NULL,
             FECHA_HORA_SR                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TASEGREM                           *
      ******************************************************************
       01  CL-ESTSEGREM.
      *                       CODIGO_AS_SR
           10 CL-CODIGO-AS-SR      PIC X(4).
      *                       PERIODO_SR
           10 CL-PERIODO-SR        PIC X(7).
      *                       PRIMAS_SR
           10 CL-PRIMAS-SR         PIC S9(13)V9(2) USAGE COMP-3.
      *                       PRESTAMOS_SR
           10 CL-PRESTAMOS-SR      PIC S9(9) USAGE COMP.
      *                       SINIESTROS_SR
           10 CL-SINIESTROS-SR     PIC S9(9) USAGE COMP.
      *                       FECHA_NEGOCIO_SR
           10 CL-FECHA-NEGOCIO-SR  PIC X(10).
      *                       FECHA_HORA_SR
           10 CL-FECHA-HORA-SR     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
