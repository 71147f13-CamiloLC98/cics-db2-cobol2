      ******************************************************************
      * DCLGEN TABLE(TAPARTIC)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAPARTIC))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTPARTIC)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- PARTICIONES POR RANGO DE CUENTA DE LOS JOBS BATCH PESADOS DE
      *--- NIVEL CUENTA (INTRCOB, EXTRCOB, FEEMCOB, DORMCOB), PARA
      *--- CORRER VARIAS COPIAS DEL MISMO JOB EN PARALELO EN EL CIERRE
      *--- DE MES. UNA FILA POR JOB Y NUMERO DE PARTICION (1 A 9,
      *--- CONSECUTIVOS DESDE 1).
      *--- CUENTA_HASTA_PT ES EL TOPE (INCLUSIVE) DE LA PARTICION: LA
      *--- PARTICION N TOMA LAS CUENTAS MAYORES AL TOPE DE LA N-1 HASTA
      *--- SU PROPIO TOPE, LA PRIMERA ARRANCA DESDE LA CUENTA MAS BAJA Y
      *--- LA ULTIMA NO TIENE TOPE (SU CUENTA_HASTA_PT SE IGNORA). ASI
      *--- LOS RANGOS NO SE PUEDEN TRASLAPAR NI DEJAR HUECOS; LOS TOPES
      *--- DEBEN IR EN ORDEN CRECIENTE.
      *--- CADA PARTICION CORRE CON SU NUMERO EN LA TARJETA SYSIN Y
      *--- QUEDA EN TARUNCTL CON SU PROPIO NOMBRE DE CORRIDA (EL JOB MAS
      *--- EL DIGITO DE LA PARTICION, EJ. INTRCOB3) Y SU PROPIO PUNTO DE
      *--- CONTROL (VER 861-RESOLVER-PARTICION EN PARTCTPR.cpy). UN JOB
      *--- CON PARTICIONES DECLARADAS SOLO CORRE PARTICIONADO; JCHNCOB
      *--- LO DA POR TERMINADO CUANDO TODAS SUS PARTICIONES TERMINAN Y
      *--- UNIPCOB UNE SUS REPORTES. SIN FILAS EL JOB CORRE COMPLETO
      *--- COMO SIEMPRE.
      *--- COLUMNAS CON SUFIJO _PT
      ******************************************************************
           EXEC SQL DECLARE TAPARTIC TABLE
           ( PROGRAMA_PT                    CHAR(8) NOT NULL,
             PARTICION_PT                   SMALLINT NOT NULL,
             CUENTA_HASTA_PT                CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAPARTIC                           *
      ******************************************************************
       01  CL-ESTPARTIC.
      *                       PROGRAMA_PT
           10 CL-PROGRAMA-PT       PIC X(8).
      *                       PARTICION_PT
           10 CL-PARTICION-PT      PIC S9(4) USAGE COMP.
      *                       CUENTA_HASTA_PT
           10 CL-CUENTA-HASTA-PT   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
