      ******************************************************************
      * DCLGEN TABLE(TAJURFIS)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAJURFIS))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTJURFIS)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- JURISDICCIONES FISCALES REPORTABLES PARA EL INTERCAMBIO
      *--- AUTOMATICO DE INFORMACION (FATCA Y CRS). UNA FILA POR PAIS;
      *--- LA MANTIENE CUMPLIMIENTO POR CARGA DIRECTA CADA VEZ QUE
      *--- CAMBIA LA LISTA DE JURISDICCIONES PARTICIPANTES. LA LEE EL
      *--- BATCH ANUAL FCRSCOB PARA DECIDIR QUE TITULARES CON RESIDENCIA
      *--- FISCAL EXTRANJERA (PAIS_FISCAL_1 Y PAIS_FISCAL_2 DE TACLIENT)
      *--- SE REPORTAN Y BAJO QUE REGIMEN.
      *--- REGIMEN_JF: 'F' FATCA (ESTADOS UNIDOS); 'C' CRS (ESTANDAR
      *--- COMUN DE REPORTE DE LA OCDE).
      *--- ESTADO_JF: 'A' ACTIVA (SE REPORTA); 'I' INACTIVA.
      *--- COLUMNAS CON SUFIJO _JF
      ******************************************************************
           EXEC SQL DECLARE TAJURFIS TABLE
           ( PAIS_JF                        CHAR(2) NOT NULL,
             REGIMEN_JF                     CHAR(1) NOT NULL,
             NOMBRE_JF                      CHAR(30) NOT NULL,
             ESTADO_JF                      CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAJURFIS                           *
      ******************************************************************
       01  CL-ESTJURFIS.
      *                       PAIS_JF
           10 CL-PAIS-JF           PIC X(2).
      *                       REGIMEN_JF
           10 CL-REGIMEN-JF        PIC X(1).
      *                       NOMBRE_JF
           10 CL-NOMBRE-JF         PIC X(30).
      *                       ESTADO_JF
           10 CL-ESTADO-JF         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
