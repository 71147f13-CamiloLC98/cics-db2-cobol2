      ******************************************************************
      * DCLGEN TABLE(TAEFLINE)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAEFLINE))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTEFLINE)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- LINEAS DE LOS ESTADOS FINANCIEROS MENSUALES (BALANCE GENERAL
      *--- Y ESTADO DE RESULTADOS) Y EL RANGO DE CUENTAS CONTABLES DE
      *--- TAGLBAL QUE SE AGRUPA EN CADA UNA. LA MANTIENE CONTABILIDAD
      *--- POR CARGA DE DATOS, IGUAL QUE TAGLMAP; CADA CUENTA CONTABLE
      *--- CON SALDO DEBE CAER EN UN SOLO RANGO (EEFFCOB ABORTA EL
      *--- CIERRE SI UNA CUENTA NO TIENE LINEA O TIENE MAS DE UNA). UNA
      *--- LINEA PUEDE TENER VARIAS FILAS CON RANGOS DISTINTOS Y LOS
      *--- MISMOS DEMAS DATOS.
      *--- CLASE_EF: 'A' ACTIVO, 'P' PASIVO, 'K' PATRIMONIO (BALANCE
      *--- GENERAL), 'I' INGRESO, 'G' GASTO (ESTADO DE RESULTADOS).
      *--- LINEA_EF ES EL CODIGO Y EL ORDEN DE PRESENTACION DENTRO DE LA
      *--- CLASE. SIGNO_EF ES +1 PARA LAS LINEAS DE NATURALEZA DEBITO
      *--- (ACTIVO, GASTO) Y -1 PARA LAS DE NATURALEZA CREDITO (PASIVO,
      *--- PATRIMONIO, INGRESO), PORQUE TAGLBAL GUARDA LOS SALDOS
      *--- ACREEDORES EN NEGATIVO. CODIGO_SF_EF ES EL CODIGO DEL RENGLON
      *--- EN EL INFORME MENSUAL A LA SUPERINTENDENCIA FINANCIERA.
      *--- COLUMNAS CON SUFIJO _EF PARA NO CHOCAR CON TAGLBAL/TAGLMES
      ******************************************************************
           EXEC SQL DECLARE TAEFLINE TABLE
           ( LINEA_EF                       CHAR(4) NOT NULL,
             CLASE_EF                       CHAR(1) NOT NULL,
             DESCRIPCION_EF                 CHAR(30) NOT NULL,
             CUENTA_DESDE_EF                CHAR(8) NOT NULL,
             CUENTA_HASTA_EF                CHAR(8) NOT NULL,
             SIGNO_EF                       SMALLINT NOT NULL,
             CODIGO_SF_EF                   CHAR(6) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAEFLINE                           *
      ******************************************************************
       01  CL-ESTEFLINE.
      *                       LINEA_EF
           10 CL-LINEA-EF          PIC X(4).
      *                       CLASE_EF
           10 CL-CLASE-EF          PIC X(1).
      *                       DESCRIPCION_EF
           10 CL-DESCRIPCION-EF    PIC X(30).
      *                       CUENTA_DESDE_EF
           10 CL-CUENTA-DESDE-EF   PIC X(8).
      *                       CUENTA_HASTA_EF
           10 CL-CUENTA-HASTA-EF   PIC X(8).
      *                       SIGNO_EF
           10 CL-SIGNO-EF          PIC S9(4) USAGE COMP.
      *                       CODIGO_SF_EF
           10 CL-CODIGO-SF-EF      PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
