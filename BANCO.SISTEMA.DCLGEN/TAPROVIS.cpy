      ******************************************************************
      * DCLGEN TABLE(TAPROVIS)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAPROVIS))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTPROVIS)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- PROVISION DE CARTERA Y CASTIGO POR PRESTAMO (UNA FILA POR
      *--- ID_PRESTAMO). EL BATCH DE CIERRE DE MES PROVCOB DEJA LOS DIAS
      *--- DE MORA, LA BANDA DE ENVEJECIMIENTO (0 AL DIA, 1 DE 1-30, 2
      *--- DE 31-60, 3 DE 61-90, 4 MAS DE 90, LAS MISMAS DE PRSCCOB), EL
      *--- PORCENTAJE APLICADO Y LA PROVISION CONSTITUIDA; LA DIFERENCIA
      *--- CONTRA LA FILA ANTERIOR VA AL MAYOR COMO TIPO 'H' (GASTO) O
      *--- 'Q' (REINTEGRO).
      *--- ESTADO_CASTIGO_PV: ' ' SIN NOVEDAD, 'P' PROPUESTO POR PROVCOB
      *--- AL PASAR EL UMBRAL DE DIAS, 'R' RECHAZADO POR EL SUPERVISOR,
      *--- 'A' CASTIGADO (APROBADO EN CASTCOB, PATA 'Z'). UN PRESTAMO
      *--- CASTIGADO SALE DEL SALDO ACTIVO DE TAPRESTA (ESTADO_LN 'C') Y
      *--- SU DEUDA QUEDA EN CUENTAS DE ORDEN AQUI: SALDO_CASTIGO_PV
      *--- BAJA CON CADA RECUPERACION (TIPO 'U' DESDE PRPGCOB) Y
      *--- RECUPERADO_PV LA ACUMULA.
      *--- COLUMNAS CON SUFIJO _PV PARA NO CHOCAR CON TAPRESTA
      ******************************************************************
           EXEC SQL DECLARE TAPROVIS TABLE
           ( ID_PRESTAMO_PV                 INTEGER NOT NULL,
             NUMERO_CUENTA_PV               CHAR(10) NOT NULL,
             DIAS_MORA_PV                   INTEGER NOT NULL
                                            WITH DEFAULT,
             BANDA_PV                       SMALLINT NOT NULL
                                            WITH DEFAULT,
             PORCENTAJE_PV                  DECIMAL(7, 4) NOT NULL
                                            WITH DEFAULT,
             PROVISION_PV                   DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             FECHA_CALCULO_PV               DATE NOT NULL
                                            WITH DEFAULT,
             ESTADO_CASTIGO_PV              CHAR(1) NOT NULL
                                            WITH DEFAULT,
             CAPITAL_CASTIGADO_PV           DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             MORA_CASTIGADA_PV              DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             SALDO_CASTIGO_PV               DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             RECUPERADO_PV                  DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             USUARIO_CASTIGO_PV             CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_CASTIGO_PV               DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAPROVIS                           *
      ******************************************************************
       01  CL-ESTPROVIS.
      *                       ID_PRESTAMO_PV
           10 CL-ID-PRESTAMO-PV    PIC S9(9) USAGE COMP.
      *                       NUMERO_CUENTA_PV
           10 CL-NUMERO-CUENTA-PV  PIC X(10).
      *                       DIAS_MORA_PV
           10 CL-DIAS-MORA-PV      PIC S9(9) USAGE COMP.
      *                       BANDA_PV
           10 CL-BANDA-PV          PIC S9(4) USAGE COMP.
      *                       PORCENTAJE_PV
           10 CL-PORCENTAJE-PV     PIC S9(3)V9(4) USAGE COMP-3.
      *                       PROVISION_PV
           10 CL-PROVISION-PV      PIC S9(13)V9(2) USAGE COMP-3.
      *                       FECHA_CALCULO_PV
           10 CL-FECHA-CALCULO-PV  PIC X(10).
      *                       ESTADO_CASTIGO_PV
           10 CL-ESTADO-CASTIGO-PV PIC X(1).
      *                       CAPITAL_CASTIGADO_PV
           10 CL-CAPITAL-CASTIGADO-PV PIC S9(13)V9(2) USAGE COMP-3.
      *                       MORA_CASTIGADA_PV
           10 CL-MORA-CASTIGADA-PV PIC S9(13)V9(2) USAGE COMP-3.
      *                       SALDO_CASTIGO_PV
           10 CL-SALDO-CASTIGO-PV  PIC S9(13)V9(2) USAGE COMP-3.
      *                       RECUPERADO_PV
           10 CL-RECUPERADO-PV     PIC S9(13)V9(2) USAGE COMP-3.
      *                       USUARIO_CASTIGO_PV
           10 CL-USUARIO-CASTIGO-PV PIC X(3).
      *                       FECHA_CASTIGO_PV
           10 CL-FECHA-CASTIGO-PV  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
