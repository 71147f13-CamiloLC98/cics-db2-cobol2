      ******************************************************************
      * DCLGEN TABLE(TAGMFACU)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAGMFACU))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTGMFACU)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- ACUMULADO MENSUAL DE DEBITOS EXENTOS DEL GMF POR CEDULA: UNA
      *--- FILA POR CEDULA Y PERIODO (YYYY-MM DE LA FECHA DE NEGOCIO).
      *--- LA ALIMENTA 842-REGISTRAR-GMF (GMFCTPR.cpy) CADA VEZ QUE UN
      *--- DEBITO DE LA CUENTA EXENTA CONSUME CUPO, PARA QUE EL TOPE EN
      *--- UVT SE MIDA CONTRA EL MES Y NO CONTRA LA VIDA DE LA CUENTA.
      *--- EL MES NUEVO ARRANCA SIN FILA (CUPO COMPLETO).
      *--- COLUMNAS CON SUFIJO _GA PARA NO CHOCAR CON TAGMFEXE
      ******************************************************************
           EXEC SQL DECLARE TAGMFACU TABLE
           ( CEDULA_GA                      CHAR(10) NOT NULL,
             PERIODO_GA                     CHAR(7) NOT NULL,
             MONTO_EXENTO_GA                DECIMAL(15, 2) NOT NULL,
             FECHA_ACTUALIZA_GA             TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAGMFACU                           *
      ******************************************************************
       01  CL-ESTGMFACU.
      *                       CEDULA_GA
           10 CL-CEDULA-GA         PIC X(10).
      *                       PERIODO_GA
           10 CL-PERIODO-GA        PIC X(7).
      *                       MONTO_EXENTO_GA
           10 CL-MONTO-EXENTO-GA   PIC S9(13)V9(2) USAGE COMP-3.
      *                       FECHA_ACTUALIZA_GA
           10 CL-FECHA-ACTUALIZA-GA PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
