      ******************************************************************
      * DCLGEN TABLE(TAGLMES)                                          *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAGLMES))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTGLMES)                                  *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- FOTO DE CIERRE DE MES DE TAGLBAL: UNA FILA POR CUENTA
      *--- CONTABLE, MONEDA Y PERIODO (YYYY-MM), GRABADA POR EL BATCH
      *--- EEFFCOB CON EL SALDO ACUMULADO AL ULTIMO DIA DE NEGOCIO DEL
      *--- MES. TAGLBAL SOLO GUARDA EL SALDO VIGENTE, ASI QUE ESTA TABLA
      *--- ES LA QUE PERMITE COMPARAR CONTRA EL MES ANTERIOR Y SACAR EL
      *--- MOVIMIENTO DEL MES DE LAS CUENTAS DE RESULTADO.
      *--- TASA_CIERRE_GM ES LA TASA MEDIA DE TATASAS (COMPRA + VENTA) /
      *--- 2 VIGENTE AL CORTE, CON LA QUE SE CONVIERTE EL SALDO A MONEDA
      *--- LOCAL PARA EL CONSOLIDADO (1 PARA LAS CUENTAS EN COP). SE
      *--- GUARDA CON LA FOTO PARA QUE EL MES ANTERIOR SE PRESENTE A SU
      *--- PROPIA TASA.
      *--- COLUMNAS CON SUFIJO _GM PARA NO CHOCAR CON TAGLBAL
      ******************************************************************
           EXEC SQL DECLARE TAGLMES TABLE
           ( CUENTA_GL_GM                   CHAR(8) NOT NULL,
             MONEDA_GM                      CHAR(3) NOT NULL,
             PERIODO_GM                     CHAR(7) NOT NULL,
             SALDO_GL_GM                    DECIMAL(15, 2) NOT NULL,
             TASA_CIERRE_GM                 DECIMAL(9, 4) NOT NULL,
             FECHA_CORTE_GM                 DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAGLMES                            *
      ******************************************************************
       01  CL-ESTGLMES.
      *                       CUENTA_GL_GM
           10 CL-CUENTA-GL-GM      PIC X(8).
      *                       MONEDA_GM
           10 CL-MONEDA-GM         PIC X(3).
      *                       PERIODO_GM
           10 CL-PERIODO-GM        PIC X(7).
      *                       SALDO_GL_GM
           10 CL-SALDO-GL-GM       PIC S9(13)V9(2) USAGE COMP-3.
      *                       TASA_CIERRE_GM
           10 CL-TASA-CIERRE-GM    PIC S9(5)V9(4) USAGE COMP-3.
      *                       FECHA_CORTE_GM
           10 CL-FECHA-CORTE-GM    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
