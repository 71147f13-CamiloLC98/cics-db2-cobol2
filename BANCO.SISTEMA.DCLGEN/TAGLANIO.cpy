      ******************************************************************
      * DCLGEN TABLE(TAGLANIO)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAGLANIO))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTGLANIO)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- EJERCICIOS CONTABLES CERRADOS, UNA FILA POR ANO FISCAL. LA
      *--- GRABA EL BATCH CIERCOB AL TRASLADAR LOS SALDOS DE INGRESOS Y
      *--- GASTOS DE TAGLBAL A LA CUENTA DE UTILIDADES RETENIDAS
      *--- (CUENTA_UTILIDADES_AN) CON EL COMPROBANTE DE CIERRE
      *--- ID_COMPROBANTE_AN DE TAGLCOMP.
      *--- UN ANO CON FILA AQUI ESTA CERRADO: GLBLCOB NO POSTEA
      *--- MOVIMIENTOS CON FECHA DE ESE ANO Y ASIECOB SOLO ACEPTA
      *--- COMPROBANTES DE AJUSTE FECHADOS EN EL ANO CERRADO HASTA
      *--- FECHA_LIMITE_AJUSTE_AN (PERIODO DE AJUSTES, CON LA MISMA
      *--- APROBACION DE CUALQUIER COMPROBANTE). LAS PARTIDAS DE INGRESO
      *--- O GASTO DE ESOS AJUSTES LAS TRASLADA GLBLCOB SOLAS A
      *--- CUENTA_UTILIDADES_AN AL CONTABILIZARLAS.
      *--- COLUMNAS CON SUFIJO _AN PARA NO CHOCAR CON TAGLCOMP Y TAGLBAL
      ******************************************************************
           EXEC SQL DECLARE TAGLANIO TABLE
           ( ANIO_FISCAL_AN                 CHAR(4) NOT NULL,
             FECHA_CIERRE_AN                DATE NOT NULL,
             FECHA_LIMITE_AJUSTE_AN         DATE NOT NULL,
             CUENTA_UTILIDADES_AN           CHAR(8) NOT NULL,
             ID_COMPROBANTE_AN              INTEGER NOT NULL,
             FECHA_HORA_AN                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAGLANIO                           *
      ******************************************************************
       01  CL-ESTGLANIO.
      *                       ANIO_FISCAL_AN
           10 CL-ANIO-FISCAL-AN    PIC X(4).
      *                       FECHA_CIERRE_AN
           10 CL-FECHA-CIERRE-AN   PIC X(10).
      *                       FECHA_LIMITE_AJUSTE_AN
           10 CL-FECHA-LIMITE-AJUSTE-AN PIC X(10).
      *                       CUENTA_UTILIDADES_AN
           10 CL-CUENTA-UTILIDADES-AN PIC X(8).
      *                       ID_COMPROBANTE_AN
           10 CL-ID-COMPROBANTE-AN PIC S9(9) USAGE COMP.
      *                       FECHA_HORA_AN
           10 CL-FECHA-HORA-AN     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
