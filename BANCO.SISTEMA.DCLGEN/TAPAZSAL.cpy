      ******************************************************************
      * DCLGEN TABLE(TAPAZSAL)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAPAZSAL))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTPAZSAL)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- REGISTRO DE CARTAS DE PAZ Y SALVO DE PRESTAMOS CANCELADOS.
      *--- CADA CARTA QUEDA NUMERADA (ID_PAZSALVO ES IDENTITY EN DB2),
      *--- IGUAL QUE LOS CERTIFICADOS DE TACERTIF, CON EL PRESTAMO, SU
      *--- CUENTA ENLAZADA, LO RECAUDADO EN EL PAGO QUE LO CERRO Y EL
      *--- OPERADOR QUE LA EMITIO. LA EMITE PRPGCOB AL CANCELAR EL
      *--- PRESTAMO POR LA COLA DE IMPRESION RECP.
      *--- COLUMNAS CON SUFIJO _PZ PARA NO CHOCAR CON TAPRESTA
      ******************************************************************
           EXEC SQL DECLARE TAPAZSAL TABLE
           ( ID_PAZSALVO                    INTEGER NOT NULL,
             ID_PRESTAMO_PZ                 INTEGER NOT NULL,
             NUMERO_CUENTA_PZ               CHAR(10) NOT NULL,
             MONTO_PAGADO_PZ                DECIMAL(15, 2) NOT NULL,
             OPERADOR_PZ                    CHAR(3) NOT NULL,
             FECHA_EMISION_PZ               TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAPAZSAL                           *
      ******************************************************************
       01  CL-ESTPAZSAL.
      *                       ID_PAZSALVO
           10 CL-ID-PAZSALVO       PIC S9(9) USAGE COMP.
      *                       ID_PRESTAMO_PZ
           10 CL-ID-PRESTAMO-PZ    PIC S9(9) USAGE COMP.
      *                       NUMERO_CUENTA_PZ
           10 CL-NUMERO-CUENTA-PZ  PIC X(10).
      *                       MONTO_PAGADO_PZ
           10 CL-MONTO-PAGADO-PZ   PIC S9(13)V9(2) USAGE COMP-3.
      *                       OPERADOR_PZ
           10 CL-OPERADOR-PZ       PIC X(3).
      *                       FECHA_EMISION_PZ
           10 CL-FECHA-EMISION-PZ  PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
