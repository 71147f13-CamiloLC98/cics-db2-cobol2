      ******************************************************************
      * DCLGEN TABLE(TACODRET)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TACODRET))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTCODRET)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- CODIGOS DE RETIRO SIN TARJETA: LA PANTALLA RSTJCOB O EL
      *--- CANAL (CONSCOB) RESERVAN EL MONTO EN SALDO_RETENIDO CON UNA
      *--- FILA TARETEN (INSTRUMENTO_R 'T') Y GRABAN AQUI EL CODIGO DE
      *--- UN SOLO USO QUE NOTDCOB ENVIA POR SMS AL CELULAR DEL TITULAR.
      *--- EL CAJERO LO CANJEA POR POSTCOB (OPERACION 'T') CON EL
      *--- CODIGO MAS EL CELULAR; EL BATCH NOCTURNO RSTVCOB VENCE LOS
      *--- NO USADOS Y LIBERA LA RESERVA.
      *--- ESTADO_CR: 'V' VIGENTE, 'C' CANJEADO, 'E' VENCIDO (RESERVA
      *--- LIBERADA), 'B' BLOQUEADO POR INTENTOS FALLIDOS (EL BARRIDO
      *--- NOCTURNO LIBERA SU RESERVA Y LO DEJA EN 'E'; INTENTOS_CR
      *--- QUEDA COMO CONSTANCIA DEL BLOQUEO).
      *--- ID_CODIGO_CR ES IDENTITY EN DB2.
      *--- COLUMNAS CON SUFIJO _CR PARA NO CHOCAR CON TARETEN
      ******************************************************************
           EXEC SQL DECLARE TACODRET TABLE
           ( ID_CODIGO_CR                   INTEGER NOT NULL,
             NUMERO_CUENTA_CR               CHAR(10) NOT NULL,
             CODIGO_CR                      CHAR(6) NOT NULL,
             TELEFONO_CR                    CHAR(15) NOT NULL,
             MONTO_CR                       DECIMAL(15, 2) NOT NULL,
             FECHA_EMISION_CR               TIMESTAMP NOT NULL,
             FECHA_VENCE_CR                 TIMESTAMP NOT NULL,
             ESTADO_CR                      CHAR(1) NOT NULL,
             ID_RETENCION_CR                INTEGER NOT NULL,
             ID_NOTIFICACION_CR             INTEGER NOT NULL,
             CANAL_EMISION_CR               CHAR(3) NOT NULL,
             USUARIO_CR                     CHAR(3) NOT NULL,
             TERMINAL_CR                    CHAR(4) NOT NULL,
             INTENTOS_CR                    SMALLINT NOT NULL
                                            WITH DEFAULT,
             FECHA_CIERRE_CR                TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             TERMINAL_USO_CR                CHAR(4) NOT NULL
                                            WITH DEFAULT,
             ID_TRANSACTION_CR              INTEGER NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TACODRET                           *
      ******************************************************************
       01  CL-ESTCODRET.
      *                       ID_CODIGO_CR
           10 CL-ID-CODIGO-CR      PIC S9(9) USAGE COMP.
      *                       NUMERO_CUENTA_CR
           10 CL-NUMERO-CUENTA-CR  PIC X(10).
      *                       CODIGO_CR
           10 CL-CODIGO-CR         PIC X(6).
      *                       TELEFONO_CR
           10 CL-TELEFONO-CR       PIC X(15).
      *                       MONTO_CR
           10 CL-MONTO-CR          PIC S9(13)V9(2) USAGE COMP-3.
      *                       FECHA_EMISION_CR
           10 CL-FECHA-EMISION-CR  PIC X(26).
      *                       FECHA_VENCE_CR
           10 CL-FECHA-VENCE-CR    PIC X(26).
      *                       ESTADO_CR
           10 CL-ESTADO-CR         PIC X(1).
      *                       ID_RETENCION_CR
           10 CL-ID-RETENCION-CR   PIC S9(9) USAGE COMP.
      *                       ID_NOTIFICACION_CR
           10 CL-ID-NOTIFICACION-CR PIC S9(9) USAGE COMP.
      *                       CANAL_EMISION_CR
           10 CL-CANAL-EMISION-CR  PIC X(3).
      *                       USUARIO_CR
           10 CL-USUARIO-CR        PIC X(3).
      *                       TERMINAL_CR
           10 CL-TERMINAL-CR       PIC X(4).
      *                       INTENTOS_CR
           10 CL-INTENTOS-CR       PIC S9(4) USAGE COMP.
      *                       FECHA_CIERRE_CR
           10 CL-FECHA-CIERRE-CR   PIC X(26).
      *                       TERMINAL_USO_CR
           10 CL-TERMINAL-USO-CR   PIC X(4).
      *                       ID_TRANSACTION_CR
           10 CL-ID-TRANSACTION-CR PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
