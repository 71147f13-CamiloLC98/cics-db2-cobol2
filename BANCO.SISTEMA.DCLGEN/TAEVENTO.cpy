      ******************************************************************
      * DCLGEN TABLE(TAEVENTO)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAEVENTO))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTEVENTO)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- EVENTOS DE POSTEO PARA LOS SISTEMAS EXTERNOS (MONITOREO DE
      *--- FRAUDE, NOTIFICACIONES PUSH DE LA BANCA MOVIL). CADA CAMBIO
      *--- DE SALDO EN TACUENT DEJA AQUI UNA FILA EN LA MISMA UNIDAD DE
      *--- TRABAJO DEL POSTEO (VER 882-REGISTRAR-EVENTO EN
      *--- EVNTCTPR.cpy): SI EL POSTEO SE DESHACE EL EVENTO TAMBIEN, ASI
      *--- QUE SOLO EXISTEN EVENTOS DE CAMBIOS CONFIRMADOS.
      *--- MONTO_EV ES EL EFECTO SOBRE EL SALDO CON SIGNO (POSITIVO
      *--- ABONO, NEGATIVO CARGO) Y SALDO_EV EL SALDO RESULTANTE.
      *--- TIPO_EV ES EL TIPO_TRANSACCION DE TATRANS DEL MOVIMIENTO;
      *--- LA LIBERACION DE UNA RETENCION (RETECOB, RETNCOB), QUE PASA
      *--- SALDO_RETENIDO A SALDO SIN MOVIMIENTO EN TATRANS, VA 'N'.
      *--- CANAL_EV: 'VEN' VENTANILLA, 'BAT' PROCESO BATCH O EL CANAL DE
      *--- AUTOSERVICIO QUE INVOCO POSTCOB.
      *--- ESTADO_EV: 'P' PENDIENTE DE PUBLICAR, 'E' PUBLICADO POR
      *--- EVPBCOB, QUE LE ASIGNA SECUENCIA_EV (CORRELATIVA SIN HUECOS,
      *--- VER TAEVTSEQ) Y FECHA_PUBLICA_EV. ID_EVENTO ES IDENTITY EN
      *--- DB2 Y SOLO DA EL ORDEN DE REGISTRO; LA SECUENCIA QUE VEN LOS
      *--- CONSUMIDORES ES SECUENCIA_EV.
      *--- COLUMNAS CON SUFIJO _EV PARA NO CHOCAR CON TACUENT Y TATRANS
      ******************************************************************
           EXEC SQL DECLARE TAEVENTO TABLE
           ( ID_EVENTO                      INTEGER NOT NULL,
             NUMERO_CUENTA_EV               CHAR(10) NOT NULL,
             TIPO_EV                        CHAR(1) NOT NULL,
             MONTO_EV                       DECIMAL(15, 2) NOT NULL,
             SALDO_EV                       DECIMAL(15, 2) NOT NULL,
             CANAL_EV                       CHAR(3) NOT NULL,
             SUCURSAL_EV                    CHAR(4) NOT NULL,
             USUARIO_EV                     CHAR(3) NOT NULL,
             PROGRAMA_EV                    CHAR(8) NOT NULL,
             FECHA_HORA_EV                  TIMESTAMP NOT NULL,
             ESTADO_EV                      CHAR(1) NOT NULL,
             SECUENCIA_EV                   DECIMAL(15, 0) NOT NULL
                                            WITH DEFAULT,
             FECHA_PUBLICA_EV               TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAEVENTO                           *
      ******************************************************************
       01  CL-ESTEVENTO.
      *                       ID_EVENTO
           10 CL-ID-EVENTO         PIC S9(9) USAGE COMP.
      *                       NUMERO_CUENTA_EV
           10 CL-NUMERO-CUENTA-EV  PIC X(10).
      *                       TIPO_EV
           10 CL-TIPO-EV           PIC X(1).
      *                       MONTO_EV
           10 CL-MONTO-EV          PIC S9(13)V9(2) USAGE COMP-3.
      *                       SALDO_EV
           10 CL-SALDO-EV          PIC S9(13)V9(2) USAGE COMP-3.
      *                       CANAL_EV
           10 CL-CANAL-EV          PIC X(3).
      *                       SUCURSAL_EV
           10 CL-SUCURSAL-EV       PIC X(4).
      *                       USUARIO_EV
           10 CL-USUARIO-EV        PIC X(3).
      *                       PROGRAMA_EV
           10 CL-PROGRAMA-EV       PIC X(8).
      *                       FECHA_HORA_EV
           10 CL-FECHA-HORA-EV     PIC X(26).
      *                       ESTADO_EV
           10 CL-ESTADO-EV         PIC X(1).
      *                       SECUENCIA_EV
           10 CL-SECUENCIA-EV      PIC S9(15) USAGE COMP-3.
      *                       FECHA_PUBLICA_EV
           10 CL-FECHA-PUBLICA-EV  PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
