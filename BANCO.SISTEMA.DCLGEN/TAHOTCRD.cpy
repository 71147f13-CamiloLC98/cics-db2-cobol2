      ******************************************************************
      * DCLGEN TABLE(TAHOTCRD)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAHOTCRD))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTHOTCRD)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- NOVEDADES DE LA LISTA NEGATIVA (ARCHIVO DE TARJETAS
      *--- CALIENTES) QUE SE ENVIAN AL SWITCH DE CAJEROS Y DATAFONOS.
      *--- CADA CAMBIO DE ESTADO DE UNA TARJETA EN TARJCOB DEJA AQUI UNA
      *--- FILA: EL BLOQUEO ('B'), LA PERDIDA ('P') O EL HURTO ('H') UNA
      *--- ALTA EN LA LISTA (ACCION_HC = 'A'); LA REACTIVACION DE UNA
      *--- BLOQUEADA UNA BAJA (ACCION_HC = 'D'). EL VENCIMIENTO ('V') LO
      *--- DETECTA Y ENCOLA EL PROPIO BATCH HOTCCOB. MOTIVO_HC ES EL
      *--- ESTADO DE LA TARJETA QUE ORIGINO LA NOVEDAD.
      *--- ESTADO_HC: 'P' PENDIENTE DE ENVIO, 'E' ENVIADA EN EL LOTE
      *--- LOTE_HC (AAAAMMDDHHMMSS DE LA CORRIDA), 'C' CONFIRMADA Y 'R'
      *--- RECHAZADA POR EL SWITCH EN SU ACUSE, CON RESPUESTA_HC.
      *--- ID_NOVEDAD_HC ES IDENTITY EN DB2.
      *--- COLUMNAS CON SUFIJO _HC PARA NO CHOCAR CON TATARJ
      ******************************************************************
           EXEC SQL DECLARE TAHOTCRD TABLE
           ( ID_NOVEDAD_HC                  INTEGER NOT NULL,
             NUMERO_TARJETA_HC              CHAR(16) NOT NULL,
             NUMERO_CUENTA_HC               CHAR(10) NOT NULL,
             ACCION_HC                      CHAR(1) NOT NULL,
             MOTIVO_HC                      CHAR(1) NOT NULL,
             ESTADO_HC                      CHAR(1) NOT NULL,
             USUARIO_HC                     CHAR(3) NOT NULL,
             FECHA_NOVEDAD_HC               TIMESTAMP NOT NULL,
             LOTE_HC                        CHAR(14) NOT NULL
                                            WITH DEFAULT,
             FECHA_ENVIO_HC                 TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             RESPUESTA_HC                   CHAR(2) NOT NULL
                                            WITH DEFAULT,
             FECHA_RESPUESTA_HC             TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAHOTCRD                           *
      ******************************************************************
       01  CL-ESTHOTCRD.
      *                       ID_NOVEDAD_HC
           10 CL-ID-NOVEDAD-HC     PIC S9(9) USAGE COMP.
      *                       NUMERO_TARJETA_HC
           10 CL-NUMERO-TARJETA-HC PIC X(16).
      *                       NUMERO_CUENTA_HC
           10 CL-NUMERO-CUENTA-HC  PIC X(10).
      *                       ACCION_HC
           10 CL-ACCION-HC         PIC X(1).
      *                       MOTIVO_HC
           10 CL-MOTIVO-HC         PIC X(1).
      *                       ESTADO_HC
           10 CL-ESTADO-HC         PIC X(1).
      *                       USUARIO_HC
           10 CL-USUARIO-HC        PIC X(3).
      *                       FECHA_NOVEDAD_HC
           10 CL-FECHA-NOVEDAD-HC  PIC X(26).
      *                       LOTE_HC
           10 CL-LOTE-HC           PIC X(14).
      *                       FECHA_ENVIO_HC
           10 CL-FECHA-ENVIO-HC    PIC X(26).
      *                       RESPUESTA_HC
           10 CL-RESPUESTA-HC      PIC X(2).
      *                       FECHA_RESPUESTA_HC
           10 CL-FECHA-RESPUESTA-HC PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
