      ******************************************************************
      * DCLGEN TABLE(TACICATM)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TACICATM))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTCICATM)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- CICLOS DE ABASTECIMIENTO DE LOS CAJEROS AUTOMATICOS
      *--- (TACAJERO). UN CICLO NACE CON EL CARGUE DESDE LA BOVEDA EN
      *--- ATMCCOB (UN TRASLADO TACAJMOV 'BOVE' -> CAJA DEL CAJERO,
      *--- ESTADO_CI 'P'), SE ABRE CUANDO UN SEGUNDO OPERADOR ACUSA EL
      *--- CARGUE (ESTADO_CI 'A', FECHA_APERTURA_CI) Y SE CIERRA CON EL
      *--- DESCARGUE A LA BOVEDA (ESTADO_CI 'C', FECHA_CIERRE_CI), QUE
      *--- LA BOVEDA ACUSA EN CAJTCOB.
      *--- MONTO_DESCARGADO_CI ES LO QUE SALE DE LOS CASETES Y
      *--- MONTO_REMANENTE_CI LO CONTADO EN EL CASETE DE RECHAZOS; AMBOS
      *--- VUELVEN A LA BOVEDA EN EL MISMO TRASLADO DE DESCARGUE.
      *--- EL BATCH ATMCRCOB CONCILIA CADA CICLO CERRADO: CARGADO MENOS
      *--- DISPENSADO (POSTEOS 'R' DEL CANAL EN TATRANS DENTRO DE LA
      *--- VENTANA DEL CICLO) MENOS DESCARGADO CONTRA EL REMANENTE
      *--- CONTADO. LA DIFERENCIA (+ SOBRANTE / - FALTANTE) VA A
      *--- SUSPENSO Y EL CICLO QUEDA 'Z'. MONTO_SWITCH_CI LO ACUMULA
      *--- ATMRCOB CON LOS RETIROS QUE LIQUIDA EL SWITCH EN LA VENTANA
      *--- DEL CICLO, PARA EL CRUCE CONTRA LO DISPENSADO;
      *--- FECHA_SWITCH_CI ES EL ULTIMO DIA DE NEGOCIO QUE ATMRCOB YA
      *--- SUMO AL CICLO (UNA RECORRIDA DEL MISMO DIA NO LO VUELVE A
      *--- SUMAR), Y ATMCRCOB NO CONCILIA UN CICLO HASTA QUE ATMRCOB
      *--- HAYA TERMINADO EL DIA DE NEGOCIO DEL CIERRE
      *--- (FECHA_NEGOCIO_CIERRE_CI).
      *--- COLUMNAS CON SUFIJO _CI PARA NO CHOCAR CON TACAJERO/TACAJMOV
      ******************************************************************
           EXEC SQL DECLARE TACICATM TABLE
           ( ID_CICLO                       INTEGER NOT NULL,
             TERMINAL_CI                    CHAR(4) NOT NULL,
             ID_CARGUE_CI                   INTEGER NOT NULL,
             ID_DESCARGUE_CI                INTEGER NOT NULL
                                            WITH DEFAULT,
             ESTADO_CI                      CHAR(1) NOT NULL,
             MONTO_CARGADO_CI               DECIMAL(15, 2) NOT NULL,
             MONTO_DESCARGADO_CI            DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             MONTO_REMANENTE_CI             DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             MONTO_DISPENSADO_CI            DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             MONTO_SWITCH_CI                DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             DIFERENCIA_CI                  DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             OPERADOR_CARGA_CI              CHAR(3) NOT NULL,
             OPERADOR_ACUSA_CI              CHAR(3) NOT NULL
                                            WITH DEFAULT,
             OPERADOR_DESCARGA_CI           CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_CARGUE_CI                TIMESTAMP NOT NULL,
             FECHA_APERTURA_CI              TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             FECHA_CIERRE_CI                TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             FECHA_NEGOCIO_CI               DATE NOT NULL,
             FECHA_NEGOCIO_CIERRE_CI        DATE NOT NULL
                                            WITH DEFAULT,
             FECHA_SWITCH_CI                DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TACICATM                           *
      ******************************************************************
       01  CL-ESTCICATM.
      *                       ID_CICLO
           10 CL-ID-CICLO          PIC S9(9) USAGE COMP.
      *                       TERMINAL_CI
           10 CL-TERMINAL-CI       PIC X(4).
      *                       ID_CARGUE_CI
           10 CL-ID-CARGUE-CI      PIC S9(9) USAGE COMP.
      *                       ID_DESCARGUE_CI
           10 CL-ID-DESCARGUE-CI   PIC S9(9) USAGE COMP.
      *                       ESTADO_CI
           10 CL-ESTADO-CI         PIC X(1).
      *                       MONTO_CARGADO_CI
           10 CL-MONTO-CARGADO-CI  PIC S9(13)V9(2) USAGE COMP-3.
      *                       MONTO_DESCARGADO_CI
           10 CL-MONTO-DESCARGADO-CI PIC S9(13)V9(2) USAGE COMP-3.
      *                       MONTO_REMANENTE_CI
           10 CL-MONTO-REMANENTE-CI PIC S9(13)V9(2) USAGE COMP-3.
      *                       MONTO_DISPENSADO_CI
           10 CL-MONTO-DISPENSADO-CI PIC S9(13)V9(2) USAGE COMP-3.
      *                       MONTO_SWITCH_CI
           10 CL-MONTO-SWITCH-CI   PIC S9(13)V9(2) USAGE COMP-3.
      *                       DIFERENCIA_CI
           10 CL-DIFERENCIA-CI     PIC S9(13)V9(2) USAGE COMP-3.
      *                       OPERADOR_CARGA_CI
           10 CL-OPERADOR-CARGA-CI PIC X(3).
      *                       OPERADOR_ACUSA_CI
           10 CL-OPERADOR-ACUSA-CI PIC X(3).
      *                       OPERADOR_DESCARGA_CI
           10 CL-OPERADOR-DESCARGA-CI PIC X(3).
      *                       FECHA_CARGUE_CI
           10 CL-FECHA-CARGUE-CI   PIC X(26).
      *                       FECHA_APERTURA_CI
           10 CL-FECHA-APERTURA-CI PIC X(26).
      *                       FECHA_CIERRE_CI
           10 CL-FECHA-CIERRE-CI   PIC X(26).
      *                       FECHA_NEGOCIO_CI
           10 CL-FECHA-NEGOCIO-CI  PIC X(10).
      *                       FECHA_NEGOCIO_CIERRE_CI
           10 CL-FECHA-NEGOCIO-CIERRE-CI PIC X(10).
      *                       FECHA_SWITCH_CI
           10 CL-FECHA-SWITCH-CI   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
