      *--- CIERRA 'T' (TERMINADA) CON EL CONTEO DE REGISTROS. UN JOB
      *--- CAIDO QUEDA 'E' Y SE VE EN LA PANTALLA DE OPERACIONES
      *--- JOBSCOB, DONDE UN SUPERVISOR PUEDE AUTORIZAR LA RECORRIDA
      *--- DEJANDO LA FILA 'X' (RERUN AUTORIZADO). UNA CORRIDA ERRADA
      *--- QUE BKOTCOB REVERSO COMPLETA QUEDA 'R' (REVERSADA), QUE LA
      *--- GUARDA Y JCHNCOB TRATAN IGUAL QUE 'X': LISTA PARA RECORRER.
      *--- LOS JOBS DE NIVEL CUENTA (INTRCOB, FEEMCOB, DORMCOB) HACEN
      *--- COMMIT POR LOTES Y DEJAN EN ULTIMA_CUENTA_RC LA ULTIMA CUENTA
      *--- CONFIRMADA Y EN CONTADORES_RC SUS TOTALES DE CONTROL A ESE
      *--- PUNTO: UNA RECORRIDA AUTORIZADA ('X') CON PUNTO DE CONTROL
      *--- SIGUE DESDE AHI (VER PARTCTPR.cpy). 860 LOS LIMPIA AL
      *--- TERMINAR Y BKOTCOB AL REVERSAR. CADA PARTICION DE TAPARTIC
      *--- TIENE SU PROPIA FILA (EJ. INTRCOB3)
      *--- COLUMNAS CON SUFIJO _RC PARA NO CHOCAR CON LAS TABLAS QUE
      *--- CADA BATCH YA INCLUYE
      ******************************************************************
             ESTADO_RC                      CHAR(1) NOT NULL,
             FECHA_INICIO_RC                TIMESTAMP NOT NULL,
             FECHA_FIN_RC                   TIMESTAMP NOT NULL,
             REGISTROS_RC                   INTEGER NOT NULL,
             ULTIMA_CUENTA_RC               CHAR(10) NOT NULL
                                            WITH DEFAULT,
             CONTADORES_RC                  CHAR(60) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TARUNCTL                           *
           10 CL-FECHA-FIN-RC      PIC X(26).
      *                       REGISTROS_RC
           10 CL-REGISTROS-RC      PIC S9(9) USAGE COMP.
      *                       ULTIMA_CUENTA_RC
           10 CL-ULTIMA-CUENTA-RC  PIC X(10).
      *                       CONTADORES_RC
           10 CL-CONTADORES-RC     PIC X(60).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
