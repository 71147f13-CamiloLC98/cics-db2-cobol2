      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- PROGRAMA_T: JOB BATCH QUE POSTEO EL MOVIMIENTO, CON EL MISMO
      *--- NOMBRE DE CORRIDA QUE DEJO EN TARUNCTL (INTRCOB, FEEMCOB,
      *--- ODINCOBC, SWPBCOB, PAYRCOB Y LA PATA 'W' DE SUSPCTPR; LAS
      *--- PATAS 'V' DE BKOTCOB LLEVAN 'BKOTCOB'). EN BLANCO PARA LO
      *--- DEMAS. CON FECHA_NEGOCIO_T ES LA LLAVE CON QUE BKOTCOB
      *--- ENCUENTRA TODO LO QUE POSTEO UNA CORRIDA ERRADA
      *--- TICKET_T: NUMERO DEL TIQUETE DE VENTANILLA (TATICKET, VER
      *--- TICKCOB) QUE ORIGINO EL MOVIMIENTO; AMARRA TODAS LAS LINEAS
      *--- DE UNA MISMA VISITA DEL CLIENTE, INCLUIDOS SUS CARGOS Y GMF.
      *--- CERO PARA TODO LO QUE NO SALIO DE UN TIQUETE
      ******************************************************************
           EXEC SQL DECLARE TATRANS TABLE
           ( ID_TRANSACTION                 INTEGER NOT NULL,
             SUCURSAL_T                     CHAR(4) NOT NULL
                                            WITH DEFAULT,
             SESION_ID_T                    INTEGER NOT NULL
                                            WITH DEFAULT,
             PROGRAMA_T                     CHAR(8) NOT NULL
                                            WITH DEFAULT,
             TICKET_T                       INTEGER NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
           10 CL-SUCURSAL-T        PIC X(4).
      *                       SESION_ID_T
           10 CL-SESION-ID-T       PIC S9(9) USAGE COMP.
      *                       PROGRAMA_T
           10 CL-PROGRAMA-T        PIC X(8).
      *                       TICKET_T
           10 CL-TICKET-T          PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
