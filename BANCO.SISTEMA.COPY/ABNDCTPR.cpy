      ******************************************************************
      * PARRAFO COMPARTIDO DE CAPTURA DE ABENDS, VIA COPY, PARA TODOS  *
      * LOS PROGRAMAS EN LINEA. REQUIERE EN LA WORKING-STORAGE SECTION *
      * EXEC SQL INCLUDE TAABEND Y COPY ABNDCTCP. CADA PROGRAMA ACTIVA *
      * AL ENTRAR A 000-MAIN-LOGIC UN EXEC CICS HANDLE ABEND HACIA SU  *
      * PARRAFO 990-CAPTURAR-ABEND, QUE CARGA LA CUENTA Y LA FOTO DEL  *
      * COMMAREA Y LLAMA 899-REGISTRAR-ABEND. EN VEZ DEL MENSAJE CRUDO *
      * DE CICS EL CAJERO RECIBE UN MENSAJE CON EL NUMERO DE INCIDENTE *
      * DE TAABEND, QUE SOPORTE TRABAJA EN LA PANTALLA ABNSCOB         *
      ******************************************************************
       899-REGISTRAR-ABEND.
      *
      *--- PRIMERO SE CANCELA LA CAPTURA: UN SEGUNDO ABEND DENTRO DE
      *--- ESTE PARRAFO TERMINA LA TAREA EN VEZ DE ENTRAR EN CICLO.
      *--- LO QUE EL PROGRAMA ALCANZO A ACTUALIZAR SE DESHACE ANTES DE
      *--- GRABAR EL INCIDENTE, QUE SE CONFIRMA SOLO
      *
           EXEC CICS HANDLE ABEND
                CANCEL
                NOHANDLE
           END-EXEC
           MOVE SPACES TO WS-AB-CODIGO
           MOVE SPACES TO WS-AB-PROGRAMA
           EXEC CICS ASSIGN
                ABCODE(WS-AB-CODIGO)
                ABPROGRAM(WS-AB-PROGRAMA)
                NOHANDLE
           END-EXEC
           IF WS-AB-PROGRAMA = SPACES OR WS-AB-PROGRAMA = LOW-VALUES
              EXEC CICS ASSIGN
                   PROGRAM(WS-AB-PROGRAMA)
                   NOHANDLE
              END-EXEC
           END-IF
           EXEC CICS SYNCPOINT
                ROLLBACK
                NOHANDLE
           END-EXEC
           INSPECT WS-AB-CUENTA REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-AB-COMMAREA REPLACING ALL LOW-VALUES BY SPACES
           MOVE WS-AB-CODIGO    TO CL-CODIGO-ABEND-AB
           MOVE WS-AB-PROGRAMA  TO CL-PROGRAMA-AB
           MOVE WS-AB-PARRAFO   TO CL-PARRAFO-AB
           MOVE EIBTRNID        TO CL-TRANSACCION-AB
           MOVE EIBOPID         TO CL-USUARIO-AB
           MOVE EIBTRMID        TO CL-TERMINAL-AB
           MOVE WS-AB-CUENTA    TO CL-NUMERO-CUENTA-AB
           MOVE WS-AB-COMMAREA  TO CL-COMMAREA-AB
           MOVE 0               TO WS-AB-INCIDENTE
           EXEC SQL
                INSERT INTO TAABEND
                   (CODIGO_ABEND_AB, PROGRAMA_AB, PARRAFO_AB,
                    TRANSACCION_AB, USUARIO_AB, TERMINAL_AB,
                    NUMERO_CUENTA_AB, COMMAREA_AB, FECHA_HORA_AB,
                    ESTADO_AB)
                VALUES
                   (:CL-CODIGO-ABEND-AB, :CL-PROGRAMA-AB,
                    :CL-PARRAFO-AB, :CL-TRANSACCION-AB,
                    :CL-USUARIO-AB, :CL-TERMINAL-AB,
                    :CL-NUMERO-CUENTA-AB, :CL-COMMAREA-AB,
                    CURRENT TIMESTAMP, 'A')
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                   SELECT IDENTITY_VAL_LOCAL()
                   INTO   :CL-ID-INCIDENTE
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE = 0
                 MOVE CL-ID-INCIDENTE TO WS-AB-INCIDENTE
              END-IF
              EXEC CICS SYNCPOINT
                   NOHANDLE
              END-EXEC
           ELSE
      *
      *--- SIN DB2 EL INCIDENTE AL MENOS QUEDA EN EL LOG DE LA REGION
      *
              MOVE SQLCODE TO WS-AB-SQLCODE-Z
              MOVE SPACES  TO WS-AB-LOG
              STRING 'ABEND ' WS-AB-CODIGO
                     ' PGM=' WS-AB-PROGRAMA
                     ' PARRAFO=' WS-AB-PARRAFO
                     ' TRN=' EIBTRNID
                     ' TERM=' EIBTRMID
                     ' OPER=' EIBOPID
                     ' CTA=' WS-AB-CUENTA
                     ' TAABEND SQLCODE=' WS-AB-SQLCODE-Z
                     DELIMITED BY SIZE
                INTO WS-AB-LOG
              END-STRING
              EXEC CICS WRITEQ TD
                   QUEUE('CSMT')
                   FROM(WS-AB-LOG)
                   LENGTH(LENGTH OF WS-AB-LOG)
                   NOHANDLE
              END-EXEC
           END-IF
           IF WS-AB-CON-PANTALLA
              MOVE SPACES TO WS-AB-MENSAJE
              IF WS-AB-INCIDENTE > 0
                 STRING 'ERROR INTERNO DEL SISTEMA. INCIDENTE '
                        WS-AB-INCIDENTE
                        ': AVISE A SOPORTE'
                        DELIMITED BY SIZE
                   INTO WS-AB-MENSAJE
                 END-STRING
              ELSE
                 STRING 'ERROR INTERNO DEL SISTEMA: AVISE A SOPORTE'
                        ' (TERMINAL ' EIBTRMID ')'
                        DELIMITED BY SIZE
                   INTO WS-AB-MENSAJE
                 END-STRING
              END-IF
              EXEC CICS SEND TEXT
                   FROM(WS-AB-MENSAJE)
                   LENGTH(LENGTH OF WS-AB-MENSAJE)
                   ERASE
                   FREEKB
                   NOHANDLE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF.
