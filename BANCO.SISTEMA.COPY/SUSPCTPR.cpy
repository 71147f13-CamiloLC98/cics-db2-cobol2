      ******************************************************************
      * PARRAFO COMPARTIDO DE POSTEO A LA CUENTA PUENTE DE SUSPENSOS,  *
      * VIA COPY, PARA CLRICOB/PAYRCOB. REQUIERE WORKING-STORAGE       *
      * SECTION COPY SUSPCTCP Y EVNTCTCP, PROCEDURE DIVISION COPY      *
      * EVNTCTPR Y EXEC SQL INCLUDE TAPARAM, TACUENT, TATRANS,         *
      * TASUSPEN Y TAEVENTO. EL ABONO FONDEADO QUE NO PASO LA          *
      * VALIDACION DE CUENTA SE ABONA A LA CUENTA PUENTE (TAPARAM      *
      * CUENTA-SUSPENSO) COMO TIPO 'W' -CON SU FILA EN TAGLMAP- Y EL   *
      * DETALLE QUEDA EN EL REGISTRO TASUSPEN PARA QUE OPERACIONES LO  *
                         ,USUARIO
                         ,TERMINAL
                         ,FECHA_NEGOCIO_T
                         ,PROGRAMA_T
                      ) VALUES (
                          :WS-SP-CUENTA-PUENTE
                         ,'W'
                         ,'SUS'
                         ,'BTCH'
                         ,DATE(:WS-SP-FECHA)
                         ,:WS-SP-PROGRAMA
                      )
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE WS-SP-CUENTA-PUENTE TO WS-EV-CUENTA
                    MOVE 'W'                 TO WS-EV-TIPO
                    MOVE WS-SP-MONTO         TO WS-EV-MONTO
                    PERFORM 882-REGISTRAR-EVENTO
                 END-IF
                 IF SQLCODE = 0 AND WS-EV-OK
                    MOVE WS-SP-PROGRAMA        TO CL-PROGRAMA-SU
                    MOVE WS-SP-REFERENCIA      TO CL-REFERENCIA-SU
                    MOVE WS-SP-CUENTA-PREVISTA TO CL-CUENTA-PREVISTA-SU
                    MOVE WS-SP-MONTO           TO CL-MONTO-SU
                    MOVE WS-SP-MOTIVO          TO CL-MOTIVO-SU
                    MOVE 'P'                   TO CL-ESTADO-SU
      *
      *--- LA SUCURSAL QUE RESPONDE POR EL ITEM ES LA DE LA CUENTA
      *--- PREVISTA CUANDO EXISTE; UN NUMERO QUE NO ESTA EN TACUENT
      *--- DEJA EL ITEM SIN SUCURSAL
      *
                    EXEC SQL
                         SELECT SUCURSAL_CUENTA
                         INTO   :CL-SUCURSAL-SU
                         FROM   TACUENT
                         WHERE  NUMERO_CUENTA = :WS-SP-CUENTA-PREVISTA
                    END-EXEC
                    IF SQLCODE NOT = 0
                       MOVE SPACES TO CL-SUCURSAL-SU
                    END-IF
                    EXEC SQL
                         INSERT INTO TASUSPEN (
                             PROGRAMA_SU
                            ,ESTADO_SU
                            ,FECHA_NEGOCIO_SU
                            ,FECHA_HORA_SU
                            ,SUCURSAL_SU
                         ) VALUES (
                             :CL-PROGRAMA-SU
                            ,:CL-REFERENCIA-SU
                            ,:CL-ESTADO-SU
                            ,DATE(:WS-SP-FECHA)
                            ,CURRENT TIMESTAMP
                            ,:CL-SUCURSAL-SU
                         )
                    END-EXEC
                    IF SQLCODE = 0
