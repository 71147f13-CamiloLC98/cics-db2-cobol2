           EXEC SQL INCLUDE TATARJ END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAHOTCRD END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-LIMITE-JUST          PIC X(13)   JUST RIGHT.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'TARJ'.
      *
      *--- ESTADOS DE TARJETA: ACTIVA, BLOQUEADA (EN CALIENTE POR
      *--- SOSPECHA DE FRAUDE), PERDIDA, HURTADA Y VENCIDA. EL BLOQUEO
      *--- DE TARJETA ES INDEPENDIENTE DEL ESTADO DE LA CUENTA EN
      *--- BLOQCOB. PERDIDA, HURTADA Y VENCIDA SON DEFINITIVOS: LA
      *--- TARJETA NO SE REACTIVA, SE EMITE UNA NUEVA
      *
          03 WC-TARJ-ACTIVA           PIC X(1)     VALUE 'A'.
          03 WC-TARJ-BLOQUEADA        PIC X(1)     VALUE 'B'.
          03 WC-TARJ-PERDIDA          PIC X(1)     VALUE 'P'.
          03 WC-TARJ-HURTADA          PIC X(1)     VALUE 'H'.
          03 WC-TARJ-VENCIDA          PIC X(1)     VALUE 'V'.
          03 WC-ESTADO-ACTIVO         PIC X(1)     VALUE 'A'.
      *
      *--- NOVEDAD PARA LA LISTA NEGATIVA DEL SWITCH (TAHOTCRD): ALTA
      *--- AL BLOQUEAR/PERDER/HURTAR, BAJA AL REACTIVAR. QUEDA
      *--- PENDIENTE DE ENVIO HASTA LA PROXIMA CORRIDA DE HOTCCOB
      *
          03 WC-HOT-ALTA              PIC X(1)     VALUE 'A'.
          03 WC-HOT-BAJA              PIC X(1)     VALUE 'D'.
          03 WC-HOT-PENDIENTE         PIC X(1)     VALUE 'P'.
      *
      *--- TOPE DIARIO ATM POR DEFECTO PARA UNA TARJETA NUEVA CUANDO
      *--- EL OPERADOR NO DIGITA CAMPO5I; SE REFRESCA DESDE TAPARAM
      *--- (LIMITE-ATM-DEFECTO)
       COPY TARJMPCP.
       COPY DFHAID.
       COPY DDCICS.
       COPY ABNDCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           MOVE '000-MAIN-LOGIC' TO WS-AB-PARRAFO
           EXEC CICS HANDLE ABEND
                LABEL(990-CAPTURAR-ABEND)
                NOHANDLE
           END-EXEC
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-RETURN.
      *--- ANTES DE CUALQUIER OTRA COSA (VER 820-REGISTRAR-AUDITORIA
      *--- EN AUDCTAPR.cpy)
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           PERFORM 820-REGISTRAR-AUDITORIA
           MOVE 'LIMITE-ATM-DEFECTO' TO CL-PARAM-CLAVE
           MOVE WC-LIMITE-ATM-DEFECTO TO WS-PM-DEFECTO
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('TARJMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
       210-PROCESAR-DATOS.
      *
      *--- CAMPO1I TARJETA, CAMPO3I ACCION: 'A' EMITIR, 'B' BLOQUEAR
      *--- EN CALIENTE, 'P' REPORTAR PERDIDA, 'H' REPORTAR HURTO,
      *--- 'R' REACTIVAR, 'C' CONSULTAR. LA EMISION EXIGE ADEMAS LA
      *--- CUENTA (CAMPO2I) Y EL VENCIMIENTO (CAMPO4I)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO3I = LOW-VALUES
              MOVE 'DIGITE TARJETA Y ACCION (A/B/P/H/R/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
                     PERFORM 230-EMITIR-TARJETA
                WHEN 'B'
                     PERFORM 240-CAMBIAR-ESTADO-TARJETA
                WHEN 'P'
                     PERFORM 240-CAMBIAR-ESTADO-TARJETA
                WHEN 'H'
                     PERFORM 240-CAMBIAR-ESTADO-TARJETA
                WHEN 'R'
                     PERFORM 240-CAMBIAR-ESTADO-TARJETA
                WHEN 'C'
                     PERFORM 250-CONSULTAR-TARJETA
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE A/B/P/H/R/C' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.
      *--- ANTES DE IR A DB2 SE VALIDA EL DIGITO DE VERIFICACION DE
      *--- LA CUENTA, IGUAL QUE EN LAS DEMAS PANTALLAS
      *
           MOVE '230-EMITIR-TARJETA' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES OR CAMPO4I = LOW-VALUES
              MOVE 'DIGITE CUENTA Y VENCIMIENTO (AAAA-MM-DD)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
      *--- POR DEFECTO DEL PARAMETRO. MISMO PARSEO DE MONTO DIGITADO
      *--- QUE 213-RELLENAR-CAMPO2I EN DEPOCOB
      *
           MOVE '235-RELLENAR-LIMITE' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-LIMITE-FALG
           IF CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE WC-LIMITE-ATM-DEFECTO TO CL-LIMITE-ATM-TJ
           END-IF.

       236-SQL-INSERTAR-TARJETA.
           MOVE '236-SQL-INSERTAR-TARJETA' TO WS-AB-PARRAFO
           MOVE CAMPO2I        TO CL-NUMERO-CUENTA-TJ
           MOVE WC-TARJ-ACTIVA TO CL-ESTADO-TJ
           MOVE CAMPO4I        TO CL-FECHA-VENCIM-TJ

       240-CAMBIAR-ESTADO-TARJETA.
      *
      *--- BLOQUEO EN CALIENTE ('B'), PERDIDA ('P'), HURTO ('H') O
      *--- REACTIVACION ('R') DE UNA TARJETA EXISTENTE. UNA TARJETA
      *--- PERDIDA, HURTADA O VENCIDA YA NO CAMBIA DE ESTADO: SE
      *--- EMITE UNA NUEVA. SOLO SE REACTIVA UNA BLOQUEADA
      *
           MOVE '240-CAMBIAR-ESTADO-TARJETA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA_TJ
                  ,ESTADO_TJ
                INTO
                   :CL-NUMERO-CUENTA-TJ
                  ,:CL-ESTADO-TJ
                FROM
                   TATARJ
                WHERE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-ESTADO-TJ = WC-TARJ-VENCIDA
              MOVE 'TARJETA VENCIDA, EMITA UNA NUEVA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-ESTADO-TJ = WC-TARJ-PERDIDA
              OR CL-ESTADO-TJ = WC-TARJ-HURTADA
              MOVE 'TARJETA PERDIDA/HURTADA, EMITA UNA NUEVA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO3I = 'R' AND CL-ESTADO-TJ NOT = WC-TARJ-BLOQUEADA
              MOVE 'SOLO SE REACTIVA UNA TARJETA BLOQUEADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO3I = 'B' AND CL-ESTADO-TJ = WC-TARJ-BLOQUEADA
              MOVE 'LA TARJETA YA ESTA BLOQUEADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EVALUATE CAMPO3I
                WHEN 'B'
                     MOVE WC-TARJ-BLOQUEADA TO CL-ESTADO-TJ
                WHEN 'P'
                     MOVE WC-TARJ-PERDIDA   TO CL-ESTADO-TJ
                WHEN 'H'
                     MOVE WC-TARJ-HURTADA   TO CL-ESTADO-TJ
                WHEN OTHER
                     MOVE WC-TARJ-ACTIVA    TO CL-ESTADO-TJ
           END-EVALUATE
           EXEC SQL
                UPDATE TATARJ
                SET    ESTADO_TJ = :CL-ESTADO-TJ
                WHERE  NUMERO_TARJETA = :CL-NUMERO-TARJETA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 245-SQL-ENCOLAR-NOVEDAD
           EVALUATE CAMPO3I
                WHEN 'B'
                     MOVE 'TARJETA BLOQUEADA EN CALIENTE' TO MSGO
                WHEN 'P'
                     MOVE 'TARJETA REPORTADA COMO PERDIDA' TO MSGO
                WHEN 'H'
                     MOVE 'TARJETA REPORTADA COMO HURTADA' TO MSGO
                WHEN OTHER
                     MOVE 'TARJETA REACTIVADA' TO MSGO
           END-EVALUATE
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       245-SQL-ENCOLAR-NOVEDAD.
      *
      *--- EL CAMBIO DE ESTADO SOLO LO VE POSTCOB; PARA QUE EL SWITCH
      *--- DEJE DE AUTORIZAR LA TARJETA EN REDES AJENAS SE ENCOLA LA
      *--- NOVEDAD EN TAHOTCRD, QUE HOTCCOB ENVIA VARIAS VECES AL DIA.
      *--- SI NO SE PUEDE ENCOLAR SE DESHACE TAMBIEN EL CAMBIO DE
      *--- ESTADO, PARA NO DEJAR UNA TARJETA BLOQUEADA SOLO EN CASA
      *
           MOVE '245-SQL-ENCOLAR-NOVEDAD' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-TARJETA   TO CL-NUMERO-TARJETA-HC
           MOVE CL-NUMERO-CUENTA-TJ TO CL-NUMERO-CUENTA-HC
           MOVE CL-ESTADO-TJ        TO CL-MOTIVO-HC
           IF CL-ESTADO-TJ = WC-TARJ-ACTIVA
              MOVE WC-HOT-BAJA      TO CL-ACCION-HC
           ELSE
              MOVE WC-HOT-ALTA      TO CL-ACCION-HC
           END-IF
           MOVE WC-HOT-PENDIENTE    TO CL-ESTADO-HC
           MOVE EIBOPID             TO CL-USUARIO-HC
           EXEC SQL
                INSERT INTO TAHOTCRD (
                    NUMERO_TARJETA_HC
                   ,NUMERO_CUENTA_HC
                   ,ACCION_HC
                   ,MOTIVO_HC
                   ,ESTADO_HC
                   ,USUARIO_HC
                   ,FECHA_NOVEDAD_HC
                ) VALUES (
                    :CL-NUMERO-TARJETA-HC
                   ,:CL-NUMERO-CUENTA-HC
                   ,:CL-ACCION-HC
                   ,:CL-MOTIVO-HC
                   ,:CL-ESTADO-HC
                   ,:CL-USUARIO-HC
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC.

       250-CONSULTAR-TARJETA.
           MOVE '250-CONSULTAR-TARJETA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA_TJ
           END-EVALUATE.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('TARJMP')
                ERASE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID('TARJ')
                COMMAREA(CH-COMMAREA)
       COPY PARMCTPR.
       COPY AUDCTAPR.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL REGISTRAR, NO SE APLICO NADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       COPY ABNDCTPR.

       990-CAPTURAR-ABEND.
      *
      *--- DESTINO DEL HANDLE ABEND DE 000-MAIN-LOGIC (VER ABNDCTPR.cpy)
      *
           MOVE CAMPO1I     TO WS-AB-CUENTA
           MOVE CH-COMMAREA TO WS-AB-COMMAREA
           PERFORM 899-REGISTRAR-ABEND.

       999-ERROR-DB2.
           MOVE '999-ERROR-DB2' TO WS-AB-PARRAFO
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           PERFORM 810-BUSCAR-ERROR-CATALOGO
