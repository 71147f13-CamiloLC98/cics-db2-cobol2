           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAOPERLG END-EXEC.
           EXEC SQL INCLUDE TAOPRELA END-EXEC.
           EXEC SQL INCLUDE TABRANCH END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
      *
           03 WS-ANT-ROL              PIC X(1).
           03 WS-ANT-TILL             PIC X(4).
           03 WS-ANT-ESTADO           PIC X(1).
      *
      *--- PARENTESCOS ACEPTADOS PARA UNA PARTE RELACIONADA (VER EL
      *--- COMENTARIO DE TAOPRELA)
      *
           03 WS-PARENTESCO           PIC X(1).
              88 WS-PARENTESCO-VALIDO VALUES 'C' 'F' 'S' 'O'.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'OPER'.
          03 WC-ROL-SUPERVISOR        PIC X(1)     VALUE 'S'.
          03 WC-ROL-CAJERO            PIC X(1)     VALUE 'T'.
          03 WC-ROL-AUDITOR           PIC X(1)     VALUE 'A'.
          03 WC-OPER-ACTIVO           PIC X(1)     VALUE 'A'.
          03 WC-OPER-INACTIVO         PIC X(1)     VALUE 'I'.

       COPY OPERMPCP.
       COPY DFHAID.
       COPY DDCICS.
       COPY ABNDCTCP.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(81).

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
      *
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('OPERMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- EXACTAMENTE LO QUE LOS AUDITORES PREGUNTAN SOBRE
      *--- OTORGAMIENTO DE ROLES
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           PERFORM 211-VALIDAR-SUPERVISOR
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              OR CAMPO2I = SPACES
                     PERFORM 223-CAMBIAR-MODO-PRACTICA
                WHEN '7'
                     PERFORM 223-CAMBIAR-MODO-PRACTICA
                WHEN '8'
                     PERFORM 224-ASIGNAR-DATOS-EMPLEADO
                WHEN '9'
                     PERFORM 225-AGREGAR-RELACIONADO
                WHEN '0'
                     PERFORM 226-RETIRAR-RELACIONADO
                WHEN OTHER
                     MOVE
                       'OPCION INVALIDA (1-7 OPERADOR, 8/9/0 EMPLEADO)'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       211-VALIDAR-SUPERVISOR.
           MOVE '211-VALIDAR-SUPERVISOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
           END-IF.

       212-CREAR-OPERADOR.
           MOVE '212-CREAR-OPERADOR' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES OR CAMPO4I = LOW-VALUES
              MOVE 'FALTAN NOMBRE O ROL DEL OPERADOR NUEVO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-IF
           IF CAMPO4I NOT = WC-ROL-SUPERVISOR
              AND CAMPO4I NOT = WC-ROL-CAJERO
              AND CAMPO4I NOT = WC-ROL-AUDITOR
              MOVE 'ROL INVALIDO (T=CAJERO S=SUPERVISOR A=AUDITOR)'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *--- CAMBIA ROL, CAJA Y/O NOMBRE DEL OPERADOR; LOS CAMPOS QUE
      *--- VIENEN VACIOS SE DEJAN COMO ESTAN
      *
           MOVE '213-MODIFICAR-OPERADOR' TO WS-AB-PARRAFO
           PERFORM 218-LEER-IMAGEN-ANTERIOR
           MOVE WS-ANT-NOMBRE TO CL-NOMBRE-OPERADOR
           MOVE WS-ANT-ROL    TO CL-ROL-OPERADOR
           IF CAMPO4I NOT = LOW-VALUES
              IF CAMPO4I NOT = WC-ROL-SUPERVISOR
                 AND CAMPO4I NOT = WC-ROL-CAJERO
                 AND CAMPO4I NOT = WC-ROL-AUDITOR
                 MOVE 'ROL INVALIDO (T=CAJERO S=SUPERVISOR A=AUDITOR)'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
           END-IF.

       214-CAMBIAR-ESTADO-INACTIVO.
           MOVE '214-CAMBIAR-ESTADO-INACTIVO' TO WS-AB-PARRAFO
           PERFORM 218-LEER-IMAGEN-ANTERIOR
           MOVE WS-ANT-NOMBRE   TO CL-NOMBRE-OPERADOR
           MOVE WS-ANT-ROL      TO CL-ROL-OPERADOR
           PERFORM 300-RETURN.

       215-CAMBIAR-ESTADO-ACTIVO.
           MOVE '215-CAMBIAR-ESTADO-ACTIVO' TO WS-AB-PARRAFO
           PERFORM 218-LEER-IMAGEN-ANTERIOR
           MOVE WS-ANT-NOMBRE  TO CL-NOMBRE-OPERADOR
           MOVE WS-ANT-ROL     TO CL-ROL-OPERADOR
      *--- REGISTRA DE NUEVO EN SU PROXIMO INGRESO), SE LIMPIAN LOS
      *--- INTENTOS Y SE REACTIVA, CON EL ANTES/DESPUES EN TAOPERLG
      *
           MOVE '222-RESETEAR-CLAVE' TO WS-AB-PARRAFO
           PERFORM 218-LEER-IMAGEN-ANTERIOR
           MOVE WS-ANT-NOMBRE  TO CL-NOMBRE-OPERADOR
           MOVE WS-ANT-ROL     TO CL-ROL-OPERADOR
      *--- OPERADOR ES FUNCION DE SUPERVISOR Y DEJA SU ANTES/DESPUES
      *--- EN TAOPERLG (ACCION 'P' = ENTRA A PRACTICA, 'Q' = SALE)
      *
           MOVE '223-CAMBIAR-MODO-PRACTICA' TO WS-AB-PARRAFO
           PERFORM 218-LEER-IMAGEN-ANTERIOR
           MOVE WS-ANT-NOMBRE  TO CL-NOMBRE-OPERADOR
           MOVE WS-ANT-ROL     TO CL-ROL-OPERADOR
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       224-ASIGNAR-DATOS-EMPLEADO.
      *
      *--- OPCION '8': CEDULA DEL EMPLEADO (CAMPO3I POS 1-10) Y SU
      *--- SUCURSAL DE TRABAJO (CAMPO5I), BASE DEL CONTROL DE
      *--- CONFLICTO DE INTERES (837-VERIFICAR-CONFLICTO) Y DEL
      *--- REPORTE MENSUAL DE CUENTAS DE EMPLEADOS (EMPLCOB). QUEDA EN
      *--- TAOPERLG COMO ACCION 'E'
      *
           MOVE '224-ASIGNAR-DATOS-EMPLEADO' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES OR CAMPO3I(1:10) = SPACES
              OR CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE 'DIGITE CEDULA (NOMBRE) Y SUCURSAL (CAJA)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 218-LEER-IMAGEN-ANTERIOR
           MOVE CAMPO5I TO CL-SUCURSAL-ID
           EXEC SQL
                SELECT NOMBRE_SUCURSAL
                INTO   :CL-NOMBRE-SUCURSAL
                FROM   TABRANCH
                WHERE  SUCURSAL_ID = :CL-SUCURSAL-ID
           END-EXEC
           IF SQLCODE = 100
              MOVE 'SUCURSAL NO EXISTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 227-MANTENER-IMAGEN
           MOVE CAMPO3I(1:10)  TO CL-CEDULA-OPERADOR
           MOVE CAMPO5I        TO CL-SUCURSAL-OPERADOR
           EXEC SQL
                UPDATE TAOPERA
                SET    CEDULA_OPERADOR   = :CL-CEDULA-OPERADOR
                      ,SUCURSAL_OPERADOR = :CL-SUCURSAL-OPERADOR
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'E' TO CL-ACCION-O
           PERFORM 217-SQL-INSERTAR-LOG
           MOVE 'CEDULA Y SUCURSAL DEL EMPLEADO ASIGNADAS' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       225-AGREGAR-RELACIONADO.
      *
      *--- OPCION '9': DECLARA UNA PARTE RELACIONADA DEL OPERADOR,
      *--- CEDULA EN CAMPO3I POS 1-10 Y PARENTESCO EN CAMPO4I. SI YA
      *--- ESTUVO DECLARADA Y SE RETIRO, SE REACTIVA LA MISMA FILA.
      *--- QUEDA EN TAOPERLG COMO ACCION 'V'
      *
           MOVE '225-AGREGAR-RELACIONADO' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES OR CAMPO3I(1:10) = SPACES
              OR CAMPO4I = LOW-VALUES
              MOVE 'DIGITE CEDULA (NOMBRE) Y PARENTESCO (ROL)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO4I TO WS-PARENTESCO
           IF NOT WS-PARENTESCO-VALIDO
              MOVE 'PARENTESCO INVALIDO (C/F/S/O)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 218-LEER-IMAGEN-ANTERIOR
           MOVE CL-OPERADOR-ID TO CL-OPERADOR-ID-RP
           MOVE CAMPO3I(1:10)  TO CL-CEDULA-RELACIONADO-RP
           MOVE WS-PARENTESCO  TO CL-PARENTESCO-RP
           MOVE EIBOPID        TO CL-USUARIO-RP
           EXEC SQL
                UPDATE TAOPRELA
                SET    PARENTESCO_RP = :CL-PARENTESCO-RP
                      ,ESTADO_RP     = 'A'
                      ,USUARIO_RP    = :CL-USUARIO-RP
                      ,FECHA_HORA_RP = CURRENT TIMESTAMP
                WHERE  OPERADOR_ID_RP = :CL-OPERADOR-ID-RP
                       AND CEDULA_RELACIONADO_RP =
                           :CL-CEDULA-RELACIONADO-RP
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO TAOPRELA (
                       OPERADOR_ID_RP
                      ,CEDULA_RELACIONADO_RP
                      ,PARENTESCO_RP
                      ,ESTADO_RP
                      ,USUARIO_RP
                      ,FECHA_HORA_RP
                   ) VALUES (
                       :CL-OPERADOR-ID-RP
                      ,:CL-CEDULA-RELACIONADO-RP
                      ,:CL-PARENTESCO-RP
                      ,'A'
                      ,:CL-USUARIO-RP
                      ,CURRENT TIMESTAMP
                   )
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 227-MANTENER-IMAGEN
           MOVE 'V' TO CL-ACCION-O
           PERFORM 217-SQL-INSERTAR-LOG
           MOVE 'PARTE RELACIONADA DECLARADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       226-RETIRAR-RELACIONADO.
      *
      *--- OPCION '0': RETIRA LA PARTE RELACIONADA DE CEDULA CAMPO3I
      *--- POS 1-10. LA FILA QUEDA EN ESTADO_RP 'I' (NO SE BORRA) Y EN
      *--- TAOPERLG COMO ACCION 'W'
      *
           MOVE '226-RETIRAR-RELACIONADO' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES OR CAMPO3I(1:10) = SPACES
              MOVE 'DIGITE LA CEDULA DEL RELACIONADO (NOMBRE)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 218-LEER-IMAGEN-ANTERIOR
           MOVE CL-OPERADOR-ID TO CL-OPERADOR-ID-RP
           MOVE CAMPO3I(1:10)  TO CL-CEDULA-RELACIONADO-RP
           MOVE EIBOPID        TO CL-USUARIO-RP
           EXEC SQL
                UPDATE TAOPRELA
                SET    ESTADO_RP     = 'I'
                      ,USUARIO_RP    = :CL-USUARIO-RP
                      ,FECHA_HORA_RP = CURRENT TIMESTAMP
                WHERE  OPERADOR_ID_RP = :CL-OPERADOR-ID-RP
                       AND CEDULA_RELACIONADO_RP =
                           :CL-CEDULA-RELACIONADO-RP
                       AND ESTADO_RP = 'A'
           END-EXEC
           IF SQLCODE = 100
              MOVE 'NO ES PARTE RELACIONADA ACTIVA DEL OPERADOR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 227-MANTENER-IMAGEN
           MOVE 'W' TO CL-ACCION-O
           PERFORM 217-SQL-INSERTAR-LOG
           MOVE 'PARTE RELACIONADA RETIRADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       227-MANTENER-IMAGEN.
      *
      *--- LOS DATOS DE EMPLEADO Y LAS PARTES RELACIONADAS NO CAMBIAN
      *--- ROL, CAJA NI ESTADO: EL ANTES Y EL DESPUES DE TAOPERLG
      *--- QUEDAN IGUALES
      *
           MOVE '227-MANTENER-IMAGEN' TO WS-AB-PARRAFO
           MOVE WS-ANT-NOMBRE  TO CL-NOMBRE-OPERADOR
           MOVE WS-ANT-ROL     TO CL-ROL-OPERADOR
           MOVE WS-ANT-TILL    TO CL-TILL-ID
           MOVE WS-ANT-ESTADO  TO CL-ESTADO-OPERADOR.

       218-LEER-IMAGEN-ANTERIOR.
      *
      *--- SE LEE LA IMAGEN ACTUAL DEL OPERADOR ANTES DE CAMBIARLA,
      *--- PARA DEJAR EL ANTES/DESPUES EN TAOPERLG
      *
           MOVE '218-LEER-IMAGEN-ANTERIOR' TO WS-AB-PARRAFO
           MOVE CAMPO2I TO CL-OPERADOR-ID
           EXEC SQL
                SELECT
           MOVE CL-ESTADO-OPERADOR  TO WS-ANT-ESTADO.

       219-SQL-ACTUALIZAR-ESTADO.
           MOVE '219-SQL-ACTUALIZAR-ESTADO' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TAOPERA
                SET    ESTADO_OPERADOR = :CL-ESTADO-OPERADOR
           PERFORM 217-SQL-INSERTAR-LOG.

       217-SQL-INSERTAR-LOG.
           MOVE '217-SQL-INSERTAR-LOG' TO WS-AB-PARRAFO
           MOVE CL-OPERADOR-ID     TO CL-OPERADOR-ID-O
           MOVE WS-ANT-ROL         TO CL-ROL-ANTERIOR
           MOVE CL-ROL-OPERADOR    TO CL-ROL-NUEVO
           END-IF.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('OPERMP')
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
           EXEC CICS
                RETURN
                TRANSID('OPER')
           END-EXEC.

       COPY AUDCTAPR.
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
           MOVE DB2-SQLCODE-Z  TO DB2-ERR-CODE
