      *--- OPERADOR_SOLICITA/OPERADOR_APRUEBA DE TAESTLOG). ROL_OPERADOR
      *--- 'T' = CAJERO (TELLER), 'S' = SUPERVISOR. USADO POR MENUPGM
      *--- PARA AUTORIZAR LAS OPCIONES DE MENU SEGUN EL ROL.
      *--- 'A' = AUDITOR INTERNO: UNICO ROL QUE CONGELA Y ARQUEA CAJAS
      *--- Y BOVEDA POR SORPRESA EN ARQUCOB (TAARQUEO).
      *--- CLAVE_CIFRADA ES LA CLAVE PERSONAL DEL OPERADOR (CIFRADA
      *--- CON 830-CIFRAR-PIN) QUE MENUPGM EXIGE ANTES DE AUTORIZAR
      *--- CUALQUIER OPCION: VENCE A LOS 30 DIAS (FECHA_CLAVE) Y TRES
      *--- EL CUADRE DE CAJA DE FIN DE TURNO. ESTADO_OPERADOR 'A' =
      *--- ACTIVO, 'I' = INACTIVO (DADO DE BAJA EN OPERCOB, QUE ES EL
      *--- MANTENIMIENTO DE ESTA TABLA Y DEJA CADA CAMBIO EN TAOPERLG);
      *--- MENUPGM SOLO AUTORIZA OPERADORES ACTIVOS.
      *--- CEDULA_OPERADOR ES LA CEDULA DEL EMPLEADO (LA MISMA DE
      *--- TACLIENT SI ES CLIENTE) Y SUCURSAL_OPERADOR SU SUCURSAL DE
      *--- TRABAJO EN TABRANCH, AMBAS ASIGNADAS EN OPERCOB (OPCION '8').
      *--- CON LAS PARTES RELACIONADAS DE TAOPRELA SOSTIENEN EL
      *--- CONTROL DE CONFLICTO DE INTERES (837-VERIFICAR-CONFLICTO) Y
      *--- EL REPORTE MENSUAL DE CUENTAS DE EMPLEADOS (EMPLCOB)
      ******************************************************************
           EXEC SQL DECLARE TAOPERA TABLE
           ( OPERADOR_ID                    CHAR(3) NOT NULL,
             INTENTOS_CLAVE                 SMALLINT NOT NULL
                                            WITH DEFAULT,
             MODO_PRACTICA                  CHAR(1) NOT NULL
                                            WITH DEFAULT 'N',
             CEDULA_OPERADOR                CHAR(10) NOT NULL
                                            WITH DEFAULT,
             SUCURSAL_OPERADOR              CHAR(4) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAOPERA                            *
           10 CL-INTENTOS-CLAVE    PIC S9(4) USAGE COMP.
      *                       MODO_PRACTICA
           10 CL-MODO-PRACTICA     PIC X(1).
      *                       CEDULA_OPERADOR
           10 CL-CEDULA-OPERADOR   PIC X(10).
      *                       SUCURSAL_OPERADOR
           10 CL-SUCURSAL-OPERADOR PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
