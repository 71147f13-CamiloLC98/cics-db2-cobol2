      ******************************************************************
      *--- MAESTRO DE TARJETAS DEBITO DEL CANAL DE AUTOSERVICIO: CADA
      *--- TARJETA APUNTA A SU CUENTA DE TACUENT Y LLEVA SU PROPIO
      *--- ESTADO ('A' ACTIVA / 'B' BLOQUEADA / 'P' PERDIDA / 'H'
      *--- HURTADA / 'V' VENCIDA), FECHA DE VENCIMIENTO Y TOPE DIARIO
      *--- DE CAJERO AUTOMATICO. LA MANTIENE LA PANTALLA TARJCOB
      *--- (EMISION Y BLOQUEO EN CALIENTE, QUE ENCOLA LA NOVEDAD PARA
      *--- LA LISTA NEGATIVA DEL SWITCH EN TAHOTCRD) Y LA
      *--- VALIDA POSTCOB ANTES DE TOCAR TACUENT: UNA TARJETA ROBADA
      *--- SE BLOQUEA SOLA, SIN MATAR LA CUENTA ENTERA EN BLOQCOB Y
      *--- CON ELLA EL ACCESO DEL CLIENTE A LA VENTANILLA.
      *--- TARJETA_ANTERIOR_TJ: EN LA TARJETA DE REPOSICION QUE EMITE
      *--- EL BATCH DE RENOVACION RENTCOB, LA TARJETA QUE REEMPLAZA;
      *--- POSTCOB DEJA LA ANTERIOR 'V' CON EL PRIMER USO DE LA NUEVA.
      *--- EN BLANCO EN LAS TARJETAS EMITIDAS POR TARJCOB.
      *--- COLUMNAS CON SUFIJO _TJ PARA NO CHOCAR CON TACUENT
      ******************************************************************
           EXEC SQL DECLARE TATARJ TABLE
             FECHA_VENCIM_TJ                DATE NOT NULL,
             LIMITE_ATM_TJ                  DECIMAL(15, 2) NOT NULL,
             USUARIO_ALTA_TJ                CHAR(3) NOT NULL,
             FECHA_ALTA_TJ                  TIMESTAMP NOT NULL,
             TARJETA_ANTERIOR_TJ            CHAR(16) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TATARJ                             *
           10 CL-USUARIO-ALTA-TJ   PIC X(3).
      *                       FECHA_ALTA_TJ
           10 CL-FECHA-ALTA-TJ     PIC X(26).
      *                       TARJETA_ANTERIOR_TJ
           10 CL-TARJETA-ANTERIOR-TJ PIC X(16).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
