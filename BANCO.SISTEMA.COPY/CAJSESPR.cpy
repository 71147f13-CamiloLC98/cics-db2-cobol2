      * OPERADOR Y 241-CONSULTAR-SESION-OPERADOR EN DEPOCOB: SIN CAJA  *
      * O SIN SESION NO SE RECHAZA LA OPERACION, EL MOVIMIENTO QUEDA   *
      * SIN CAJA / CON SESION CERO EN EL HISTORICO. REQUIERE EXEC SQL  *
      * INCLUDE TAOPERA, TASESION, TATRANS Y TAARQUEO. LA SUCURSAL DEL *
      * MOVIMIENTO SE RESUELVE APARTE CON 880-DERIVAR-SUCURSAL (VER    *
      * SUCTRMPR). UNA CAJA CONGELADA POR ARQUEO DE AUDITORIA SI SE    *
      * RECHAZA (884-VERIFICAR-ARQUEO, COPY ARQCTAPR)                  *
      ******************************************************************
       881-CONSULTAR-CAJA-SESION.
           MOVE SPACES TO CL-TILL-ID-T
           ELSE
              MOVE SPACES TO CL-TILL-ID
           END-IF
           MOVE CL-TILL-ID-T TO CL-TILL-ID-AQ
           PERFORM 884-VERIFICAR-ARQUEO
           MOVE EIBOPID TO CL-OPERADOR-SES
           EXEC SQL
                SELECT ID_SESION
