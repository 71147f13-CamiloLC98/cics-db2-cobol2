      ******************************************************************
      * PARRAFO COMPARTIDO, VIA COPY, QUE RECHAZA EL MOVIMIENTO DE UNA *
      * CAJA/GAVETA (O DE LA BOVEDA) CONGELADA POR UN ARQUEO DE        *
      * AUDITORIA INTERNA EN CURSO (TAARQUEO 'C' O 'P', VER ARQUCOB).  *
      * EL LLAMADOR CARGA LA CAJA EN CL-TILL-ID-AQ; UNA CAJA EN BLANCO *
      * NO SE VERIFICA. COMO PUEDE LLAMARSE DESPUES DE ACTUALIZAR      *
      * SALDOS, EL RECHAZO DESHACE LA UNIDAD DE TRABAJO ANTES DE       *
      * DEVOLVER LA PANTALLA. REQUIERE EXEC SQL INCLUDE TAARQUEO Y LOS *
      * PARRAFOS 220-ENVIAR-MAPA Y 300-RETURN DEL PROGRAMA             *
      ******************************************************************
       884-VERIFICAR-ARQUEO.
           IF CL-TILL-ID-AQ NOT = SPACES
              EXEC SQL
                   SELECT ID_ARQUEO
                   INTO   :CL-ID-ARQUEO
                   FROM   TAARQUEO
                   WHERE  TILL_ID_AQ = :CL-TILL-ID-AQ
                          AND ESTADO_AQ IN ('C', 'P')
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE = 0
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE 'CAJA EN ARQUEO DE AUDITORIA, NO SE APLICO NADA'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
           END-IF.
