      *--- ESTE PROGRAMA PARA LA FECHA DE NEGOCIO ABIERTA (TERMINADA O
      *--- EN EJECUCION) LA CORRIDA SE ABORTA CON MENSAJE CLARO, A
      *--- MENOS QUE UN SUPERVISOR HAYA AUTORIZADO LA RECORRIDA EN LA
      *--- PANTALLA JOBSCOB (ESTADO_RC = 'X') O QUE LA CORRIDA ANTERIOR
      *--- HAYA SIDO REVERSADA COMPLETA POR BKOTCOB (ESTADO_RC = 'R').
      *--- SI NO HAY FILA, O ESTA AUTORIZADA, SE DEJA 'E' (EN
      *--- EJECUCION). LA LLAVE ES LA
      *--- FECHA DE NEGOCIO DE TAFECHAS, NO EL DIA CALENDARIO: UN JOB
      *--- LANZADO A LAS 23:58 Y RELANZADO A LAS 00:02 ES LA MISMA
      *--- CORRIDA DEL MISMO DIA CONTABLE Y LA GUARDA DEBE ATRAPARLO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF CL-ESTADO-RC = 'X' OR CL-ESTADO-RC = 'R'
                        EXEC SQL
                             UPDATE TARUNCTL
                             SET    ESTADO_RC       = 'E'
           END-IF.

       860-REGISTRAR-FIN-CORRIDA.
      *
      *--- UNA CORRIDA TERMINADA YA NO TIENE DESDE DONDE REANUDAR: SE
      *--- LIMPIA EL PUNTO DE CONTROL DE LOS JOBS QUE LO LLEVAN (VER
      *--- PARTCTPR), ASI UNA RECORRIDA AUTORIZADA DESPUES ARRANCA DE
      *--- CERO
      *
           EXEC SQL
                UPDATE TARUNCTL
                SET    ESTADO_RC    = 'T'
                      ,FECHA_FIN_RC = CURRENT TIMESTAMP
                      ,REGISTROS_RC = :WS-RC-REGISTROS
                      ,ULTIMA_CUENTA_RC = ' '
                      ,CONTADORES_RC    = ' '
                WHERE  PROGRAMA_RC = :CL-PROGRAMA-RC
                       AND FECHA_NEGOCIO_RC = DATE(:WS-RC-FECHA)
           END-EXEC.
