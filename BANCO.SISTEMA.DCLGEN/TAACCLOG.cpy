      *--- BUSQUEDA PARCIAL) DEJA AQUI LA CUENTA CONSULTADA (VER
      *--- 825-REGISTRAR-ACCESO-CUENTA EN ACCLOGPR.cpy); LA CONSULTA
      *--- DE CUMPLIMIENTO POR CUENTA Y RANGO DE FECHAS ES LA PANTALLA
      *--- ACCLCOB. LAS CONSULTAS DEL IVR Y LA BANCA MOVIL (CONSCOB)
      *--- QUEDAN CON EL CANAL COMO USUARIO Y TRANSACCION 'CONS'.
      *--- COLUMNAS CON SUFIJO _AL PARA NO CHOCAR CON TAAUDIT
      ******************************************************************
           EXEC SQL DECLARE TAACCLOG TABLE
