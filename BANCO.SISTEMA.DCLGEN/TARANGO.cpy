      *--- QUE RANGO_FIN_RG ESTA AGOTADO ('X'); EL REPORTE DE
      *--- AGOTAMIENTO ES EL BATCH RANGRCOB Y LOS RANGOS NUEVOS LOS
      *--- CARGA OPERACIONES ANTES DE QUE UNA SUCURSAL SE QUEDE SIN
      *--- NUMEROS. 'R' ES UN RANGO EN RESERVA: EL QUE FUSICOB TRAE DE
      *--- UNA SUCURSAL QUE CIERRA CUANDO LA DESTINO YA TIENE RANGO
      *--- ACTIVO PARA EL PRODUCTO; OPERACIONES LO ACTIVA AL AGOTARSE
      *--- EL VIGENTE.
      *--- COLUMNAS CON SUFIJO _RG PARA NO CHOCAR CON TACUENT/TABRANCH
      ******************************************************************
           EXEC SQL DECLARE TARANGO TABLE
