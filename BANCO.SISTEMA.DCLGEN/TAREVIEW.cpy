      *--- (CLEARED), 'E' ESCALADA Y 'B' CUENTA ENVIADA A BLOQUEO EN
      *--- BLOQCOB. TIPO_ALERTA: 'R' RAFAGA, 'M' MONTOS REDONDOS, 'T'
      *--- MISMO MONTO MULTICUENTA POR TERMINAL.
      *--- 'K' ES UN POSIBLE KITING DE CHEQUES ENTRE CUENTAS
      *--- RELACIONADAS (BATCH KITECOB); LA CADENA DE CUENTAS Y MONTOS
      *--- DEL CASO QUEDA EN TAKITCAD POR ID_REVISION.
      *--- NUMERO_STR GUARDA EL NUMERO DE CONTROL DEL REPORTE DE
      *--- OPERACION SOSPECHOSA QUE EL BATCH STRRCOB GENERO PARA LOS
      *--- CASOS ESCALADOS ('E'); EN BLANCO EL CASO AUN NO SE REPORTA.
