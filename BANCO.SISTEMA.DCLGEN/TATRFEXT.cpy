      *--- LIQUIDACION (ESTADO 'E' ENVIADA) Y PROCESA EL ARCHIVO DE
      *--- RETORNOS DEL OTRO BANCO: 'L' LIQUIDADA O 'D' DEVUELTA, CASO
      *--- EN QUE SE REABONA LA CUENTA ORIGEN (TATRANS TIPO 'E' EN
      *--- POSITIVO CON LA MISMA REFERENCIA_X). UN ITEM DE UNA CUENTA
      *--- EN DIVISA SOBRE EL UMBRAL DEL REGIMEN CAMBIARIO SIN SU
      *--- DECLARACION DE CAMBIO (TADECCAM) NO SE ENVIA: TRFXCOB LO
      *--- DEJA EN 'R' RECHAZADA Y LO REABONA IGUAL QUE UNA DEVUELTA.
      *--- COLUMNAS CON SUFIJO _X PORQUE TACUENT/TATRANS SE INCLUYEN
      *--- JUNTO A ESTA TABLA EN TRNFCOB/TRFXCOB (MISMO RECURSO YA
      *--- USADO EN TAPENDTR CON EL SUFIJO _P)
