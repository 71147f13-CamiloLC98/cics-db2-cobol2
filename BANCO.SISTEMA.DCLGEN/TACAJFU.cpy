      *--- VACANTES Y MOROSAS. EL LIBRO DE PAPEL QUE NOS FALLO EN LA
      *--- DISPUTA DE HERENCIA QUEDA RETIRADO.
      *--- ESTADO_CF: 'V' VACANTE, 'O' OCUPADA, 'M' MOROSA.
      *--- AL CERRAR UNA SUCURSAL FUSICOB PASA SUS CAJILLAS A LA QUE
      *--- LA ABSORBE, RENUMERANDO LAS QUE CHOCAN CON UNA DE ELLA.
      *--- COLUMNAS CON SUFIJO _CF PARA NO CHOCAR CON TABRANCH
      ******************************************************************
           EXEC SQL DECLARE TACAJFU TABLE
