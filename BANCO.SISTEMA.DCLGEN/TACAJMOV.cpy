      *--- DOBLE RECONOCIMIENTO. CUADCOB PLIEGA LOS TRASLADOS ACUSADOS
      *--- EN LA POSICION ESPERADA DE CADA CAJA, Y EL CONTEO DE
      *--- BILLETES (DENOM_CM, MISMO FORMATO DE DENOMCP) ALIMENTA EL
      *--- LIBRO TADENOM DE AMBAS PUNTAS. LOS CARGUES Y DESCARGUES DE
      *--- LOS CAJEROS AUTOMATICOS (CAJA TILL_AT DE TACAJERO) SON
      *--- TRASLADOS DE ESTA TABLA QUE SOLO REGISTRA ATMCCOB, LIGADOS A
      *--- SU CICLO DE TACICATM.
      *--- COLUMNAS CON SUFIJO _CM PARA NO CHOCAR CON TAOPERA/TADENOM
      ******************************************************************
           EXEC SQL DECLARE TACAJMOV TABLE
