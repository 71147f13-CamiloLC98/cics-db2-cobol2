      *--- CON EL MISMO PIN NO PRODUZCAN EL MISMO CIFRADO. LO ASIGNA/
      *--- RESETEA UN SUPERVISOR EN ALTACOB, LO CAMBIA EL CLIENTE EN
      *--- PINCCOB (VIEJO/NUEVO/CONFIRMACION) Y LO EXIGEN RETRCOB Y
      *--- TRNFCOB ANTES DE POSTEAR Y CONSCOB (CONSULTA DEL IVR Y LA
      *--- BANCA MOVIL) EN CADA LLAMADA; LOS PIN ERRADOS ALIMENTAN
      *--- TACUENT.INTENTOS_FALLIDOS Y EL AUTOBLOQUEO YA EXISTENTE.
      *--- NUMERO_CUENTA_K LLEVA SUFIJO _K PORQUE TACUENT SE INCLUYE
      *--- JUNTO A ESTA TABLA EN ESOS PROGRAMAS (MISMO RECURSO YA
