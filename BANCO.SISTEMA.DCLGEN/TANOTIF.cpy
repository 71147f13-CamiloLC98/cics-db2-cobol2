      *--- TAESTLOG SE INCLUYE JUNTO A ESTA TABLA EN BLOQCOB Y YA TIENE
      *--- CAMPOS CON ESOS MISMOS NOMBRES SIN SUFIJO (MISMO RECURSO YA
      *--- USADO EN TAFAVCTA CON EL SUFIJO _F)
      *--- CEDULA_DESTINO_N: EN BLANCO EL AVISO VA AL TITULAR DE LA
      *--- CUENTA; CON CEDULA VA A ESE CLIENTE (CODEUDOR AVISADO POR
      *--- PRSCCOB CON EL CODIGO 'G' CUANDO EL PRESTAMO ENTRA EN MORA)
      *--- ESTADO_NUEVO_N 'W' ES UN AVISO PROMOCIONAL DE MERCADEO: SI
      *--- EL CLIENTE NO ACEPTO MERCADEO POR ESE CANAL (TACONSEN)
      *--- NOTDCOB NO LO ENVIA Y LA FILA QUEDA ESTADO_ENVIO 'X'
      *--- (SUPRIMIDA POR CONSENTIMIENTO)
      *--- ESTADO_NUEVO_N 'I'/'U' ES EL PREAVISO OBLIGATORIO DE UNA
      *--- BAJA DE TASA / SUBIDA DE TARIFA (AVISCOB, DETALLE EN
      *--- TAAVISOC); NO PASA POR TACONSEN
      *--- ESTADO_NUEVO_N 'V' ES EL AVISO DE CAMBIO DE PRODUCTO DE LA
      *--- MIGRACION MASIVA (MIGPCOB)
      *--- ESTADO_NUEVO_N 'Z' ES EL SMS CON EL CODIGO DE RETIRO SIN
      *--- TARJETA (DETALLE EN TACODRET); SIEMPRE VA POR SMS AL
      *--- CELULAR DEL CODIGO, SIN IMPORTAR EL CANAL PREFERIDO
      ******************************************************************
           EXEC SQL DECLARE TANOTIF TABLE
           ( ID_NOTIFICACION                INTEGER NOT NULL,
             FECHA_HORA_N                   TIMESTAMP NOT NULL,
             ESTADO_ENVIO                   CHAR(1) NOT NULL,
             INTENTOS_ENVIO                 SMALLINT NOT NULL
                                            WITH DEFAULT,
             CEDULA_DESTINO_N               CHAR(10) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
           10 CL-ESTADO-ENVIO      PIC X(1).
      *                       INTENTOS_ENVIO
           10 CL-INTENTOS-ENVIO    PIC S9(4) USAGE COMP.
      *                       CEDULA_DESTINO_N
           10 CL-CEDULA-DESTINO-N  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
