      *--- JUNTO A ESTA TABLA EN ALTACOB/EXTRCOB Y YA TIENE UNA COLUMNA
      *--- CEDULA_CLIENTE (MISMO RECURSO YA USADO EN TAFAVCTA CON EL
      *--- SUFIJO _F Y EN TANOTIF CON EL SUFIJO _N)
      *--- PAIS_DIRECCION: CODIGO ISO DE DOS LETRAS DEL PAIS DE LA
      *--- DIRECCION ('CO' POR DEFECTO); UN PAIS DISTINTO ES INDICIO
      *--- DE RESIDENCIA FISCAL EXTRANJERA (VER TACLIENT)
      *--- TIPO_EXTRACTO: 'I' UN EXTRACTO POR CUENTA (EXTRCOB, POR
      *--- DEFECTO) O 'C' EXTRACTO CONSOLIDADO DEL CLIENTE CON TODAS
      *--- SUS RELACIONES (EXTCCOB); CON 'C' EXTRCOB NO IMPRIME LAS
      *--- CUENTAS DONDE EL CLIENTE ES EL TITULAR PRINCIPAL
      ******************************************************************
           EXEC SQL DECLARE TACONTAC TABLE
           ( CEDULA_CLIENTE_C               CHAR(10) NOT NULL,
             IDIOMA                         CHAR(2) NOT NULL
                                            WITH DEFAULT 'ES',
             FECHA_ACTUALIZACION            TIMESTAMP NOT NULL,
             USUARIO_ACTUALIZA              CHAR(3) NOT NULL,
             PAIS_DIRECCION                 CHAR(2) NOT NULL
                                            WITH DEFAULT 'CO',
             TIPO_EXTRACTO                  CHAR(1) NOT NULL
                                            WITH DEFAULT 'I'
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TACONTAC                           *
           10 CL-FECHA-ACTUALIZACION PIC X(26).
      *                       USUARIO_ACTUALIZA
           10 CL-USUARIO-ACTUALIZA PIC X(3).
      *                       PAIS_DIRECCION
           10 CL-PAIS-DIRECCION    PIC X(2).
      *                       TIPO_EXTRACTO
           10 CL-TIPO-EXTRACTO     PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
