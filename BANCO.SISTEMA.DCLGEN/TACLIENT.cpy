      *--- APROBARSE EL PAGO; SIGUE BLOQUEANDO DEBITOS). LO MANTIENE
      *--- LA PANTALLA SUCECOB CON APROBACION DE SEGUNDO OPERADOR
      *--- PARA EL PAGO A HEREDEROS (MISMO PATRON TAESTLOG DE
      *--- BLOQCOB/BAPRCOB). LAS CUENTAS CON BENEFICIARIOS POD
      *--- VIGENTES (TABENPOD, PANTALLA PODBCOB) NO VAN A HEREDEROS:
      *--- SUCECOB PAGA A CADA BENEFICIARIO SU PORCENTAJE Y DEJA 'L'
      *--- AL PAGAR EL ULTIMO
      *--- TIPO_DOCUMENTO ('CC','CE','TI','NI','PA','RC') ES DATO
      *--- OBLIGATORIO DEL REPORTE A LA CENTRAL DE RIESGO (CRBXCOB); LO
      *--- CORRIGE LA PANTALLA CRBCCOB SOBRE LOS DEUDORES RECHAZADOS
      *--- RESIDENCIA FISCAL (FATCA/CRS): PAIS_FISCAL_1/2 CON SU
      *--- TIN_FISCAL_1/2 (NUMERO DE IDENTIFICACION TRIBUTARIA
      *--- EXTRANJERO) Y FECHA_AUTOCERT_FISCAL DE LA AUTOCERTIFICACION
      *--- FIRMADA (0001-01-01 MIENTRAS NO HAYA); LOS CAPTURA
      *--- ALTACOB (OPCION 9). INDICIO_FISCAL
      *--- 'S' MARCA INDICIOS DE RESIDENCIA EXTRANJERA (DIRECCION O
      *--- TELEFONO DEL EXTERIOR) SIN AUTOCERTIFICACION; 'N' SIN
      *--- INDICIOS O YA DOCUMENTADO. EL REPORTE ANUAL AL REGULADOR
      *--- ES EL BATCH FCRSCOB (JURISDICCIONES EN TAJURFIS)
      *
           EXEC SQL DECLARE TACLIENT TABLE
           ( CEDULA_CLIENTE_M               CHAR(10) NOT NULL,
             FECHA_NACIMIENTO               DATE NOT NULL
                                            WITH DEFAULT,
             CEDULA_TUTOR                   CHAR(10) NOT NULL
                                            WITH DEFAULT,
             PAIS_FISCAL_1                  CHAR(2) NOT NULL
                                            WITH DEFAULT,
             TIN_FISCAL_1                   CHAR(20) NOT NULL
                                            WITH DEFAULT,
             PAIS_FISCAL_2                  CHAR(2) NOT NULL
                                            WITH DEFAULT,
             TIN_FISCAL_2                   CHAR(20) NOT NULL
                                            WITH DEFAULT,
             FECHA_AUTOCERT_FISCAL          DATE NOT NULL
                                            WITH DEFAULT,
             INDICIO_FISCAL                 CHAR(1) NOT NULL
                                            WITH DEFAULT 'N'
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TACLIENT                           *
           10 CL-FECHA-NACIMIENTO  PIC X(10).
      *                       CEDULA_TUTOR
           10 CL-CEDULA-TUTOR      PIC X(10).
      *                       PAIS_FISCAL_1
           10 CL-PAIS-FISCAL-1     PIC X(2).
      *                       TIN_FISCAL_1
           10 CL-TIN-FISCAL-1      PIC X(20).
      *                       PAIS_FISCAL_2
           10 CL-PAIS-FISCAL-2     PIC X(2).
      *                       TIN_FISCAL_2
           10 CL-TIN-FISCAL-2      PIC X(20).
      *                       FECHA_AUTOCERT_FISCAL
           10 CL-FECHA-AUTOCERT-FISCAL PIC X(10).
      *                       INDICIO_FISCAL
           10 CL-INDICIO-FISCAL    PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
