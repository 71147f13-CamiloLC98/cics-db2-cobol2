      ******************************************************************
      * DCLGEN TABLE(TABENPOD)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TABENPOD))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTBENPOD)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- BENEFICIARIOS PAGADEROS AL FALLECIMIENTO (POD) DE CUENTAS DE
      *--- DEPOSITO. UNA FILA POR BENEFICIARIO (ORDEN_PD 1 A 5) Y POR
      *--- VERSION DE LA DESIGNACION. EL TITULAR LA CAPTURA EN PODBCOB
      *--- COMO BORRADOR Y AL CONFIRMARLA (PORCENTAJES SUMAN 100.00)
      *--- PASA A VIGENTE; LA VERSION ANTERIOR QUEDA 'X' CON FECHA Y
      *--- USUARIO DE BAJA. LAS FILAS VIGENTES, REEMPLAZADAS Y PAGADAS
      *--- NO SE BORRAN: SON EL HISTORICO.
      *--- ESTADO_PD: 'B' BORRADOR, 'V' VIGENTE, 'X' REEMPLAZADA O
      *--- REVOCADA, 'P' PAGADA POR SUCECOB
      *--- (USUARIO_BAJA_PD/FECHA_BAJA_PD = QUIEN APROBO EL PAGO Y
      *--- CUANDO, MONTO_PAGADO_PD = LO ACREDITADO).
      *--- UNA CUENTA CON FILAS 'V' O 'P' SALE DE LA SUCESION: SUCECOB
      *--- LE PAGA A CADA BENEFICIARIO SU PORCENTAJE CONTRA IDENTIDAD
      *--- VERIFICADA.
      *--- ID_BENEF_PD ES IDENTITY EN DB2.
      *--- COLUMNAS CON SUFIJO _PD PARA NO CHOCAR CON TACUENT Y TABENEF
      ******************************************************************
           EXEC SQL DECLARE TABENPOD TABLE
           ( ID_BENEF_PD                    INTEGER NOT NULL,
             NUMERO_CUENTA_PD               CHAR(10) NOT NULL,
             ORDEN_PD                       SMALLINT NOT NULL,
             CEDULA_PD                      CHAR(10) NOT NULL,
             NOMBRE_PD                      CHAR(40) NOT NULL,
             PARENTESCO_PD                  CHAR(15) NOT NULL,
             PORCENTAJE_PD                  DECIMAL(5, 2) NOT NULL,
             ESTADO_PD                      CHAR(1) NOT NULL,
             USUARIO_ALTA_PD                CHAR(3) NOT NULL,
             FECHA_ALTA_PD                  TIMESTAMP NOT NULL,
             USUARIO_VIGENCIA_PD            CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_VIGENCIA_PD              TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             USUARIO_BAJA_PD                CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_BAJA_PD                  TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             MONTO_PAGADO_PD                DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TABENPOD                           *
      ******************************************************************
       01  CL-ESTBENPOD.
      *                       ID_BENEF_PD
           10 CL-ID-BENEF-PD       PIC S9(9) USAGE COMP.
      *                       NUMERO_CUENTA_PD
           10 CL-NUMERO-CUENTA-PD  PIC X(10).
      *                       ORDEN_PD
           10 CL-ORDEN-PD          PIC S9(4) USAGE COMP.
      *                       CEDULA_PD
           10 CL-CEDULA-PD         PIC X(10).
      *                       NOMBRE_PD
           10 CL-NOMBRE-PD         PIC X(40).
      *                       PARENTESCO_PD
           10 CL-PARENTESCO-PD     PIC X(15).
      *                       PORCENTAJE_PD
           10 CL-PORCENTAJE-PD     PIC S9(3)V9(2) USAGE COMP-3.
      *                       ESTADO_PD
           10 CL-ESTADO-PD         PIC X(1).
      *                       USUARIO_ALTA_PD
           10 CL-USUARIO-ALTA-PD   PIC X(3).
      *                       FECHA_ALTA_PD
           10 CL-FECHA-ALTA-PD     PIC X(26).
      *                       USUARIO_VIGENCIA_PD
           10 CL-USUARIO-VIGENCIA-PD PIC X(3).
      *                       FECHA_VIGENCIA_PD
           10 CL-FECHA-VIGENCIA-PD PIC X(26).
      *                       USUARIO_BAJA_PD
           10 CL-USUARIO-BAJA-PD   PIC X(3).
      *                       FECHA_BAJA_PD
           10 CL-FECHA-BAJA-PD     PIC X(26).
      *                       MONTO_PAGADO_PD
           10 CL-MONTO-PAGADO-PD   PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
