      ******************************************************************
      * DCLGEN TABLE(TASOLCRE)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TASOLCRE))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTSOLCRE)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- SOLICITUDES DE CREDITO PREVIAS AL DESEMBOLSO DE PRSTCOB: UNA
      *--- FILA POR SOLICITUD, CAPTURADA EN SOLCCOB CON MONTO, TASA
      *--- MENSUAL, PLAZO, PROPOSITO E INGRESO DECLARADO DEL TITULAR DE
      *--- LA CUENTA ENLAZADA.
      *--- AL CAPTURAR SE CALCULA LA RELACION DEUDA/INGRESO: CUOTAS DE
      *--- SUS PRESTAMOS VIGENTES (CUOTAS_VIGENTES_SL) MAS LA CUOTA
      *--- ESTIMADA DEL NUEVO CREDITO SOBRE EL INGRESO MENSUAL, QUE ES
      *--- EL DECLARADO O EL PROMEDIO DE ENTRADAS DE LOS ULTIMOS SEIS
      *--- MESES EN TATRANS (INGRESO_PROMEDIO_SL) SI ESTE ES MENOR.
      *--- NIVEL_APROBACION_SL SEGUN EL MONTO: 'O' OFICIAL DE SUCURSAL,
      *--- 'R' REGIONAL, 'C' COMITE DE CREDITO (TOPES EN TAPARAM CRE-
      *--- TOPE-OFICIAL Y CRE-TOPE-REGIONAL); VOTOS_REQUERIDOS_SL ES 1,
      *--- SALVO EL COMITE (CRE-VOTOS-COMITE). CADA VOTO QUEDA EN
      *--- TASOLVOT.
      *--- ESTADO_SL: 'P' PENDIENTE, 'A' APROBADA, 'N' NEGADA, 'D'
      *--- DESEMBOLSADA (ID_PRESTAMO_SL ES EL PRESTAMO QUE NACIO EN
      *--- PRSTCOB).
      *--- COLUMNAS CON SUFIJO _SL PARA NO CHOCAR CON TAPRESTA
      ******************************************************************
           EXEC SQL DECLARE TASOLCRE TABLE
           ( ID_SOLICITUD                   INTEGER NOT NULL,
             NUMERO_CUENTA_SL               CHAR(10) NOT NULL,
             CEDULA_SL                      CHAR(10) NOT NULL,
             MONTO_SL                       DECIMAL(15, 2) NOT NULL,
             TASA_SL                        DECIMAL(5, 4) NOT NULL,
             PLAZO_MESES_SL                 SMALLINT NOT NULL,
             PROPOSITO_SL                   CHAR(40) NOT NULL,
             INGRESO_DECLARADO_SL           DECIMAL(15, 2) NOT NULL,
             INGRESO_PROMEDIO_SL            DECIMAL(15, 2) NOT NULL,
             CUOTAS_VIGENTES_SL             DECIMAL(15, 2) NOT NULL,
             CUOTA_ESTIMADA_SL              DECIMAL(15, 2) NOT NULL,
             RELACION_DEUDA_SL              DECIMAL(7, 2) NOT NULL,
             NIVEL_APROBACION_SL            CHAR(1) NOT NULL,
             VOTOS_REQUERIDOS_SL            SMALLINT NOT NULL,
             VOTOS_SL                       SMALLINT NOT NULL
                                            WITH DEFAULT,
             ESTADO_SL                      CHAR(1) NOT NULL,
             ID_PRESTAMO_SL                 INTEGER NOT NULL
                                            WITH DEFAULT,
             USUARIO_SL                     CHAR(3) NOT NULL,
             FECHA_HORA_SL                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TASOLCRE                           *
      ******************************************************************
       01  CL-ESTSOLCRE.
      *                       ID_SOLICITUD
           10 CL-ID-SOLICITUD      PIC S9(9) USAGE COMP.
      *                       NUMERO_CUENTA_SL
           10 CL-NUMERO-CUENTA-SL  PIC X(10).
      *                       CEDULA_SL
           10 CL-CEDULA-SL         PIC X(10).
      *                       MONTO_SL
           10 CL-MONTO-SL          PIC S9(13)V9(2) USAGE COMP-3.
      *                       TASA_SL
           10 CL-TASA-SL           PIC S9(1)V9(4) USAGE COMP-3.
      *                       PLAZO_MESES_SL
           10 CL-PLAZO-MESES-SL    PIC S9(4) USAGE COMP.
      *                       PROPOSITO_SL
           10 CL-PROPOSITO-SL      PIC X(40).
      *                       INGRESO_DECLARADO_SL
           10 CL-INGRESO-DECLARADO-SL PIC S9(13)V9(2) USAGE COMP-3.
      *                       INGRESO_PROMEDIO_SL
           10 CL-INGRESO-PROMEDIO-SL PIC S9(13)V9(2) USAGE COMP-3.
      *                       CUOTAS_VIGENTES_SL
           10 CL-CUOTAS-VIGENTES-SL PIC S9(13)V9(2) USAGE COMP-3.
      *                       CUOTA_ESTIMADA_SL
           10 CL-CUOTA-ESTIMADA-SL PIC S9(13)V9(2) USAGE COMP-3.
      *                       RELACION_DEUDA_SL
           10 CL-RELACION-DEUDA-SL PIC S9(5)V9(2) USAGE COMP-3.
      *                       NIVEL_APROBACION_SL
           10 CL-NIVEL-APROBACION-SL PIC X(1).
      *                       VOTOS_REQUERIDOS_SL
           10 CL-VOTOS-REQUERIDOS-SL PIC S9(4) USAGE COMP.
      *                       VOTOS_SL
           10 CL-VOTOS-SL          PIC S9(4) USAGE COMP.
      *                       ESTADO_SL
           10 CL-ESTADO-SL         PIC X(1).
      *                       ID_PRESTAMO_SL
           10 CL-ID-PRESTAMO-SL    PIC S9(9) USAGE COMP.
      *                       USUARIO_SL
           10 CL-USUARIO-SL        PIC X(3).
      *                       FECHA_HORA_SL
           10 CL-FECHA-HORA-SL     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
