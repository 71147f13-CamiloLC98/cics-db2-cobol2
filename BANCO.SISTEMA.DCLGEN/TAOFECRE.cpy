      ******************************************************************
      * DCLGEN TABLE(TAOFECRE)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAOFECRE))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTOFECRE)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- OFERTAS DE CREDITO PREAPROBADO QUE CALCULA CADA MES EL BATCH
      *--- PREACOB A PARTIR DEL COMPORTAMIENTO DE DEPOSITOS DEL CLIENTE:
      *--- SALDO PROMEDIO DE LAS FOTOS DE TASNAPCT, MESES CON ABONO DE
      *--- NOMINA (PAYRCOB) E INGRESO PROMEDIO EN TATRANS, ANTIGUEDAD
      *--- DEL MAESTRO TACLIENT, RIESGO KYC Y MORA/CASTIGOS EN TAPRESTA.
      *--- UNA OFERTA VIGENTE POR CEDULA; NUMERO_CUENTA_OC ES LA CUENTA
      *--- ACTIVA DONDE SE DESEMBOLSARIA Y OFICIAL_OC EL OFICIAL DE
      *--- RELACION AL CALCULARLA (CARTERA EN PORTCOB).
      *--- SOLCCOB LA MUESTRA (ACCION 'O') Y LA TOMA AL CAPTURAR UNA
      *--- SOLICITUD QUE NO LA EXCEDA EN MONTO NI PLAZO; CMPGCOB PUEDE
      *--- DIRIGIR UNA CAMPANA DEL EXTRACTO SOLO A CLIENTES CON OFERTA
      *--- VIGENTE (OFERTA_CP EN TACAMPAN).
      *--- ESTADO_OC: 'V' VIGENTE, 'T' TOMADA (ID_SOLICITUD_OC), 'X'
      *--- VENCIDA SIN TOMAR (FECHA_VENCE_OC, 60 DIAS DESPUES DE
      *--- FECHA_OFERTA_OC), 'R' REEMPLAZADA POR LA DEL MES SIGUIENTE.
      *--- ID_OFERTA ES IDENTITY EN DB2.
      *--- COLUMNAS CON SUFIJO _OC PARA NO CHOCAR CON TACLIENT
      ******************************************************************
           EXEC SQL DECLARE TAOFECRE TABLE
           ( ID_OFERTA                      INTEGER NOT NULL,
             CEDULA_OC                      CHAR(10) NOT NULL,
             NUMERO_CUENTA_OC               CHAR(10) NOT NULL,
             OFICIAL_OC                     CHAR(3) NOT NULL,
             PUNTAJE_OC                     SMALLINT NOT NULL,
             MONTO_OC                       DECIMAL(15, 2) NOT NULL,
             PLAZO_MESES_OC                 SMALLINT NOT NULL,
             SALDO_PROMEDIO_OC              DECIMAL(15, 2) NOT NULL,
             INGRESO_PROMEDIO_OC            DECIMAL(15, 2) NOT NULL,
             MESES_NOMINA_OC                SMALLINT NOT NULL,
             ANTIGUEDAD_MESES_OC            SMALLINT NOT NULL,
             FECHA_OFERTA_OC                DATE NOT NULL,
             FECHA_VENCE_OC                 DATE NOT NULL,
             ESTADO_OC                      CHAR(1) NOT NULL,
             ID_SOLICITUD_OC                INTEGER NOT NULL
                                            WITH DEFAULT,
             FECHA_ESTADO_OC                DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAOFECRE                           *
      ******************************************************************
       01  CL-ESTOFECRE.
      *                       ID_OFERTA
           10 CL-ID-OFERTA         PIC S9(9) USAGE COMP.
      *                       CEDULA_OC
           10 CL-CEDULA-OC         PIC X(10).
      *                       NUMERO_CUENTA_OC
           10 CL-NUMERO-CUENTA-OC  PIC X(10).
      *                       OFICIAL_OC
           10 CL-OFICIAL-OC        PIC X(3).
      *                       PUNTAJE_OC
           10 CL-PUNTAJE-OC        PIC S9(4) USAGE COMP.
      *                       MONTO_OC
           10 CL-MONTO-OC          PIC S9(13)V9(2) USAGE COMP-3.
      *                       PLAZO_MESES_OC
           10 CL-PLAZO-MESES-OC    PIC S9(4) USAGE COMP.
      *                       SALDO_PROMEDIO_OC
           10 CL-SALDO-PROMEDIO-OC PIC S9(13)V9(2) USAGE COMP-3.
      *                       INGRESO_PROMEDIO_OC
           10 CL-INGRESO-PROMEDIO-OC PIC S9(13)V9(2) USAGE COMP-3.
      *                       MESES_NOMINA_OC
           10 CL-MESES-NOMINA-OC   PIC S9(4) USAGE COMP.
      *                       ANTIGUEDAD_MESES_OC
           10 CL-ANTIGUEDAD-MESES-OC PIC S9(4) USAGE COMP.
      *                       FECHA_OFERTA_OC
           10 CL-FECHA-OFERTA-OC   PIC X(10).
      *                       FECHA_VENCE_OC
           10 CL-FECHA-VENCE-OC    PIC X(10).
      *                       ESTADO_OC
           10 CL-ESTADO-OC         PIC X(1).
      *                       ID_SOLICITUD_OC
           10 CL-ID-SOLICITUD-OC   PIC S9(9) USAGE COMP.
      *                       FECHA_ESTADO_OC
           10 CL-FECHA-ESTADO-OC   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
