      ******************************************************************
      * DCLGEN TABLE(TASINIES)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TASINIES))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTSINIES)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- RECLAMACIONES AL SEGURO DE VIDA DEUDORES: SUCECOB GRABA UNA
      *--- FILA POR PRESTAMO ASEGURADO VIGENTE O CASTIGADO CUANDO
      *--- REGISTRA EL FALLECIMIENTO DEL DEUDOR (TITULAR DE LA CUENTA
      *--- ENLAZADA), CON EL SALDO ASEGURADO A ESA FECHA (CAPITAL MAS
      *--- MORA). EL BATCH MENSUAL SGVRCOB LAS ENVIA A LA ASEGURADORA
      *--- EN SU BORDEREAUX.
      *--- ESTADO_SN: 'A' ABIERTA, 'E' ENVIADA A LA ASEGURADORA, 'N'
      *--- ANULADA (FALLECIMIENTO REVERTIDO EN SUCECOB ANTES DEL
      *--- ENVIO).
      *--- ID_SINIESTRO ES IDENTITY EN DB2.
      *--- COLUMNAS CON SUFIJO _SN PARA NO CHOCAR CON TAPRESTA
      ******************************************************************
           EXEC SQL DECLARE TASINIES TABLE
           ( ID_SINIESTRO                   INTEGER NOT NULL,
             ID_PRESTAMO_SN                 INTEGER NOT NULL,
             CODIGO_AS_SN                   CHAR(4) NOT NULL,
             CEDULA_SN                      CHAR(10) NOT NULL,
             FECHA_SINIESTRO_SN             DATE NOT NULL,
             SALDO_ASEGURADO_SN             DECIMAL(15, 2) NOT NULL,
             ESTADO_SN                      CHAR(1) NOT NULL,
             PERIODO_ENVIO_SN               CHAR(7) NOT NULL
                                            WITH DEFAULT,
             USUARIO_SN                     CHAR(3) NOT NULL,
             FECHA_HORA_SN                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TASINIES                           *
      ******************************************************************
       01  CL-ESTSINIES.
      *                       ID_SINIESTRO
           10 CL-ID-SINIESTRO      PIC S9(9) USAGE COMP.
      *                       ID_PRESTAMO_SN
           10 CL-ID-PRESTAMO-SN    PIC S9(9) USAGE COMP.
      *                       CODIGO_AS_SN
           10 CL-CODIGO-AS-SN      PIC X(4).
      *                       CEDULA_SN
           10 CL-CEDULA-SN         PIC X(10).
      *                       FECHA_SINIESTRO_SN
           10 CL-FECHA-SINIESTRO-SN PIC X(10).
      *                       SALDO_ASEGURADO_SN
           10 CL-SALDO-ASEGURADO-SN PIC S9(13)V9(2) USAGE COMP-3.
      *                       ESTADO_SN
           10 CL-ESTADO-SN         PIC X(1).
      *                       PERIODO_ENVIO_SN
           10 CL-PERIODO-ENVIO-SN  PIC X(7).
      *                       USUARIO_SN
           10 CL-USUARIO-SN        PIC X(3).
      *                       FECHA_HORA_SN
           10 CL-FECHA-HORA-SN     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
