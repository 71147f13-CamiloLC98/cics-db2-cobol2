      ******************************************************************
      * DCLGEN TABLE(TACRBREP)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TACRBREP))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTCRBREP)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- REPORTE MENSUAL A LA CENTRAL DE RIESGO: UNA FILA POR PRESTAMO
      *--- Y PERIODO (YYYY-MM DE LA FECHA DE NEGOCIO DEL CIERRE) CON LO
      *--- QUE SE REPORTO. LA LLENA EL BATCH CRBXCOB AL GENERAR EL
      *--- ARCHIVO Y LA ACTUALIZA CRBRCOB CON EL ARCHIVO DE RESPUESTA DE
      *--- LA CENTRAL.
      *--- ESTADO_CREDITO_CB: '01' AL DIA, '02' EN MORA, '03' PAGADO,
      *--- '04' CASTIGADO. PEOR_MORA_CB ES LA MAYOR ALTURA DE MORA DEL
      *--- PERIODO DE REPORTE (EL CORTE ACTUAL Y LOS ONCE ANTERIORES).
      *--- ESTADO_ENVIO_CB: 'E' ENVIADO, 'X' RETENIDO POR DATOS
      *--- OBLIGATORIOS FALTANTES DEL DEUDOR (NO SALIO EN EL ARCHIVO),
      *--- 'A' ACEPTADO, 'R' RECHAZADO POR LA CENTRAL (MOTIVO_CB). LOS
      *--- 'X' Y 'R' SE REENVIAN COMO CORRECCION EN EL CICLO SIGUIENTE
      *--- CUANDO EL DEUDOR YA TIENE LOS DATOS CORREGIDOS (PANTALLA
      *--- CRBCCOB); PERIODO_ENVIO_CB ES EL PERIODO DEL ARCHIVO EN QUE
      *--- SALIO LA FILA.
      *--- COLUMNAS CON SUFIJO _CB PARA NO CHOCAR CON TAPRESTA/TACLIENT
      ******************************************************************
           EXEC SQL DECLARE TACRBREP TABLE
           ( ID_PRESTAMO_CB                 INTEGER NOT NULL,
             PERIODO_CB                     CHAR(7) NOT NULL,
             TIPO_DOCUMENTO_CB              CHAR(2) NOT NULL,
             CEDULA_CB                      CHAR(10) NOT NULL,
             NOMBRE_CB                      CHAR(50) NOT NULL,
             MONTO_ORIGINAL_CB              DECIMAL(15, 2) NOT NULL,
             SALDO_CB                       DECIMAL(15, 2) NOT NULL,
             CUOTA_CB                       DECIMAL(15, 2) NOT NULL,
             DIAS_MORA_CB                   INTEGER NOT NULL,
             PEOR_MORA_CB                   INTEGER NOT NULL,
             ESTADO_CREDITO_CB              CHAR(2) NOT NULL,
             ESTADO_ENVIO_CB                CHAR(1) NOT NULL,
             MOTIVO_CB                      CHAR(40) NOT NULL
                                            WITH DEFAULT,
             PERIODO_ENVIO_CB               CHAR(7) NOT NULL
                                            WITH DEFAULT,
             FECHA_RESPUESTA_CB             DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TACRBREP                           *
      ******************************************************************
       01  CL-ESTCRBREP.
      *                       ID_PRESTAMO_CB
           10 CL-ID-PRESTAMO-CB    PIC S9(9) USAGE COMP.
      *                       PERIODO_CB
           10 CL-PERIODO-CB        PIC X(7).
      *                       TIPO_DOCUMENTO_CB
           10 CL-TIPO-DOCUMENTO-CB PIC X(2).
      *                       CEDULA_CB
           10 CL-CEDULA-CB         PIC X(10).
      *                       NOMBRE_CB
           10 CL-NOMBRE-CB         PIC X(50).
      *                       MONTO_ORIGINAL_CB
           10 CL-MONTO-ORIGINAL-CB PIC S9(13)V9(2) USAGE COMP-3.
      *                       SALDO_CB
           10 CL-SALDO-CB          PIC S9(13)V9(2) USAGE COMP-3.
      *                       CUOTA_CB
           10 CL-CUOTA-CB          PIC S9(13)V9(2) USAGE COMP-3.
      *                       DIAS_MORA_CB
           10 CL-DIAS-MORA-CB      PIC S9(9) USAGE COMP.
      *                       PEOR_MORA_CB
           10 CL-PEOR-MORA-CB      PIC S9(9) USAGE COMP.
      *                       ESTADO_CREDITO_CB
           10 CL-ESTADO-CREDITO-CB PIC X(2).
      *                       ESTADO_ENVIO_CB
           10 CL-ESTADO-ENVIO-CB   PIC X(1).
      *                       MOTIVO_CB
           10 CL-MOTIVO-CB         PIC X(40).
      *                       PERIODO_ENVIO_CB
           10 CL-PERIODO-ENVIO-CB  PIC X(7).
      *                       FECHA_RESPUESTA_CB
           10 CL-FECHA-RESPUESTA-CB PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
