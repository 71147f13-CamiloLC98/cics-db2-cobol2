      ******************************************************************
      * DCLGEN TABLE(TAGARANT)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAGARANT))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTGARANT)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- REGISTRO DE GARANTIAS DE LOS PRESTAMOS DE TAPRESTA: UNA FILA
      *--- POR GARANTIA, MANTENIDA EN LA PANTALLA GARACOB.
      *--- TIPO_GARANTIA_GR: 'D' CODEUDOR (CEDULA_CODEUDOR_GR, DEBE
      *--- EXISTIR EN TACLIENT), 'C' CDT PIGNORADO (ID_PLAZO_GR DE
      *--- TAPLAZO), 'V' VEHICULO E 'I' INMUEBLE (DESCRIPCION_GR,
      *--- VALOR_AVALUO_GR Y FECHA_VENCE_AVALUO_GR DEL AVALUO VIGENTE).
      *--- ESTADO_GR: 'A' ACTIVA, 'L' LIBERADA. UN CDT CON GARANTIA 'C'
      *--- ACTIVA DE UN PRESTAMO NO CANCELADO (ESTADO_LN 'V' O 'C') NO
      *--- SE QUIEBRA EN CDTACOB NI SE PAGA AL VENCIMIENTO EN CDTMCOB
      *--- (SE RENUEVA Y LA GARANTIA PASA AL TITULO NUEVO); AL QUEDAR EL
      *--- PRESTAMO PAGADO EL BLOQUEO CAE SOLO. EL REPORTE MENSUAL
      *--- GARRCOB LISTA LA COBERTURA BAJO POLITICA Y LOS AVALUOS
      *--- VENCIDOS.
      *--- COLUMNAS CON SUFIJO _GR PARA NO CHOCAR CON TAPRESTA/TAPLAZO
      ******************************************************************
           EXEC SQL DECLARE TAGARANT TABLE
           ( ID_GARANTIA                    INTEGER NOT NULL,
             ID_PRESTAMO_GR                 INTEGER NOT NULL,
             TIPO_GARANTIA_GR               CHAR(1) NOT NULL,
             CEDULA_CODEUDOR_GR             CHAR(10) NOT NULL
                                            WITH DEFAULT,
             ID_PLAZO_GR                    INTEGER NOT NULL
                                            WITH DEFAULT,
             DESCRIPCION_GR                 CHAR(40) NOT NULL
                                            WITH DEFAULT,
             VALOR_AVALUO_GR                DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             FECHA_VENCE_AVALUO_GR          DATE NOT NULL
                                            WITH DEFAULT,
             ESTADO_GR                      CHAR(1) NOT NULL,
             USUARIO_GR                     CHAR(3) NOT NULL,
             FECHA_HORA_GR                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAGARANT                           *
      ******************************************************************
       01  CL-ESTGARANT.
      *                       ID_GARANTIA
           10 CL-ID-GARANTIA       PIC S9(9) USAGE COMP.
      *                       ID_PRESTAMO_GR
           10 CL-ID-PRESTAMO-GR    PIC S9(9) USAGE COMP.
      *                       TIPO_GARANTIA_GR
           10 CL-TIPO-GARANTIA-GR  PIC X(1).
      *                       CEDULA_CODEUDOR_GR
           10 CL-CEDULA-CODEUDOR-GR PIC X(10).
      *                       ID_PLAZO_GR
           10 CL-ID-PLAZO-GR       PIC S9(9) USAGE COMP.
      *                       DESCRIPCION_GR
           10 CL-DESCRIPCION-GR    PIC X(40).
      *                       VALOR_AVALUO_GR
           10 CL-VALOR-AVALUO-GR   PIC S9(13)V9(2) USAGE COMP-3.
      *                       FECHA_VENCE_AVALUO_GR
           10 CL-FECHA-VENCE-AVALUO-GR PIC X(10).
      *                       ESTADO_GR
           10 CL-ESTADO-GR         PIC X(1).
      *                       USUARIO_GR
           10 CL-USUARIO-GR        PIC X(3).
      *                       FECHA_HORA_GR
           10 CL-FECHA-HORA-GR     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
