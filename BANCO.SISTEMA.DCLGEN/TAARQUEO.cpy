      ******************************************************************
      * DCLGEN TABLE(TAARQUEO)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAARQUEO))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTARQUEO)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- ARQUEOS SORPRESIVOS DE AUDITORIA INTERNA A GAVETAS Y A LA
      *--- BOVEDA (TILL 'BOVE'). LA DECLARACION DE FIN DE TURNO DE
      *--- CAJACOB Y LOS CONTEOS DE ENTREGA LOS HACEN LOS MISMOS
      *--- CAJEROS; ESTE ES EL CONTEO INDEPENDIENTE. EL AUDITOR (ROL 'A'
      *--- EN TAOPERA) CONGELA LA CAJA EN ARQUCOB: MIENTRAS HAYA UN
      *--- ARQUEO 'C' O 'P' DE LA CAJA NINGUN PROGRAMA DE POSTEO LA
      *--- MUEVE (884-VERIFICAR-ARQUEO EN ARQCTAPR.cpy).
      *--- LUEGO DIGITA SU CONTEO POR DENOMINACION (DENOM_CONTADO_AQ,
      *--- MISMO FORMATO DE DENOMCP, MAS MONEDAS_AQ) Y EL PROGRAMA LO
      *--- COMPARA CON LA POSICION DEL SISTEMA: FONDO DE APERTURA DE LA
      *--- SESION ABIERTA (TASESION) MAS EFECTIVO DE TATRANS MAS
      *--- TRASLADOS ACUSADOS DE TACAJMOV, Y PARA LA BOVEDA SU SALDO
      *--- CORRIENTE DE TRASLADOS, CON EL LIBRO DE PIEZAS TADENOM EN
      *--- DENOM_SISTEMA_AQ. TRANSITO_AQ SON LOS TRASLADOS ENVIADOS SIN
      *--- ACUSE, QUE YA SALIERON FISICAMENTE DE LA CAJA: DIFERENCIA_AQ
      *--- = CONTADO - (SISTEMA - TRANSITO).
      *--- ESTADO_AQ: 'C' CONGELADA SIN CONTEO, 'P' CONTADA PENDIENTE DE
      *--- LA FIRMA DEL CAJERO, 'F' FIRMADA (CONFORME_AQ 'S'/'N' Y
      *--- OBS_CAJERO_AQ; LIBERA LA CAJA), 'X' ANULADA POR EL AUDITOR
      *--- ANTES DEL CONTEO. SEGUIMIENTO_AQ: 'N' NO REQUIERE (SIN
      *--- DIFERENCIA Y CONFORME), 'P' PENDIENTE, 'R' RESUELTO
      *--- (RESOLUCION_AQ). REPORTE TRIMESTRAL POR SUCURSAL EN ARQRCOB.
      *--- ID_ARQUEO ES IDENTITY EN DB2.
      *--- COLUMNAS CON SUFIJO _AQ PARA NO CHOCAR CON TASESION/TACUADRE
      ******************************************************************
           EXEC SQL DECLARE TAARQUEO TABLE
           ( ID_ARQUEO                      INTEGER NOT NULL,
             TILL_ID_AQ                     CHAR(4) NOT NULL,
             SUCURSAL_AQ                    CHAR(4) NOT NULL,
             AUDITOR_AQ                     CHAR(3) NOT NULL,
             ID_SESION_AQ                   INTEGER NOT NULL
                                            WITH DEFAULT,
             OPERADOR_CAJA_AQ               CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_NEGOCIO_AQ               DATE NOT NULL,
             FECHA_CONGELA_AQ               TIMESTAMP NOT NULL,
             DENOM_CONTADO_AQ               CHAR(35) NOT NULL
                                            WITH DEFAULT,
             MONEDAS_AQ                     DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             MONTO_CONTADO_AQ               DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             MONTO_SISTEMA_AQ               DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             DENOM_SISTEMA_AQ               CHAR(35) NOT NULL
                                            WITH DEFAULT,
             TRANSITO_AQ                    DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             DIFERENCIA_AQ                  DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             HALLAZGOS_AQ                   CHAR(60) NOT NULL
                                            WITH DEFAULT,
             FECHA_CONTEO_AQ                TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             FIRMA_CAJERO_AQ                CHAR(3) NOT NULL
                                            WITH DEFAULT,
             CONFORME_AQ                    CHAR(1) NOT NULL
                                            WITH DEFAULT,
             OBS_CAJERO_AQ                  CHAR(60) NOT NULL
                                            WITH DEFAULT,
             FECHA_FIRMA_AQ                 TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             ESTADO_AQ                      CHAR(1) NOT NULL,
             SEGUIMIENTO_AQ                 CHAR(1) NOT NULL
                                            WITH DEFAULT,
             RESOLUCION_AQ                  CHAR(60) NOT NULL
                                            WITH DEFAULT,
             FECHA_SEGUIM_AQ                DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAARQUEO                           *
      ******************************************************************
       01  CL-ESTARQUEO.
      *                       ID_ARQUEO
           10 CL-ID-ARQUEO         PIC S9(9) USAGE COMP.
      *                       TILL_ID_AQ
           10 CL-TILL-ID-AQ        PIC X(4).
      *                       SUCURSAL_AQ
           10 CL-SUCURSAL-AQ       PIC X(4).
      *                       AUDITOR_AQ
           10 CL-AUDITOR-AQ        PIC X(3).
      *                       ID_SESION_AQ
           10 CL-ID-SESION-AQ      PIC S9(9) USAGE COMP.
      *                       OPERADOR_CAJA_AQ
           10 CL-OPERADOR-CAJA-AQ  PIC X(3).
      *                       FECHA_NEGOCIO_AQ
           10 CL-FECHA-NEGOCIO-AQ  PIC X(10).
      *                       FECHA_CONGELA_AQ
           10 CL-FECHA-CONGELA-AQ  PIC X(26).
      *                       DENOM_CONTADO_AQ
           10 CL-DENOM-CONTADO-AQ  PIC X(35).
      *                       MONEDAS_AQ
           10 CL-MONEDAS-AQ        PIC S9(13)V9(2) USAGE COMP-3.
      *                       MONTO_CONTADO_AQ
           10 CL-MONTO-CONTADO-AQ  PIC S9(13)V9(2) USAGE COMP-3.
      *                       MONTO_SISTEMA_AQ
           10 CL-MONTO-SISTEMA-AQ  PIC S9(13)V9(2) USAGE COMP-3.
      *                       DENOM_SISTEMA_AQ
           10 CL-DENOM-SISTEMA-AQ  PIC X(35).
      *                       TRANSITO_AQ
           10 CL-TRANSITO-AQ       PIC S9(13)V9(2) USAGE COMP-3.
      *                       DIFERENCIA_AQ
           10 CL-DIFERENCIA-AQ     PIC S9(13)V9(2) USAGE COMP-3.
      *                       HALLAZGOS_AQ
           10 CL-HALLAZGOS-AQ      PIC X(60).
      *                       FECHA_CONTEO_AQ
           10 CL-FECHA-CONTEO-AQ   PIC X(26).
      *                       FIRMA_CAJERO_AQ
           10 CL-FIRMA-CAJERO-AQ   PIC X(3).
      *                       CONFORME_AQ
           10 CL-CONFORME-AQ       PIC X(1).
      *                       OBS_CAJERO_AQ
           10 CL-OBS-CAJERO-AQ     PIC X(60).
      *                       FECHA_FIRMA_AQ
           10 CL-FECHA-FIRMA-AQ    PIC X(26).
      *                       ESTADO_AQ
           10 CL-ESTADO-AQ         PIC X(1).
      *                       SEGUIMIENTO_AQ
           10 CL-SEGUIMIENTO-AQ    PIC X(1).
      *                       RESOLUCION_AQ
           10 CL-RESOLUCION-AQ     PIC X(60).
      *                       FECHA_SEGUIM_AQ
           10 CL-FECHA-SEGUIM-AQ   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 25      *
      ******************************************************************
