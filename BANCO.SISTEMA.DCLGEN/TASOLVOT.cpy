      ******************************************************************
      * DCLGEN TABLE(TASOLVOT)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TASOLVOT))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTSOLVOT)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- CADENA DE APROBACION DE LAS SOLICITUDES DE CREDITO
      *--- (TASOLCRE): UNA FILA POR VOTO REGISTRADO EN SOLCCOB, CON EL
      *--- OPERADOR, EL NIVEL DE LA SOLICITUD, LA DECISION ('A' APRUEBA,
      *--- 'N' NIEGA) Y LA ATRIBUCION DE CREDITO (TAOPLIMT CONCEPTO
      *--- 'CRED') QUE TENIA AL VOTAR. SOLO SE INSERTA, NUNCA SE
      *--- ACTUALIZA: ES LA EVIDENCIA PARA AUDITORIA DE QUIEN APROBO
      *--- CADA CREDITO.
      *--- COLUMNAS CON SUFIJO _AP PARA NO CHOCAR CON TASOLCRE
      ******************************************************************
           EXEC SQL DECLARE TASOLVOT TABLE
           ( ID_SOLICITUD_AP                INTEGER NOT NULL,
             USUARIO_AP                     CHAR(3) NOT NULL,
             NIVEL_AP                       CHAR(1) NOT NULL,
             DECISION_AP                    CHAR(1) NOT NULL,
             LIMITE_AP                      DECIMAL(15, 2) NOT NULL,
             COMENTARIO_AP                  CHAR(40) NOT NULL
                                            WITH DEFAULT,
             FECHA_HORA_AP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TASOLVOT                           *
      ******************************************************************
       01  CL-ESTSOLVOT.
      *                       ID_SOLICITUD_AP
           10 CL-ID-SOLICITUD-AP   PIC S9(9) USAGE COMP.
      *                       USUARIO_AP
           10 CL-USUARIO-AP        PIC X(3).
      *                       NIVEL_AP
           10 CL-NIVEL-AP          PIC X(1).
      *                       DECISION_AP
           10 CL-DECISION-AP       PIC X(1).
      *                       LIMITE_AP
           10 CL-LIMITE-AP         PIC S9(13)V9(2) USAGE COMP-3.
      *                       COMENTARIO_AP
           10 CL-COMENTARIO-AP     PIC X(40).
      *                       FECHA_HORA_AP
           10 CL-FECHA-HORA-AP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
