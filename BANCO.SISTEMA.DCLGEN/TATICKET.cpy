      ******************************************************************
      * DCLGEN TABLE(TATICKET)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TATICKET))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTTICKET)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- TIQUETES DE VENTANILLA: VARIAS OPERACIONES DE UN MISMO
      *--- CLIENTE EN UNA SOLA VISITA (TICKCOB). EL CAJERO ABRE EL
      *--- TIQUETE Y LE AGREGA ITEMS (TATICKIT) QUE SE VALIDAN UNO A UNO
      *--- AL DIGITARLOS; AL POSTEAR SE VUELVEN A VALIDAR TODOS Y SE
      *--- APLICAN TODOS O NINGUNO BAJO UN SOLO SYNCPOINT. CADA LINEA DE
      *--- TATRANS QUE RESULTA LLEVA EL NUMERO DEL TIQUETE EN TICKET_T.
      *--- ESTADO_TK: 'A' ABIERTO (RECIBE ITEMS), 'P' POSTEADO, 'X'
      *--- ANULADO POR EL CAJERO ANTES DE POSTEAR. TOTAL_ENTRADA_TK ES
      *--- EL EFECTIVO QUE ENTRA A LA GAVETA (DEPOSITOS, FACTURAS Y
      *--- GIROS PAGADOS EN EFECTIVO), TOTAL_SALIDA_TK EL QUE SALE
      *--- (RETIROS) Y NETO_EFECTIVO_TK LA DIFERENCIA (POSITIVO = EL
      *--- CLIENTE ENTREGA, NEGATIVO = RECIBE), QUE ES LO UNICO QUE SE
      *--- CUENTA POR DENOMINACION (DENOM_TK, MISMO FORMATO DE DENOMCP).
      *--- ID_TICKET ES IDENTITY EN DB2.
      *--- COLUMNAS CON SUFIJO _TK PARA NO CHOCAR CON TATRANS/TASESION
      ******************************************************************
           EXEC SQL DECLARE TATICKET TABLE
           ( ID_TICKET                      INTEGER NOT NULL,
             OPERADOR_TK                    CHAR(3) NOT NULL,
             TERMINAL_TK                    CHAR(4) NOT NULL,
             SUCURSAL_TK                    CHAR(4) NOT NULL,
             TILL_ID_TK                     CHAR(4) NOT NULL
                                            WITH DEFAULT,
             SESION_ID_TK                   INTEGER NOT NULL
                                            WITH DEFAULT,
             FECHA_NEGOCIO_TK               DATE NOT NULL,
             ESTADO_TK                      CHAR(1) NOT NULL,
             TOTAL_ENTRADA_TK               DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             TOTAL_SALIDA_TK                DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             NETO_EFECTIVO_TK               DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             DENOM_TK                       CHAR(35) NOT NULL
                                            WITH DEFAULT,
             FECHA_CREA_TK                  TIMESTAMP NOT NULL,
             FECHA_POSTEO_TK                TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TATICKET                           *
      ******************************************************************
       01  CL-ESTTICKET.
      *                       ID_TICKET
           10 CL-ID-TICKET         PIC S9(9) USAGE COMP.
      *                       OPERADOR_TK
           10 CL-OPERADOR-TK       PIC X(3).
      *                       TERMINAL_TK
           10 CL-TERMINAL-TK       PIC X(4).
      *                       SUCURSAL_TK
           10 CL-SUCURSAL-TK       PIC X(4).
      *                       TILL_ID_TK
           10 CL-TILL-ID-TK        PIC X(4).
      *                       SESION_ID_TK
           10 CL-SESION-ID-TK      PIC S9(9) USAGE COMP.
      *                       FECHA_NEGOCIO_TK
           10 CL-FECHA-NEGOCIO-TK  PIC X(10).
      *                       ESTADO_TK
           10 CL-ESTADO-TK         PIC X(1).
      *                       TOTAL_ENTRADA_TK
           10 CL-TOTAL-ENTRADA-TK  PIC S9(13)V9(2) USAGE COMP-3.
      *                       TOTAL_SALIDA_TK
           10 CL-TOTAL-SALIDA-TK   PIC S9(13)V9(2) USAGE COMP-3.
      *                       NETO_EFECTIVO_TK
           10 CL-NETO-EFECTIVO-TK  PIC S9(13)V9(2) USAGE COMP-3.
      *                       DENOM_TK
           10 CL-DENOM-TK          PIC X(35).
      *                       FECHA_CREA_TK
           10 CL-FECHA-CREA-TK     PIC X(26).
      *                       FECHA_POSTEO_TK
           10 CL-FECHA-POSTEO-TK   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
