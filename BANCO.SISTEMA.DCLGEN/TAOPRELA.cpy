      ******************************************************************
      * DCLGEN TABLE(TAOPRELA)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAOPRELA))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTOPRELA)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- PARTES RELACIONADAS DECLARADAS POR CADA OPERADOR DE TAOPERA
      *--- (CONYUGE, FAMILIARES, SOCIOS), IDENTIFICADAS POR CEDULA COMO
      *--- EN TACLIENT. LA MANTIENE EL SUPERVISOR EN OPERCOB (OPCIONES
      *--- '9' Y '0'); UN RETIRO NO BORRA LA FILA, LA DEJA EN ESTADO_RP
      *--- 'I' CON EL USUARIO Y LA FECHA DEL CAMBIO.
      *--- 837-VERIFICAR-CONFLICTO (CONFCTPR) IMPIDE QUE EL OPERADOR
      *--- TRANSE SOBRE UNA CUENTA DONDE EL (TAOPERA.CEDULA_OPERADOR) O
      *--- UNA DE SUS PARTES RELACIONADAS ACTIVAS ES TITULAR, PRINCIPAL
      *--- EN TACUENT O ADICIONAL EN TATITULAR, Y EMPLCOB LISTA CADA MES
      *--- LOS MOVIMIENTOS DE ESAS CUENTAS.
      *--- PARENTESCO_RP: 'C' CONYUGE O COMPANERO, 'F' FAMILIAR, 'S'
      *--- SOCIO, 'O' OTRO. ESTADO_RP: 'A' ACTIVA, 'I' RETIRADA.
      *--- COLUMNAS CON SUFIJO _RP PARA NO CHOCAR CON TAOPERA
      ******************************************************************
           EXEC SQL DECLARE TAOPRELA TABLE
           ( OPERADOR_ID_RP                 CHAR(3) NOT NULL,
             CEDULA_RELACIONADO_RP          CHAR(10) NOT NULL,
             PARENTESCO_RP                  CHAR(1) NOT NULL,
             ESTADO_RP                      CHAR(1) NOT NULL,
             USUARIO_RP                     CHAR(3) NOT NULL,
             FECHA_HORA_RP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAOPRELA                           *
      ******************************************************************
       01  CL-ESTOPRELA.
      *                       OPERADOR_ID_RP
           10 CL-OPERADOR-ID-RP    PIC X(3).
      *                       CEDULA_RELACIONADO_RP
           10 CL-CEDULA-RELACIONADO-RP PIC X(10).
      *                       PARENTESCO_RP
           10 CL-PARENTESCO-RP     PIC X(1).
      *                       ESTADO_RP
           10 CL-ESTADO-RP         PIC X(1).
      *                       USUARIO_RP
           10 CL-USUARIO-RP        PIC X(3).
      *                       FECHA_HORA_RP
           10 CL-FECHA-HORA-RP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
