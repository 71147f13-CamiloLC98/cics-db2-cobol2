      ******************************************************************
      * DCLGEN TABLE(TABOLSA)                                          *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TABOLSA))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTBOLSA)                                  *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- BOLSAS SELLADAS DEL DEPOSITO NOCTURNO DE CLIENTES
      *--- EMPRESARIALES. LA BOLSA SE RECIBE CERRADA EN BOLSCOB (OPCION
      *--- 1) CON EL MONTO QUE DECLARA EL CLIENTE Y SE LE ENTREGA UN
      *--- RECIBO PROVISIONAL; NO SE ABONA NADA HASTA EL CONTEO. EL
      *--- CONTEO ES DE DOBLE CONTROL: UN OPERADOR CUENTA (OPCION 2) Y
      *--- OTRO DISTINTO RECUENTA A CIEGAS Y APLICA EL ABONO (OPCION 3),
      *--- CON EL MISMO POSTEO DE UN DEPOSITO EN EFECTIVO DE DEPOCOB.
      *--- ESTADO_BO: 'R' RECIBIDA SIN CONTAR, 'V' CONTADA PENDIENTE DE
      *--- VERIFICACION, 'A' ABONADA (ID_TRANSACCION_BO ES EL MOVIMIENTO
      *--- 'D' DE TATRANS). LAS 'R' Y 'V' SALEN EN EL REPORTE DIARIO
      *--- BOLSRCOB.
      *--- DENOM_BO: CONTEO DE BILLETES DEL PRIMER CONTEO, EN EL FORMATO
      *--- DE 7 CONTEOS DE DENOMCP.
      *--- COLUMNAS CON SUFIJO _BO PARA NO CHOCAR CON TACUENT/TATRANS
      ******************************************************************
           EXEC SQL DECLARE TABOLSA TABLE
           ( NUMERO_BOLSA_BO                CHAR(12) NOT NULL,
             NUMERO_CUENTA_BO               CHAR(10) NOT NULL,
             SUCURSAL_BO                    CHAR(4) NOT NULL,
             MONTO_DECLARADO_BO             DECIMAL(15, 2) NOT NULL,
             MONTO_CONTADO_BO               DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             DENOM_BO                       CHAR(35) NOT NULL
                                            WITH DEFAULT,
             ESTADO_BO                      CHAR(1) NOT NULL,
             OPERADOR_RECIBE_BO             CHAR(3) NOT NULL,
             OPERADOR_CUENTA_BO             CHAR(3) NOT NULL
                                            WITH DEFAULT,
             OPERADOR_VERIFICA_BO           CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_RECIBIDA_BO              TIMESTAMP NOT NULL,
             FECHA_CONTEO_BO                TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             FECHA_NEGOCIO_BO               DATE NOT NULL,
             ID_TRANSACCION_BO              INTEGER NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TABOLSA                            *
      ******************************************************************
       01  CL-ESTBOLSA.
      *                       NUMERO_BOLSA_BO
           10 CL-NUMERO-BOLSA-BO   PIC X(12).
      *                       NUMERO_CUENTA_BO
           10 CL-NUMERO-CUENTA-BO  PIC X(10).
      *                       SUCURSAL_BO
           10 CL-SUCURSAL-BO       PIC X(4).
      *                       MONTO_DECLARADO_BO
           10 CL-MONTO-DECLARADO-BO PIC S9(13)V9(2) USAGE COMP-3.
      *                       MONTO_CONTADO_BO
           10 CL-MONTO-CONTADO-BO  PIC S9(13)V9(2) USAGE COMP-3.
      *                       DENOM_BO
           10 CL-DENOM-BO          PIC X(35).
      *                       ESTADO_BO
           10 CL-ESTADO-BO         PIC X(1).
      *                       OPERADOR_RECIBE_BO
           10 CL-OPERADOR-RECIBE-BO PIC X(3).
      *                       OPERADOR_CUENTA_BO
           10 CL-OPERADOR-CUENTA-BO PIC X(3).
      *                       OPERADOR_VERIFICA_BO
           10 CL-OPERADOR-VERIFICA-BO PIC X(3).
      *                       FECHA_RECIBIDA_BO
           10 CL-FECHA-RECIBIDA-BO PIC X(26).
      *                       FECHA_CONTEO_BO
           10 CL-FECHA-CONTEO-BO   PIC X(26).
      *                       FECHA_NEGOCIO_BO
           10 CL-FECHA-NEGOCIO-BO  PIC X(10).
      *                       ID_TRANSACCION_BO
           10 CL-ID-TRANSACCION-BO PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
