      ******************************************************************
      * DCLGEN TABLE(TASOBREG)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TASOBREG))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTSOBREG)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- SOBREGIROS NO AUTORIZADOS DE CUENTAS DE DEPOSITO: CUENTAS CON
      *--- SALDO NEGATIVO POR ENCIMA DE SU LIMITE_SOBREGIRO (O SIN
      *--- LIMITE), TIPICAMENTE POR CARGOS DE FEEMCOB, INTERES DE
      *--- ODINCOB, CHEQUES DEVUELTOS DE CLRRCOB O EMBARGOS. UNA FILA
      *--- POR EPISODIO: LA CREA EL BATCH NOCTURNO SOBGCOB EL PRIMER DIA
      *--- EN SOBREGIRO Y CADA CORRIDA ACTUALIZA DIAS_SB (DIAS
      *--- CONSECUTIVOS DESDE FECHA_INICIO_SB) Y SALDO_SB.
      *--- ESTADO_SB: 'V' VIGENTE, 'P' CASTIGO PROPUESTO POR SOBGCOB,
      *--- 'A' CASTIGO APROBADO POR SUPERVISOR EN SOBRCOB (ESPERA EL
      *--- CIERRE EN BLOQCOB), 'N' CASTIGO NEGADO (SIGUE VIGENTE), 'C'
      *--- CASTIGADO Y CERRADO, 'R' REGULARIZADO (EL CLIENTE CUBRIO EL
      *--- SOBREGIRO).
      *--- AVISOS_SB: CANTIDAD DE AVISOS AL CLIENTE YA ENVIADOS POR
      *--- TANOTIF (UMBRALES SOB-DIAS-AVISO1..3 DE TAPARAM). BLOQUEO_SB
      *--- 'S' CUANDO SOBGCOB RESTRINGIO LA CUENTA A 'R' (SIN DEBITOS);
      *--- AL REGULARIZARSE LA VUELVE A 'A'.
      *--- MONTO_CASTIGO_SB ES LO CASTIGADO AL CIERRE (PATA 'C' EN
      *--- TATRANS) Y RECUPERADO_SB LO COBRADO DESPUES EN SOBRCOB (PATA
      *--- 'S'); AMBAS PATAS LLEVAN ID_SOBREGIRO EN
      *--- REFERENCIA_TRANSFERENCIA.
      *--- COLUMNAS CON SUFIJO _SB PARA NO CHOCAR CON TACUENT
      ******************************************************************
           EXEC SQL DECLARE TASOBREG TABLE
           ( ID_SOBREGIRO                   INTEGER NOT NULL,
             NUMERO_CUENTA_SB               CHAR(10) NOT NULL,
             ESTADO_SB                      CHAR(1) NOT NULL,
             FECHA_INICIO_SB                DATE NOT NULL,
             DIAS_SB                        SMALLINT NOT NULL
                                            WITH DEFAULT,
             AVISOS_SB                      SMALLINT NOT NULL
                                            WITH DEFAULT,
             BLOQUEO_SB                     CHAR(1) NOT NULL
                                            WITH DEFAULT,
             SALDO_SB                       DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             MONTO_CASTIGO_SB               DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             RECUPERADO_SB                  DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             FECHA_CASTIGO_SB               DATE NOT NULL
                                            WITH DEFAULT,
             OPERADOR_APRUEBA_SB            CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_HORA_SB                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TASOBREG                           *
      ******************************************************************
       01  CL-ESTSOBREG.
      *                       ID_SOBREGIRO
           10 CL-ID-SOBREGIRO      PIC S9(9) USAGE COMP.
      *                       NUMERO_CUENTA_SB
           10 CL-NUMERO-CUENTA-SB  PIC X(10).
      *                       ESTADO_SB
           10 CL-ESTADO-SB         PIC X(1).
      *                       FECHA_INICIO_SB
           10 CL-FECHA-INICIO-SB   PIC X(10).
      *                       DIAS_SB
           10 CL-DIAS-SB           PIC S9(4) USAGE COMP.
      *                       AVISOS_SB
           10 CL-AVISOS-SB         PIC S9(4) USAGE COMP.
      *                       BLOQUEO_SB
           10 CL-BLOQUEO-SB        PIC X(1).
      *                       SALDO_SB
           10 CL-SALDO-SB          PIC S9(13)V9(2) USAGE COMP-3.
      *                       MONTO_CASTIGO_SB
           10 CL-MONTO-CASTIGO-SB  PIC S9(13)V9(2) USAGE COMP-3.
      *                       RECUPERADO_SB
           10 CL-RECUPERADO-SB     PIC S9(13)V9(2) USAGE COMP-3.
      *                       FECHA_CASTIGO_SB
           10 CL-FECHA-CASTIGO-SB  PIC X(10).
      *                       OPERADOR_APRUEBA_SB
           10 CL-OPERADOR-APRUEBA-SB PIC X(3).
      *                       FECHA_HORA_SB
           10 CL-FECHA-HORA-SB     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
