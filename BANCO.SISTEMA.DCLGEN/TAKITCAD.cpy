      ******************************************************************
      * DCLGEN TABLE(TAKITCAD)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAKITCAD))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTKITCAD)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- CADENA DE CUENTAS DE UN CASO DE KITING DE CHEQUES (TAREVIEW
      *--- TIPO_ALERTA 'K', VER KITECOB). LLAVE: ID_REVISION_K +
      *--- ORDEN_K.
      *--- ORDEN_K 0 ES LA CUENTA ANCLA DEL CASO (NUMERO_CUENTA_V DE
      *--- TAREVIEW): FLUJO_SALE_K SON SUS RETIROS Y TRANSFERENCIAS DE
      *--- LA VENTANA, CHEQUES_RET_K SUS CHEQUES AUN SIN COBRAR
      *--- (RETENIDOS O LIBERADOS ANTICIPADAMENTE) Y DEVUELTOS_K LO QUE
      *--- CLRRCOB LE DEVOLVIO. ORDEN_K 1 EN ADELANTE ES CADA CUENTA
      *--- RELACIONADA CON MOVIMIENTO CRUZADO: FLUJO_SALE_K LO QUE LA
      *--- ANCLA LE PASO (POR TRANSFERENCIA O CHEQUE GIRADO CONTRA LA
      *--- ANCLA), FLUJO_ENTRA_K LO QUE RECIBIO LA ANCLA DE ELLA, Y SUS
      *--- PROPIOS CHEQUES RETENIDOS Y DEVUELTOS EN LA VENTANA.
      *--- VINCULO_K: 'T' COMPARTEN TITULAR (TATITULAR O TITULAR
      *--- PRINCIPAL EN TACUENT), 'B' BENEFICIARIO GUARDADO EN TABENEF.
      *--- COLUMNAS CON SUFIJO _K PARA NO CHOCAR CON TAREVIEW/TARETEN
      ******************************************************************
           EXEC SQL DECLARE TAKITCAD TABLE
           ( ID_REVISION_K                  INTEGER NOT NULL,
             ORDEN_K                        SMALLINT NOT NULL,
             CUENTA_K                       CHAR(10) NOT NULL,
             VINCULO_K                      CHAR(1) NOT NULL
                                            WITH DEFAULT,
             FLUJO_SALE_K                   DECIMAL(15, 2) NOT NULL,
             FLUJO_ENTRA_K                  DECIMAL(15, 2) NOT NULL,
             CHEQUES_RET_K                  DECIMAL(15, 2) NOT NULL,
             DEVUELTOS_K                    DECIMAL(15, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAKITCAD                           *
      ******************************************************************
       01  CL-ESTKITCAD.
      *                       ID_REVISION_K
           10 CL-ID-REVISION-K     PIC S9(9) USAGE COMP.
      *                       ORDEN_K
           10 CL-ORDEN-K           PIC S9(4) USAGE COMP.
      *                       CUENTA_K
           10 CL-CUENTA-K          PIC X(10).
      *                       VINCULO_K
           10 CL-VINCULO-K         PIC X(1).
      *                       FLUJO_SALE_K
           10 CL-FLUJO-SALE-K      PIC S9(13)V9(2) USAGE COMP-3.
      *                       FLUJO_ENTRA_K
           10 CL-FLUJO-ENTRA-K     PIC S9(13)V9(2) USAGE COMP-3.
      *                       CHEQUES_RET_K
           10 CL-CHEQUES-RET-K     PIC S9(13)V9(2) USAGE COMP-3.
      *                       DEVUELTOS_K
           10 CL-DEVUELTOS-K       PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
