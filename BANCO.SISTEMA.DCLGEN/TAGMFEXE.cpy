      ******************************************************************
      * DCLGEN TABLE(TAGMFEXE)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAGMFEXE))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTGMFEXE)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- CUENTA EXENTA DEL GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS
      *--- (GMF, 4 POR MIL) MARCADA POR EL CLIENTE: UNA SOLA CUENTA POR
      *--- CEDULA (CEDULA_GX ES LA LLAVE). LA MARCA SE HACE EN LA
      *--- PANTALLA GMFXCOB Y SOLO SOBRE UNA CUENTA DE LA QUE LA CEDULA
      *--- ES TITULAR; CAMBIAR DE CUENTA EXENTA DESMARCA LA ANTERIOR.
      *--- LOS DEBITOS DE LA CUENTA MARCADA QUEDAN EXENTOS HASTA EL TOPE
      *--- MENSUAL EN UVT (TAPARAM GMF-TOPE-UVT X GMF-VALOR-UVT),
      *--- CONTROLADO MES A MES EN TAGMFACU (VER 841-CALCULAR-GMF EN
      *--- GMFCTPR.cpy).
      *--- ESTADO_GX: 'A' ACTIVA, 'I' DESMARCADA.
      *--- COLUMNAS CON SUFIJO _GX PARA NO CHOCAR CON TACUENT
      ******************************************************************
           EXEC SQL DECLARE TAGMFEXE TABLE
           ( CEDULA_GX                      CHAR(10) NOT NULL,
             NUMERO_CUENTA_GX               CHAR(10) NOT NULL,
             ESTADO_GX                      CHAR(1) NOT NULL,
             USUARIO_GX                     CHAR(3) NOT NULL,
             FECHA_MARCA_GX                 TIMESTAMP NOT NULL,
             FECHA_DESMARCA_GX              TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAGMFEXE                           *
      ******************************************************************
       01  CL-ESTGMFEXE.
      *                       CEDULA_GX
           10 CL-CEDULA-GX         PIC X(10).
      *                       NUMERO_CUENTA_GX
           10 CL-NUMERO-CUENTA-GX  PIC X(10).
      *                       ESTADO_GX
           10 CL-ESTADO-GX         PIC X(1).
      *                       USUARIO_GX
           10 CL-USUARIO-GX        PIC X(3).
      *                       FECHA_MARCA_GX
           10 CL-FECHA-MARCA-GX    PIC X(26).
      *                       FECHA_DESMARCA_GX
           10 CL-FECHA-DESMARCA-GX PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
