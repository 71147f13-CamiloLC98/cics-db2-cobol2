      ******************************************************************
      * DCLGEN TABLE(TAABEND)                                          *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAABEND))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTABEND)                                  *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- INCIDENTES DE ABEND DE LOS PROGRAMAS EN LINEA. CADA PROGRAMA
      *--- CICS ACTIVA AL ENTRAR UN HANDLE ABEND HACIA SU PARRAFO
      *--- 990-CAPTURAR-ABEND, QUE DESHACE LA UNIDAD DE TRABAJO Y DEJA
      *--- AQUI UNA FILA (VER 899-REGISTRAR-ABEND EN ABNDCTPR.cpy) ANTES
      *--- DE MOSTRARLE AL CAJERO UN MENSAJE CON EL NUMERO DE INCIDENTE.
      *--- SOPORTE LOS CONSULTA Y CIERRA EN LA PANTALLA ABNSCOB Y EL
      *--- RESUMEN DIARIO POR PROGRAMA Y CODIGO DE ABEND ES EL BATCH
      *--- ABNRCOB.
      *--- ID_INCIDENTE ES IDENTITY EN DB2 Y ES EL NUMERO QUE SE LE
      *--- MUESTRA AL CAJERO. PROGRAMA_AB ES EL PROGRAMA DONDE OCURRIO
      *--- EL ABEND Y PARRAFO_AB EL ULTIMO PARRAFO PROPIO QUE ALCANZO A
      *--- EJECUTAR (LOS PARRAFOS COMPARTIDOS VIA COPY NO SE RASTREAN:
      *--- QUEDA EL DEL PROGRAMA QUE LOS LLAMO).
      *--- NUMERO_CUENTA_AB ES LO QUE EL CAJERO TENIA DIGITADO EN CAMPO1
      *--- DE LA PANTALLA (NORMALMENTE LA CUENTA; EN ALGUNAS PANTALLAS
      *--- LA TARJETA O UN CODIGO); EN LOS MODULOS DE LINK ES LA CUENTA
      *--- DEL COMMAREA. COMMAREA_AB ES LA FOTO DE LOS PRIMEROS 200
      *--- BYTES DEL COMMAREA DE TRABAJO AL MOMENTO DEL ABEND.
      *--- ESTADO_AB: 'A' ABIERTO, 'C' CERRADO POR SOPORTE (USUARIO,
      *--- FECHA Y NOTA DE CIERRE).
      *--- COLUMNAS CON SUFIJO _AB
      ******************************************************************
           EXEC SQL DECLARE TAABEND TABLE
           ( ID_INCIDENTE                   INTEGER NOT NULL,
             CODIGO_ABEND_AB                CHAR(4) NOT NULL,
             PROGRAMA_AB                    CHAR(8) NOT NULL,
             PARRAFO_AB                     CHAR(32) NOT NULL,
             TRANSACCION_AB                 CHAR(4) NOT NULL,
             USUARIO_AB                     CHAR(3) NOT NULL
                                            WITH DEFAULT,
             TERMINAL_AB                    CHAR(4) NOT NULL
                                            WITH DEFAULT,
             NUMERO_CUENTA_AB               CHAR(16) NOT NULL
                                            WITH DEFAULT,
             COMMAREA_AB                    CHAR(200) NOT NULL
                                            WITH DEFAULT,
             FECHA_HORA_AB                  TIMESTAMP NOT NULL,
             ESTADO_AB                      CHAR(1) NOT NULL,
             USUARIO_CIERRE_AB              CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_CIERRE_AB                TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             NOTA_CIERRE_AB                 CHAR(40) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAABEND                            *
      ******************************************************************
       01  CL-ESTABEND.
      *                       ID_INCIDENTE
           10 CL-ID-INCIDENTE      PIC S9(9) USAGE COMP.
      *                       CODIGO_ABEND_AB
           10 CL-CODIGO-ABEND-AB   PIC X(4).
      *                       PROGRAMA_AB
           10 CL-PROGRAMA-AB       PIC X(8).
      *                       PARRAFO_AB
           10 CL-PARRAFO-AB        PIC X(32).
      *                       TRANSACCION_AB
           10 CL-TRANSACCION-AB    PIC X(4).
      *                       USUARIO_AB
           10 CL-USUARIO-AB        PIC X(3).
      *                       TERMINAL_AB
           10 CL-TERMINAL-AB       PIC X(4).
      *                       NUMERO_CUENTA_AB
           10 CL-NUMERO-CUENTA-AB  PIC X(16).
      *                       COMMAREA_AB
           10 CL-COMMAREA-AB       PIC X(200).
      *                       FECHA_HORA_AB
           10 CL-FECHA-HORA-AB     PIC X(26).
      *                       ESTADO_AB
           10 CL-ESTADO-AB         PIC X(1).
      *                       USUARIO_CIERRE_AB
           10 CL-USUARIO-CIERRE-AB PIC X(3).
      *                       FECHA_CIERRE_AB
           10 CL-FECHA-CIERRE-AB   PIC X(26).
      *                       NOTA_CIERRE_AB
           10 CL-NOTA-CIERRE-AB    PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
