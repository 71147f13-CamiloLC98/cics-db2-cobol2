      ******************************************************************
      * DCLGEN TABLE(TAGLCOMP)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAGLCOMP))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTGLCOMP)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- COMPROBANTES CONTABLES MANUALES (AJUSTES, CAUSACIONES, GASTOS
      *--- Y RECLASIFICACIONES) DIGITADOS EN LA PANTALLA ASIECOB. UNA
      *--- FILA POR COMPROBANTE; LAS PARTIDAS VAN EN TAGLCLIN.
      *--- ID_COMPROBANTE ES IDENTITY EN DB2 Y ES EL NUMERO QUE SALE EN
      *--- EL BALANCE DE COMPROBACION DE GLBLCOB Y EN EL COMPROBANTE
      *--- DIARIO DE GLEXCOB.
      *--- ESTADO_CM: 'E' EN ELABORACION (EL QUE LO ELABORA AGREGA Y
      *--- BORRA PARTIDAS), 'P' PENDIENTE DE APROBACION (YA CUADRADO),
      *--- 'A' APROBADO POR UN SEGUNDO OPERADOR (SUPERVISOR), 'R'
      *--- RECHAZADO, 'X' ANULADO POR QUIEN LO ELABORO, 'C'
      *--- CONTABILIZADO EN TAGLBAL POR GLBLCOB (FECHA_POSTEO_CM). SOLO
      *--- LOS 'A' CON FECHA_CONTABLE_CM HASTA LA FECHA DE LA CORRIDA SE
      *--- CONTABILIZAN.
      *--- REVERSAR_CM 'S' PIDE LA REVERSION AUTOMATICA AL DIA SIGUIENTE
      *--- (POR EJEMPLO UNA CAUSACION DE FIN DE MES): AL CONTABILIZARLO,
      *--- GLBLCOB CREA UN COMPROBANTE NUEVO YA APROBADO CON LAS
      *--- PARTIDAS INVERTIDAS, FECHA CONTABLE EL DIA SIGUIENTE E
      *--- ID_ORIGEN_CM APUNTANDO AL ORIGINAL (0 EN LOS COMPROBANTES
      *--- DIGITADOS).
      *--- COLUMNAS CON SUFIJO _CM PARA NO CHOCAR CON TAOPERA Y TAGLBAL
      ******************************************************************
           EXEC SQL DECLARE TAGLCOMP TABLE
           ( ID_COMPROBANTE                 INTEGER NOT NULL,
             DESCRIPCION_CM                 CHAR(40) NOT NULL,
             FECHA_CONTABLE_CM              DATE NOT NULL,
             ESTADO_CM                      CHAR(1) NOT NULL,
             REVERSAR_CM                    CHAR(1) NOT NULL,
             ID_ORIGEN_CM                   INTEGER NOT NULL,
             USUARIO_ELABORA_CM             CHAR(3) NOT NULL,
             FECHA_HORA_ELABORA_CM          TIMESTAMP NOT NULL,
             USUARIO_APRUEBA_CM             CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_HORA_APRUEBA_CM          TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             FECHA_POSTEO_CM                DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAGLCOMP                           *
      ******************************************************************
       01  CL-ESTGLCOMP.
      *                       ID_COMPROBANTE
           10 CL-ID-COMPROBANTE    PIC S9(9) USAGE COMP.
      *                       DESCRIPCION_CM
           10 CL-DESCRIPCION-CM    PIC X(40).
      *                       FECHA_CONTABLE_CM
           10 CL-FECHA-CONTABLE-CM PIC X(10).
      *                       ESTADO_CM
           10 CL-ESTADO-CM         PIC X(1).
      *                       REVERSAR_CM
           10 CL-REVERSAR-CM       PIC X(1).
      *                       ID_ORIGEN_CM
           10 CL-ID-ORIGEN-CM      PIC S9(9) USAGE COMP.
      *                       USUARIO_ELABORA_CM
           10 CL-USUARIO-ELABORA-CM PIC X(3).
      *                       FECHA_HORA_ELABORA_CM
           10 CL-FECHA-HORA-ELABORA-CM PIC X(26).
      *                       USUARIO_APRUEBA_CM
           10 CL-USUARIO-APRUEBA-CM PIC X(3).
      *                       FECHA_HORA_APRUEBA_CM
           10 CL-FECHA-HORA-APRUEBA-CM PIC X(26).
      *                       FECHA_POSTEO_CM
           10 CL-FECHA-POSTEO-CM   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
