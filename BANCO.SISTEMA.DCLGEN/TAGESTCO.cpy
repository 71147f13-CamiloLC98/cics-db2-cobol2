      ******************************************************************
      * DCLGEN TABLE(TAGESTCO)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAGESTCO))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTGESTCO)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- BITACORA DE GESTIONES DE COBRANZA (TACOBRO): UNA FILA POR
      *--- INTENTO DE CONTACTO REGISTRADO EN COBRCOB CON EL COBRADOR, EL
      *--- CODIGO DE RESULTADO Y LA FECHA DEL PROXIMO SEGUIMIENTO.
      *--- RESULTADO_GC: 'NC' NO CONTESTA, 'NL' NO LOCALIZADO, 'MS'
      *--- MENSAJE DEJADO, 'PP' PROMESA DE PAGO, 'RH' REHUSA PAGAR, 'YP'
      *--- DICE QUE YA PAGO.
      *--- LAS GESTIONES 'PP' LLEVAN FECHA Y MONTO PROMETIDOS.
      *--- ESTADO_PROMESA_GC: 'P' PENDIENTE, 'K' CUMPLIDA, 'R' ROTA (EN
      *--- BLANCO SI NO HAY PROMESA). LAS EVALUA EL BATCH NOCTURNO
      *--- PROMCOB CONTRA LOS PAGOS REALES DEL PRESTAMO (PATAS 'L'
      *--- NEGATIVAS Y 'K' DE TATRANS CON REFERENCIA AL PRESTAMO) ENTRE
      *--- LA FECHA DE LA GESTION Y LA DE LA PROMESA, QUE QUEDAN EN
      *--- MONTO_PAGADO_GC; EL REPORTE SEMANAL COBRRCOB COMPARA LO
      *--- RECUPERADO CONTRA LO PROMETIDO POR COBRADOR.
      *--- ID_GESTION ES IDENTITY EN DB2.
      *--- COLUMNAS CON SUFIJO _GC PARA NO CHOCAR CON TACOBRO
      ******************************************************************
           EXEC SQL DECLARE TAGESTCO TABLE
           ( ID_GESTION                     INTEGER NOT NULL,
             ID_PRESTAMO_GC                 INTEGER NOT NULL,
             COBRADOR_GC                    CHAR(3) NOT NULL,
             RESULTADO_GC                   CHAR(2) NOT NULL,
             ESTADO_PROMESA_GC              CHAR(1) NOT NULL
                                            WITH DEFAULT,
             FECHA_PROMESA_GC               DATE NOT NULL
                                            WITH DEFAULT,
             MONTO_PROMESA_GC               DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             MONTO_PAGADO_GC                DECIMAL(15, 2) NOT NULL
                                            WITH DEFAULT,
             FECHA_PROXIMA_GC               DATE NOT NULL
                                            WITH DEFAULT,
             NOTA_GC                        CHAR(40) NOT NULL
                                            WITH DEFAULT,
             FECHA_NEGOCIO_GC               DATE NOT NULL,
             FECHA_HORA_GC                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAGESTCO                           *
      ******************************************************************
       01  CL-ESTGESTCO.
      *                       ID_GESTION
           10 CL-ID-GESTION        PIC S9(9) USAGE COMP.
      *                       ID_PRESTAMO_GC
           10 CL-ID-PRESTAMO-GC    PIC S9(9) USAGE COMP.
      *                       COBRADOR_GC
           10 CL-COBRADOR-GC       PIC X(3).
      *                       RESULTADO_GC
           10 CL-RESULTADO-GC      PIC X(2).
      *                       ESTADO_PROMESA_GC
           10 CL-ESTADO-PROMESA-GC PIC X(1).
      *                       FECHA_PROMESA_GC
           10 CL-FECHA-PROMESA-GC  PIC X(10).
      *                       MONTO_PROMESA_GC
           10 CL-MONTO-PROMESA-GC  PIC S9(13)V9(2) USAGE COMP-3.
      *                       MONTO_PAGADO_GC
           10 CL-MONTO-PAGADO-GC   PIC S9(13)V9(2) USAGE COMP-3.
      *                       FECHA_PROXIMA_GC
           10 CL-FECHA-PROXIMA-GC  PIC X(10).
      *                       NOTA_GC
           10 CL-NOTA-GC           PIC X(40).
      *                       FECHA_NEGOCIO_GC
           10 CL-FECHA-NEGOCIO-GC  PIC X(10).
      *                       FECHA_HORA_GC
           10 CL-FECHA-HORA-GC     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
