      ******************************************************************
      * DCLGEN TABLE(TACOBRO)                                          *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TACOBRO))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTCOBRO)                                  *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- CASOS DE COBRANZA DE PRESTAMOS EN MORA: UNA FILA POR PRESTAMO
      *--- CON EL COBRADOR ASIGNADO (OPERADOR DE TAOPERA), LA FECHA DEL
      *--- PROXIMO SEGUIMIENTO Y LA MARCA DE ESCALAMIENTO. LA COLA EN
      *--- LINEA COBRCOB LISTA LOS PRESTAMOS CON CUOTAS VENCIDAS
      *--- (TAPRSCHD) Y CREA LA FILA AL ASIGNAR O AL REGISTRAR LA
      *--- PRIMERA GESTION; CADA GESTION QUEDA EN TAGESTCO.
      *--- ESTADO_CO: 'A' ABIERTO, 'C' CERRADO. EL BATCH NOCTURNO
      *--- PROMCOB CIERRA EL CASO CUANDO EL PRESTAMO SE PONE AL DIA (O
      *--- DEJA DE ESTAR VIGENTE) Y LO REABRE CON EL MISMO COBRADOR SI
      *--- VUELVE A CAER EN MORA.
      *--- ESCALADO_CO: 'S' CUANDO PROMCOB ENCUENTRA UNA PROMESA DE PAGO
      *--- ROTA; LO LIMPIA EL SUPERVISOR AL REASIGNAR O GESTIONAR EL
      *--- CASO.
      *--- COLUMNAS CON SUFIJO _CO PARA NO CHOCAR CON TAPRESTA
      ******************************************************************
           EXEC SQL DECLARE TACOBRO TABLE
           ( ID_PRESTAMO_CO                 INTEGER NOT NULL,
             COBRADOR_CO                    CHAR(3) NOT NULL
                                            WITH DEFAULT,
             ESTADO_CO                      CHAR(1) NOT NULL,
             ESCALADO_CO                    CHAR(1) NOT NULL
                                            WITH DEFAULT,
             PROMESAS_ROTAS_CO              SMALLINT NOT NULL
                                            WITH DEFAULT,
             FECHA_PROXIMA_CO               DATE NOT NULL,
             FECHA_APERTURA_CO              DATE NOT NULL,
             FECHA_CIERRE_CO                DATE NOT NULL
                                            WITH DEFAULT,
             FECHA_HORA_CO                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TACOBRO                            *
      ******************************************************************
       01  CL-ESTCOBRO.
      *                       ID_PRESTAMO_CO
           10 CL-ID-PRESTAMO-CO    PIC S9(9) USAGE COMP.
      *                       COBRADOR_CO
           10 CL-COBRADOR-CO       PIC X(3).
      *                       ESTADO_CO
           10 CL-ESTADO-CO         PIC X(1).
      *                       ESCALADO_CO
           10 CL-ESCALADO-CO       PIC X(1).
      *                       PROMESAS_ROTAS_CO
           10 CL-PROMESAS-ROTAS-CO PIC S9(4) USAGE COMP.
      *                       FECHA_PROXIMA_CO
           10 CL-FECHA-PROXIMA-CO  PIC X(10).
      *                       FECHA_APERTURA_CO
           10 CL-FECHA-APERTURA-CO PIC X(10).
      *                       FECHA_CIERRE_CO
           10 CL-FECHA-CIERRE-CO   PIC X(10).
      *                       FECHA_HORA_CO
           10 CL-FECHA-HORA-CO     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
