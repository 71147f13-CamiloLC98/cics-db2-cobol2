      ******************************************************************
      * DCLGEN TABLE(TAINTSUC)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAINTSUC))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTINTSUC)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- PARTIDAS INTERSUCURSALES (DEBE A / DEBE DE) DEL COMPROBANTE
      *--- DIARIO. GLEXCOB LAS GENERA PARA CADA MOVIMIENTO DE TATRANS
      *--- HECHO EN UNA SUCURSAL (SUCURSAL_T) DISTINTA DE LA SUCURSAL
      *--- DOMICILIO DE LA CUENTA (TACUENT.SUCURSAL_CUENTA), AGRUPADO
      *--- POR PAR DE SUCURSALES, MONEDA Y TIPO DE TRANSACCION, Y GRABA
      *--- AQUI UNA FILA POR PATA: LA SUCURSAL QUE RECIBIO EL VALOR
      *--- QUEDA DEBIENDO ('C') A LA DOMICILIO Y LA DOMICILIO QUEDA CON
      *--- LA CUENTA POR COBRAR ('D'), AMBAS EN LA CUENTA CONTABLE
      *--- INTERSUCURSALES. UNA RECORRIDA DE GLEXCOB REEMPLAZA LAS FILAS
      *--- DE SU FECHA.
      *--- LA POSICION DE SUCURSAL_IS FRENTE A SUCURSAL_CONTRA_IS ES LA
      *--- SUMA DE DEBITOS MENOS CREDITOS; LA DEL PAR INVERSO DEBE SER
      *--- SU OPUESTO Y EL BANCO COMPLETO DEBE SUMAR CERO (LO PRUEBA
      *--- ISUCCOB)
      *--- COLUMNAS CON SUFIJO _IS PARA NO CHOCAR CON TATRANS Y TACUENT
      ******************************************************************
           EXEC SQL DECLARE TAINTSUC TABLE
           ( FECHA_NEGOCIO_IS               DATE NOT NULL,
             SUCURSAL_IS                    CHAR(4) NOT NULL,
             SUCURSAL_CONTRA_IS             CHAR(4) NOT NULL,
             MONEDA_IS                      CHAR(3) NOT NULL,
             TIPO_TRANSACCION_IS            CHAR(1) NOT NULL,
             NATURALEZA_IS                  CHAR(1) NOT NULL,
             MONTO_IS                       DECIMAL(15, 2) NOT NULL,
             CUENTA_GL_IS                   CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAINTSUC                           *
      ******************************************************************
       01  CL-ESTINTSUC.
      *                       FECHA_NEGOCIO_IS
           10 CL-FECHA-NEGOCIO-IS  PIC X(10).
      *                       SUCURSAL_IS
           10 CL-SUCURSAL-IS       PIC X(4).
      *                       SUCURSAL_CONTRA_IS
           10 CL-SUCURSAL-CONTRA-IS PIC X(4).
      *                       MONEDA_IS
           10 CL-MONEDA-IS         PIC X(3).
      *                       TIPO_TRANSACCION_IS
           10 CL-TIPO-TRANSACCION-IS PIC X(1).
      *                       NATURALEZA_IS
           10 CL-NATURALEZA-IS     PIC X(1).
      *                       MONTO_IS
           10 CL-MONTO-IS          PIC S9(13)V9(2) USAGE COMP-3.
      *                       CUENTA_GL_IS
           10 CL-CUENTA-GL-IS      PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
