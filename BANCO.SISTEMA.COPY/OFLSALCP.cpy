      ******************************************************************
      * REGISTRO DEL SALDO DE RESPALDO PARA LA VENTANILLA FUERA DE     *
      * LINEA: UN REGISTRO POR CUENTA, LLAVE SF-NUMERO-CUENTA. LO      *
      * ESCRIBE EL EXTRACTO OFSLCOB (NOCTURNO, Y DE NUEVO EN EL DIA SI *
      * OPERACIONES LO PIDE) Y OPERACIONES LO CARGA AL ARCHIVO         *
      * INDEXADO SALDOFF DE LA REGION CICS, DONDE LO LEEN DEPOCOB Y    *
      * RETRCOB CUANDO DB2 NO ESTA DISPONIBLE (VER OFLNCTPR.cpy). SE   *
      * INCLUYE, VIA COPY, BAJO UN 01 (SON CAMPOS DE NIVEL 03).        *
      *                                                                *
      *   SF-DISPONIBLE: SALDO MENOS RETENIDO AL CORTE, SIN SOBREGIRO  *
      *   (EN CERO SI ES NEGATIVO)                                     *
      *   SF-LIMITE-OFFLINE: CUPO DE RETIRO FUERA DE LINEA QUE LE      *
      *   QUEDA A LA CUENTA. NACE COMO EL MENOR ENTRE SF-DISPONIBLE Y  *
      *   EL TOPE DE TAPARAM (LIMITE-RETIRO-OFFLINE), EN CERO PARA     *
      *   UNA CUENTA QUE NO PUEDE RETIRAR EN VENTANILLA SIN DB2, Y     *
      *   RETRCOB LO DESCUENTA CON CADA RETIRO FUERA DE LINEA          *
      *   SF-FECHA-CORTE: INSTANTE DEL EXTRACTO                        *
      ******************************************************************
           03  SF-NUMERO-CUENTA         PIC X(10).
           03  SF-MONEDA-CUENTA         PIC X(3).
           03  SF-ESTADO-CUENTA         PIC X(1).
           03  SF-ESTADO-DORMANTE       PIC X(1).
           03  SF-DISPONIBLE            PIC 9(13)V9(2).
           03  SF-LIMITE-OFFLINE        PIC 9(13)V9(2).
           03  SF-FECHA-CORTE           PIC X(26).
           03  FILLER                   PIC X(9).
