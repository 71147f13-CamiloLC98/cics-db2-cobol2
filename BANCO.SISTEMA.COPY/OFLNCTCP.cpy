      ******************************************************************
      * CAMPOS DE TRABAJO DEL MODO FUERA DE LINEA DE VENTANILLA (VER   *
      * OFLNCTPR.cpy), PARA DEPOCOB Y RETRCOB. 875-VERIFICAR-DB2       *
      * PRENDE WS-OF-FUERA-LINEA CUANDO DB2 NO RESPONDE. EL LLAMADOR   *
      * CARGA WS-OF-CUENTA PARA 876-LEER-SALDO-FUERA-LINEA (SALDO DE   *
      * RESPALDO EN WS-OF-SALDO) Y ADEMAS WS-OF-TIPO, WS-OF-MONTO Y EL *
      * DEPOSITANTE PARA 877-GRABAR-DIARIO-FUERA-LINEA, QUE DEVUELVE   *
      * WS-OF-GRABADO (O EL MOTIVO EN WS-OF-MOTIVO) Y EL REGISTRO      *
      * ESCRITO EN WS-OF-DIARIO, CON LA REFERENCIA DEL RECIBO          *
      ******************************************************************
       01  WS-FUERA-LINEA.
           03  WS-OF-CUENTA             PIC X(10).
           03  WS-OF-TIPO               PIC X(1).
           03  WS-OF-MONTO              PIC 9(13)V9(2).
           03  WS-OF-DEP-NOMBRE         PIC X(40).
           03  WS-OF-DEP-DOC            PIC X(12).
           03  WS-OF-MOTIVO             PIC X(40).
           03  WS-OF-TIMESTAMP          PIC X(26).
      *
      *--- SQLCODES DE DB2 NO DISPONIBLE: -923/-924/-927 CONEXION
      *--- CICS-DB2 CAIDA O DETENIDA, -904 RECURSO NO DISPONIBLE
      *
           03  WS-OF-SQLCODE            PIC S9(9)       COMP.
               88  WS-OF-DB2-CAIDO      VALUES -904 -923 -924 -927.
           03  WS-OF-RESP               PIC S9(8)       COMP.
               88  WS-OF-RESP-OK                    VALUE 0.
           03  WS-OF-ABSTIME            PIC S9(15)      COMP-3.
           03  WS-OF-FECHA              PIC X(10).
           03  WS-OF-HORA               PIC X(8).
           03  WS-OF-FALG               PIC X(1)        VALUE 'N'.
               88  WS-OF-FUERA-LINEA                VALUE 'Y'.
           03  WS-OF-HALLADA-FALG       PIC X(1)        VALUE 'N'.
               88  WS-OF-CUENTA-HALLADA             VALUE 'Y'.
           03  WS-OF-GRABADO-FALG       PIC X(1)        VALUE 'N'.
               88  WS-OF-GRABADO                    VALUE 'Y'.
       01  WS-OF-SALDO.
           COPY OFLSALCP.
       01  WS-OF-DIARIO.
           COPY OFLJRNCP.
