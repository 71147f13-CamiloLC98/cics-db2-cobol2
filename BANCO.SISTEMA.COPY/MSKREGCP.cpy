      ******************************************************************
      * REGISTRO DEL EXTRACTO ENMASCARADO PARA LOS AMBIENTES DE PRUEBA *
      * Y ENTRENAMIENTO. MSKXCOB LO ESCRIBE EN PRODUCCION CON LOS DATOS*
      * PERSONALES YA ENMASCARADOS Y MSKCCOB LO CARGA EN EL AMBIENTE   *
      * DESTINO. SE INCLUYE, VIA COPY, BAJO UN 01 (SON CAMPOS DE NIVEL *
      * 03). UN SOLO ARCHIVO, UNA TABLA POR TIPO DE REGISTRO, EN ESTE  *
      * ORDEN (EL DE LA CARGA, PADRES ANTES QUE HIJOS):                *
      *                                                                *
      *   'M' TACLIENT   'C' TACONTAC   'A' TACUENT    'H' TATITULAR   *
      *   'J' TATARJ     'L' TAPRESTA   'P' TAPLAZO    'T' TATRANS     *
      *   'Z' CONTROL: ULTIMO REGISTRO, CON EL CONTEO DE CADA TIPO     *
      *       PARA QUE EL CARGADOR RECHACE UN ARCHIVO TRUNCADO         *
      *                                                                *
      * LOS IMPORTES VAN CON SIGNO Y DECIMALES IMPLICITOS; LOS NULOS   *
      * DE TATRANS VAN EN CERO / BLANCO (VER MSKCCOB)                  *
      ******************************************************************
           03  MK-TIPO                  PIC X(1).
               88  MK-ES-CLIENTE                   VALUE 'M'.
               88  MK-ES-CONTACTO                  VALUE 'C'.
               88  MK-ES-CUENTA                    VALUE 'A'.
               88  MK-ES-TITULAR                   VALUE 'H'.
               88  MK-ES-TARJETA                   VALUE 'J'.
               88  MK-ES-PRESTAMO                  VALUE 'L'.
               88  MK-ES-PLAZO                     VALUE 'P'.
               88  MK-ES-TRANSACCION               VALUE 'T'.
               88  MK-ES-CONTROL                   VALUE 'Z'.
           03  MK-DATOS                 PIC X(200).
      *
      *--- TACLIENT
      *
           03  MK-CLIENTE REDEFINES MK-DATOS.
               05  MK-M-CEDULA          PIC X(10).
               05  MK-M-NOMBRE-LEGAL    PIC X(50).
               05  MK-M-TIPO-DOCUMENTO  PIC X(2).
               05  MK-M-FECHA-ALTA      PIC X(26).
               05  MK-M-USUARIO-ALTA    PIC X(3).
               05  MK-M-ESTADO-SUCESION PIC X(1).
               05  MK-M-ACTIVIDAD       PIC X(4).
               05  MK-M-VOLUMEN         PIC S9(13)V9(2).
               05  MK-M-RIESGO-KYC      PIC X(1).
               05  MK-M-FECHA-REVISION  PIC X(10).
               05  MK-M-CEDULA-FUSIONADA PIC X(10).
               05  MK-M-OFICIAL         PIC X(3).
               05  MK-M-FECHA-NACIMIENTO PIC X(10).
               05  MK-M-CEDULA-TUTOR    PIC X(10).
               05  FILLER               PIC X(45).
      *
      *--- TACONTAC
      *
           03  MK-CONTACTO REDEFINES MK-DATOS.
               05  MK-C-CEDULA          PIC X(10).
               05  MK-C-TELEFONO        PIC X(15).
               05  MK-C-EMAIL           PIC X(40).
               05  MK-C-DIRECCION1      PIC X(40).
               05  MK-C-DIRECCION2      PIC X(40).
               05  MK-C-CIUDAD          PIC X(20).
               05  MK-C-CANAL           PIC X(1).
               05  MK-C-IDIOMA          PIC X(2).
               05  MK-C-FECHA-ACTUALIZA PIC X(26).
               05  MK-C-USUARIO-ACTUALIZA PIC X(3).
               05  FILLER               PIC X(3).
      *
      *--- TACUENT
      *
           03  MK-CUENTA REDEFINES MK-DATOS.
               05  MK-A-NUMERO-CUENTA   PIC X(10).
               05  MK-A-CEDULA          PIC X(10).
               05  MK-A-NOMBRE          PIC X(50).
               05  MK-A-SALDO           PIC S9(13)V9(2).
               05  MK-A-ESTADO-CUENTA   PIC X(1).
               05  MK-A-LIMITE-SOBREGIRO PIC S9(13)V9(2).
               05  MK-A-MONEDA          PIC X(3).
               05  MK-A-INTENTOS        PIC S9(4).
               05  MK-A-LIMITE-RETIRO   PIC S9(13)V9(2).
               05  MK-A-SALDO-MINIMO    PIC S9(13)V9(2).
               05  MK-A-SALDO-RETENIDO  PIC S9(13)V9(2).
               05  MK-A-ESTADO-DORMANTE PIC X(1).
               05  MK-A-PRODUCTO        PIC X(4).
               05  MK-A-SUCURSAL        PIC X(4).
               05  MK-A-FECHA-APERTURA  PIC X(10).
               05  FILLER               PIC X(28).
      *
      *--- TATITULAR
      *
           03  MK-TITULAR REDEFINES MK-DATOS.
               05  MK-H-NUMERO-CUENTA   PIC X(10).
               05  MK-H-CEDULA          PIC X(10).
               05  MK-H-ROL             PIC X(20).
               05  FILLER               PIC X(160).
      *
      *--- TATARJ
      *
           03  MK-TARJETA REDEFINES MK-DATOS.
               05  MK-J-NUMERO-TARJETA  PIC X(16).
               05  MK-J-NUMERO-CUENTA   PIC X(10).
               05  MK-J-ESTADO          PIC X(1).
               05  MK-J-FECHA-VENCIM    PIC X(10).
               05  MK-J-LIMITE-ATM      PIC S9(13)V9(2).
               05  MK-J-USUARIO-ALTA    PIC X(3).
               05  MK-J-FECHA-ALTA      PIC X(26).
               05  MK-J-TARJETA-ANTERIOR PIC X(16).
               05  FILLER               PIC X(103).
      *
      *--- TAPRESTA
      *
           03  MK-PRESTAMO REDEFINES MK-DATOS.
               05  MK-L-ID-PRESTAMO     PIC 9(9).
               05  MK-L-NUMERO-CUENTA   PIC X(10).
               05  MK-L-MONTO           PIC S9(13)V9(2).
               05  MK-L-TASA            PIC S9(1)V9(4).
               05  MK-L-PLAZO-MESES     PIC S9(4).
               05  MK-L-CUOTA           PIC S9(13)V9(2).
               05  MK-L-SALDO-CAPITAL   PIC S9(13)V9(2).
               05  MK-L-CUOTAS-PAGADAS  PIC S9(4).
               05  MK-L-MORA            PIC S9(13)V9(2).
               05  MK-L-FECHA-DESEMBOLSO PIC X(10).
               05  MK-L-ESTADO          PIC X(1).
               05  MK-L-USUARIO         PIC X(3).
               05  MK-L-FECHA-HORA      PIC X(26).
               05  FILLER               PIC X(68).
      *
      *--- TAPLAZO
      *
           03  MK-PLAZO REDEFINES MK-DATOS.
               05  MK-P-ID-PLAZO        PIC 9(9).
               05  MK-P-NUMERO-CUENTA   PIC X(10).
               05  MK-P-MONTO           PIC S9(13)V9(2).
               05  MK-P-TASA            PIC S9(1)V9(4).
               05  MK-P-PLAZO-MESES     PIC S9(4).
               05  MK-P-FECHA-APERTURA  PIC X(10).
               05  MK-P-FECHA-VENCIMIENTO PIC X(10).
               05  MK-P-INSTRUCCION     PIC X(1).
               05  MK-P-ESTADO          PIC X(1).
               05  MK-P-USUARIO         PIC X(3).
               05  MK-P-FECHA-HORA      PIC X(26).
               05  FILLER               PIC X(106).
      *
      *--- TATRANS
      *
           03  MK-TRANSACCION REDEFINES MK-DATOS.
               05  MK-T-ID-TRANSACTION  PIC 9(9).
               05  MK-T-NUMERO-CUENTA   PIC X(10).
               05  MK-T-TIPO            PIC X(1).
               05  MK-T-MONTO           PIC S9(13)V9(2).
               05  MK-T-FECHA-HORA      PIC X(26).
               05  MK-T-USUARIO         PIC X(3).
               05  MK-T-TERMINAL        PIC X(4).
               05  MK-T-REFERENCIA      PIC S9(9).
               05  MK-T-TASA-CAMBIO     PIC S9(5)V9(4).
               05  MK-T-TILL-ID         PIC X(4).
               05  MK-T-FECHA-NEGOCIO   PIC X(10).
               05  MK-T-SUCURSAL        PIC X(4).
               05  MK-T-SESION-ID       PIC S9(9).
               05  MK-T-PROGRAMA        PIC X(8).
               05  FILLER               PIC X(79).
      *
      *--- CONTROL: FECHA DE NEGOCIO DEL EXTRACTO Y CONTEOS POR TIPO
      *
           03  MK-CONTROL REDEFINES MK-DATOS.
               05  MK-Z-FECHA-NEGOCIO   PIC X(10).
               05  MK-Z-CLIENTES        PIC 9(9).
               05  MK-Z-CONTACTOS       PIC 9(9).
               05  MK-Z-CUENTAS         PIC 9(9).
               05  MK-Z-TITULARES       PIC 9(9).
               05  MK-Z-TARJETAS        PIC 9(9).
               05  MK-Z-PRESTAMOS       PIC 9(9).
               05  MK-Z-PLAZOS          PIC 9(9).
               05  MK-Z-TRANSACCIONES   PIC 9(9).
               05  FILLER               PIC X(118).
