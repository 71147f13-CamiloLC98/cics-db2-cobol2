      ******************************************************************
      * CAMPOS DE TRABAJO DE LAS PARTICIONES POR RANGO DE CUENTA Y DEL *
      * PUNTO DE CONTROL DE LOS JOBS BATCH DE NIVEL CUENTA (VER        *
      * PARTCTPR.cpy Y TAPARTIC). REQUIERE EXEC SQL INCLUDE TAPARTIC,  *
      * TARUNCTL Y TAFECHAS Y COPY RUNCTLCP. EL LLAMADOR DEJA EL       *
      * NUMERO DE PARTICION DE SU TARJETA SYSIN EN WS-PT-NUMERO        *
      * (BLANCO O CERO = CORRIDA COMPLETA) Y SU WC-PROGRAMA EN         *
      * CL-PROGRAMA-RC ANTES DE 861-RESOLVER-PARTICION, QUE LE DEJA EN *
      * CL-PROGRAMA-RC EL NOMBRE DE CORRIDA DE LA PARTICION Y EN       *
      * WS-PT-ULTIMA / WS-PT-HASTA LOS LIMITES DE SU CURSOR            *
      ******************************************************************
       01  WS-PARTICION.
           03  WS-PT-NUMERO             PIC X(1)        VALUE SPACES.
               88  WS-PT-SIN-PARTICION                  VALUE ' ' '0'.
               88  WS-PT-NUMERO-VALIDO                  VALUE '1'
                                                          THRU '9'.
           03  WS-PT-NUMERO-N  REDEFINES WS-PT-NUMERO
                                        PIC 9(1).
           03  WS-PT-PROGRAMA           PIC X(8).
           03  WS-PT-PATRON             PIC X(8).
           03  WS-PT-PARTICION          PIC S9(4)       COMP VALUE 0.
           03  WS-PT-DEFINIDAS          PIC S9(4)       COMP VALUE 0.
           03  WS-PT-MINIMA             PIC S9(4)       COMP VALUE 0.
           03  WS-PT-MAXIMA             PIC S9(4)       COMP VALUE 0.
           03  WS-PT-CRUCES             PIC S9(4)       COMP VALUE 0.
           03  WS-PT-OTRAS-CORRIDAS     PIC S9(4)       COMP VALUE 0.
           03  WS-PT-ESTADO-BASE        PIC X(1).
           03  WS-PT-DEFINIDAS-ED       PIC 9.
      *
      *--- LIMITES DEL CURSOR DEL JOB: CUENTAS MAYORES A WS-PT-ULTIMA
      *--- (EL TOPE DE LA PARTICION ANTERIOR, O EL PUNTO DE CONTROL SI
      *--- LA CORRIDA SE REANUDA) Y HASTA WS-PT-HASTA INCLUSIVE. SIN
      *--- PARTICION VAN DE LOW-VALUES A HIGH-VALUES
      *
           03  WS-PT-DESDE              PIC X(10)
                                        VALUE LOW-VALUES.
           03  WS-PT-HASTA              PIC X(10)
                                        VALUE HIGH-VALUES.
           03  WS-PT-ULTIMA             PIC X(10)
                                        VALUE LOW-VALUES.
      *
      *--- PUNTO DE CONTROL (TARUNCTL.ULTIMA_CUENTA_RC/CONTADORES_RC):
      *--- COMMIT CADA WS-PT-INTERVALO CUENTAS. WS-PT-CONTADORES ES LA
      *--- FOTO DE LOS TOTALES DE CONTROL DEL LLAMADOR, QUE LOS DEVUELVE
      *--- A SUS CAMPOS AL REANUDAR
      *
           03  WS-PT-CONTADORES         PIC X(60)       VALUE SPACES.
           03  WS-PT-PENDIENTES         PIC S9(9)       COMP VALUE 0.
           03  WS-PT-INTERVALO          PIC S9(9)       COMP VALUE 500.
           03  WS-PT-REANUDA-FALG       PIC X(1)        VALUE 'N'.
               88  WS-PT-REANUDADA                      VALUE 'Y'.
           03  WS-PT-MENSAJE            PIC X(100)      VALUE SPACES.
      *
      *--- CAMPOS DE LAS LINEAS DE REPORTE (VER 868 A 872)
      *
           03  WS-PT-TEXTO              PIC X(100).
           03  WS-PT-MARCA              PIC X(2).
           03  WS-PT-ETIQUETA           PIC X(60).
           03  WS-PT-VALOR              PIC 9(9).
           03  WS-PT-VALOR-ED           PIC ZZZZZZZZ9.
           03  WS-PT-FORMATO            PIC X(1)        VALUE '9'.
               88  WS-PT-VALOR-EDITADO                  VALUE 'Z'.
           03  WS-PT-LARGO              PIC S9(4)       COMP.
      *
      *--- EN CORRIDA PARTICIONADA CADA LINEA QUE NO ES DETALLE SALE
      *--- MARCADA PARA QUE UNIPCOB ARME UN SOLO REPORTE: '#P'
      *--- IDENTIFICA LA PARTICION, '#H' ES ENCABEZADO (SE TOMA EL DE
      *--- LA PRIMERA), '#I' ES UNA LINEA DE CIERRE IGUAL EN TODAS (SE
      *--- TOMA UNA VEZ) Y '#T' ES UN TOTAL DE CONTROL QUE SE SUMA POR
      *--- ETIQUETA. LAS LINEAS SIN MARCA SON DETALLE Y PASAN TAL CUAL
      *
       01  WS-PT-LINEA-TOTAL.
           03  WS-PT-LT-MARCA           PIC X(2).
               88  WS-PT-LT-PARTICION                   VALUE '#P'.
               88  WS-PT-LT-ENCABEZADO                  VALUE '#H'.
               88  WS-PT-LT-CONSTANTE                   VALUE '#I'.
               88  WS-PT-LT-TOTAL                       VALUE '#T'.
           03  WS-PT-LT-FORMATO         PIC X(1).
           03  WS-PT-LT-VALOR           PIC 9(9).
           03  WS-PT-LT-ETIQUETA        PIC X(60).
           03  FILLER                   PIC X(28).
       01  WS-PT-LINEA-MARCADA  REDEFINES WS-PT-LINEA-TOTAL.
           03  FILLER                   PIC X(2).
           03  WS-PT-LM-TEXTO           PIC X(98).
