      ******************************************************************
      * CONTRATO DE COMMAREA DEL MODULO DE CONSULTA CONSCOB, INVOCABLE *
      * CON EXEC CICS LINK DESDE EL IVR O LA BANCA MOVIL. SE INCLUYE,  *
      * VIA COPY, BAJO EL 01 DEL COMMAREA TANTO EN CONSCOB COMO EN EL  *
      * PROGRAMA QUE LO LLAMA (SON CAMPOS DE NIVEL 03).                *
      *                                                                *
      * ENTRADA:                                                       *
      *   CNS-NUMERO-CUENTA, CNS-PIN (4 DIGITOS DEL CLIENTE),          *
      *   CNS-CANAL (IDENTIFICADOR DEL CANAL, EJ 'IVR' O 'MOV'),       *
      *   CNS-TERMINAL (SESION/TERMINAL DEL CANAL),                    *
      *   CNS-MAX-MOVIMIENTOS (ULTIMOS N MOVIMIENTOS, 1 A 10; EN CERO  *
      *   O FUERA DE RANGO SE DEVUELVEN 5)                             *
      *   CNS-OPERACION (BLANCO O 'C' CONSULTA; 'T' EMITE UN CODIGO DE *
      *   RETIRO SIN TARJETA POR CNS-MONTO-CODIGO, VER RSTJCTPR.cpy)   *
      * SALIDA:                                                        *
      *   CNS-CODIGO-RESPUESTA (MISMA NUMERACION DE POSTCACP.cpy):     *
      *     00 OK          01 CUENTA NO EXISTE  02 CUENTA BLOQUEADA    *
      *     08 CUENTA INVALIDA                  16 CUENTA SIN PIN      *
      *     17 PIN ERRADO                                              *
      *     EN 'T' ADEMAS: 03 DORMANTE, 04 FONDOS INSUFICIENTES,       *
      *     05 MONTO INVALIDO, 07 SUPERA LIMITES, 09 CONCURRENCIA,     *
      *     14 TITULAR FALLECIDO, 19 SIN CELULAR, 22 SUPERA CODIGOS    *
      *     18 PIN ERRADO, CUENTA BLOQUEADA POR INTENTOS FALLIDOS      *
      *     99 ERROR DE SISTEMA                                        *
      *   CNS-SALDO (SALDO CONTABLE), CNS-RETENIDO (SALDO RETENIDO)    *
      *   Y CNS-DISPONIBLE (SALDO - RETENIDO + SOBREGIRO, LA MISMA     *
      *   FORMULA DE POSTCOB)                                          *
      *   CNS-NUM-MOVIMIENTOS Y CNS-MOVIMIENTO: ULTIMOS MOVIMIENTOS    *
      *   DE TATRANS, EL MAS RECIENTE PRIMERO                          *
      *   CNS-NUM-PROGRAMADAS Y CNS-PROGRAMADA: PROXIMAS OPERACIONES   *
      *   PROGRAMADAS DE TAPENDTR PENDIENTES O SUSPENDIDAS ('P'/'S'),  *
      *   LA MAS CERCANA PRIMERO (HASTA 5)                             *
      *                                                                *
      * SOLO CON CODIGO 00 SE LLENAN SALDOS, MOVIMIENTOS Y             *
      * PROGRAMADAS; EN CUALQUIER OTRO CODIGO VIENEN EN CERO           *
      *                                                                *
      * EN 'T' CON CODIGO 00 SE DEVUELVEN CNS-ID-CODIGO (REFERENCIA    *
      * DEL CODIGO EMITIDO), CNS-VENCE-CODIGO Y CNS-CELULAR-CODIGO     *
      * (ENMASCARADO). EL CODIGO EN CLARO SOLO VIAJA POR SMS           *
      ******************************************************************
           03  CNS-NUMERO-CUENTA        PIC X(10).
           03  CNS-PIN                  PIC X(4).
           03  CNS-CANAL                PIC X(3).
           03  CNS-TERMINAL             PIC X(4).
           03  CNS-MAX-MOVIMIENTOS      PIC 9(2).
           03  CNS-CODIGO-RESPUESTA     PIC X(2).
           03  CNS-SALDO                PIC S9(13)V9(2) COMP-3.
           03  CNS-RETENIDO             PIC S9(13)V9(2) COMP-3.
           03  CNS-DISPONIBLE           PIC S9(13)V9(2) COMP-3.
           03  CNS-NUM-MOVIMIENTOS      PIC 9(2).
           03  CNS-MOVIMIENTO           OCCURS 10 TIMES.
               05  CNS-MOV-FECHA        PIC X(10).
               05  CNS-MOV-TIPO         PIC X(1).
               05  CNS-MOV-MONTO        PIC S9(13)V9(2) COMP-3.
           03  CNS-NUM-PROGRAMADAS      PIC 9(2).
           03  CNS-PROGRAMADA           OCCURS 5 TIMES.
               05  CNS-PRG-FECHA        PIC X(8).
               05  CNS-PRG-TIPO         PIC X(1).
               05  CNS-PRG-MONTO        PIC S9(13)V9(2) COMP-3.
               05  CNS-PRG-DESTINO      PIC X(10).
               05  CNS-PRG-ESTADO       PIC X(1).
           03  CNS-OPERACION            PIC X(1).
           03  CNS-MONTO-CODIGO         PIC S9(13)V9(2) COMP-3.
           03  FILLER                   PIC X(1).
           03  CNS-ID-CODIGO            PIC S9(9)       COMP.
           03  CNS-VENCE-CODIGO         PIC X(26).
           03  CNS-CELULAR-CODIGO       PIC X(15).
           03  FILLER                   PIC X(10).
