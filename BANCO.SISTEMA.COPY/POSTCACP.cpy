      *                                                                *
      * ENTRADA:                                                       *
      *   PST-OPERACION  'C' CONSULTA SALDO / 'D' DEPOSITO / 'R' RETIRO*
      *                  'T' RETIRO SIN TARJETA CON CODIGO DE UN USO   *
      *   PST-NUMERO-CUENTA, PST-MONTO (NO APLICA EN 'C'),             *
      *   PST-CANAL (IDENTIFICADOR DEL CANAL, EJ 'ATM'),               *
      *   PST-TERMINAL (TERMINAL FISICA DEL CANAL)                     *
      *     09 CONCURRENCIA, REINTENTE          10 TARJETA BLOQUEADA   *
      *     11 TARJETA VENCIDA                  12 TARJETA INVALIDA    *
      *     13 SUPERA LIMITE DIARIO DE TARJETA  14 TITULAR FALLECIDO   *
      *     15 TARJETA PERDIDA O HURTADA (RETENER)                     *
      *     19 CLIENTE SIN CELULAR PARA EL CODIGO DE RETIRO            *
      *     20 CODIGO DE RETIRO O CELULAR ERRADO                       *
      *     21 CODIGO DE RETIRO VENCIDO, USADO O BLOQUEADO             *
      *     22 SUPERA LOS CODIGOS DE RETIRO VIGENTES DE LA CUENTA      *
      *     99 ERROR DE SISTEMA                                        *
      *   PST-SALDO-SALIDA (SALDO DESPUES DE LA OPERACION) Y           *
      *   PST-DISPONIBLE-SALIDA (DISPONIBLE PARA RETIRO)               *
      * TATARJ (ESTADO, VENCIMIENTO, CUENTA ENLAZADA Y TOPE DIARIO)    *
      * ANTES DE TOCAR TACUENT; EN BLANCO SE CONSERVA EL CONTRATO DE   *
      * SIEMPRE PARA LOS CANALES SIN TARJETA                           *
      *                                                                *
      * EN 'T' EL CAJERO ENVIA PST-CODIGO-RETIRO Y PST-TELEFONO (EL    *
      * CELULAR AL QUE SE ENVIO EL CODIGO) EN LUGAR DE CUENTA Y        *
      * TARJETA; POSTCOB DEVUELVE LA CUENTA DEL CODIGO EN              *
      * PST-NUMERO-CUENTA. PST-MONTO EN CERO RETIRA EL MONTO RESERVADO *
      * DEL CODIGO; CUALQUIER OTRO MONTO DEBE SER IGUAL AL RESERVADO   *
      ******************************************************************
           03  PST-OPERACION            PIC X(1).
           03  PST-NUMERO-CUENTA        PIC X(10).
           03  PST-DISPONIBLE-SALIDA    PIC S9(13)V9(2) COMP-3.
           03  PST-NUMERO-TARJETA       PIC X(16).
           03  FILLER                   PIC X(4).
           03  PST-CODIGO-RETIRO        PIC X(6).
           03  PST-TELEFONO             PIC X(15).
           03  FILLER                   PIC X(9).
