      ******************************************************************
      * CAMPOS DE TRABAJO PARA 883-VERIFICAR-CONSENTIMIENTO (VER       *
      * CNSTCTPR.cpy). SE REUTILIZAN, VIA COPY, EN EXTRCOB/NOTDCOB     *
      * ANTES DE ENVIAR CUALQUIER MERCADEO. EL LLAMADOR CARGA UNA VEZ  *
      * WS-CN-DEFECTO DESDE TAPARAM MKT-CONSENTIMIENTO-DEFECTO (LO QUE *
      * APLICA SI EL CLIENTE NUNCA SE PRONUNCIO), Y POR CADA ENVIO     *
      * CARGA WS-CN-CEDULA Y WS-CN-CANAL ('X' EXTRACTO, 'S' SMS, 'E'   *
      * CORREO, 'T' TELEFONO) Y CONSULTA WS-CN-AUTORIZADO              *
      ******************************************************************
       01  WS-VERIFICAR-CONSENTIMIENTO.
           03  WS-CN-CEDULA             PIC X(10).
           03  WS-CN-CANAL              PIC X(1).
           03  WS-CN-DEFECTO            PIC 9(1)        VALUE 0.
           03  WS-CN-FLAG               PIC X(1).
               88  WS-CN-AUTORIZADO                 VALUE 'Y'.
