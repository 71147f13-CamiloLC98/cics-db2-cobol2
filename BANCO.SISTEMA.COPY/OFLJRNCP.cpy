      ******************************************************************
      * REGISTRO DEL DIARIO FUERA DE LINEA DE VENTANILLA. DEPOCOB Y    *
      * RETRCOB LO ESCRIBEN A LA COLA TD EXTRAPARTICION OFLJ CUANDO DB2*
      * NO ESTA DISPONIBLE (VER 877-GRABAR-DIARIO-FUERA-LINEA EN       *
      * OFLNCTPR.cpy), EN EL ORDEN EN QUE SE ATENDIO AL CLIENTE. AL    *
      * VOLVER DB2 EL BATCH OFRPCOB LEE EL ARCHIVO DE LA COLA Y LO     *
      * POSTEA EN ESE MISMO ORDEN. SE INCLUYE, VIA COPY, BAJO UN 01    *
      * (SON CAMPOS DE NIVEL 03).                                      *
      *                                                                *
      *   OJ-REFERENCIA: TERMINAL, FECHA AAMMDD Y NUMERO DE TAREA CICS;*
      *   ES LA REFERENCIA DEL RECIBO FUERA DE LINEA Y LA LLAVE DE     *
      *   TAOFLJRN AL REPONERSE                                        *
      *   OJ-FECHA-HORA: INSTANTE DE LA ATENCION, FORMATO TIMESTAMP    *
      *   OJ-TIPO: 'D' DEPOSITO / 'R' RETIRO                           *
      *   OJ-MONTO: EN LA MONEDA DE LA CUENTA                          *
      *   OJ-DEP-NOMBRE/OJ-DEP-DOC: DEPOSITANTE (SOLO DEPOSITOS, VER   *
      *   TADEPTER), DOCUMENTO = TIPO (2) + NUMERO (10)                *
      ******************************************************************
           03  OJ-REFERENCIA.
               05  OJ-REF-TERMINAL      PIC X(4).
               05  OJ-REF-FECHA         PIC X(6).
               05  OJ-REF-TAREA         PIC 9(7).
           03  OJ-FECHA-HORA            PIC X(26).
           03  OJ-TIPO                  PIC X(1).
           03  OJ-NUMERO-CUENTA         PIC X(10).
           03  OJ-MONTO                 PIC 9(13)V9(2).
           03  OJ-OPERADOR              PIC X(3).
           03  OJ-DEP-NOMBRE            PIC X(40).
           03  OJ-DEP-DOC               PIC X(12).
           03  FILLER                   PIC X(10).
