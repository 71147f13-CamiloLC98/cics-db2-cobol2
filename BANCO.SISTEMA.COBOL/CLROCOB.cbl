      *--- LA PRESENTACION
      *
      *--- DETALLE: POS 1 'D', 2-10 REFERENCIA (ID RETENCION),
      *---          11-20 CUENTA BENEFICIARIA, 21-35 MONTO,
      *---          36-39 BANCO GIRADO, 40-43 SUCURSAL GIRADA,
      *---          44-55 CUENTA DEL GIRADOR, 56-64 NUMERO DE CHEQUE
      *--- TRAILER: POS 1 'T', 2-10 CANTIDAD, 11-25 MONTO TOTAL
      *--- LOS DETALLES VAN AGRUPADOS POR BANCO GIRADO
      *
           SELECT CLO-FILE ASSIGN TO CLOOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
       01  RPT-LINEA                  PIC X(100).
       FD  CLO-FILE
           RECORDING MODE IS F.
       01  CLO-REGISTRO               PIC X(64).
       01  CLO-REG-DETALLE REDEFINES CLO-REGISTRO.
           03 CLO-D-TIPO               PIC X(1).
           03 CLO-D-REFERENCIA         PIC 9(9).
           03 CLO-D-CUENTA             PIC X(10).
           03 CLO-D-MONTO              PIC 9(13)V9(2).
           03 CLO-D-BANCO              PIC X(4).
           03 CLO-D-SUCURSAL           PIC X(4).
           03 CLO-D-CUENTA-GIRADOR     PIC X(12).
           03 CLO-D-NUMERO-CHEQUE      PIC 9(9).
       01  CLO-REG-TRAILER REDEFINES CLO-REGISTRO.
           03 CLO-T-TIPO               PIC X(1).
           03 CLO-T-CANTIDAD           PIC 9(9).
           03 CLO-T-MONTO              PIC 9(13)V9(2).
           03 FILLER                   PIC X(39).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *--- CHEQUE QUE COBRAR. LA REFERENCIA DE LA
      *--- PRESENTACION ES EL ID DE LA RETENCION, QUE ES LA MISMA QUE
      *--- LA CAMARA NOS DEVUELVE EN EL ARCHIVO DE DEVOLUCIONES QUE
      *--- PROCESA CLRRCOB. CADA CHEQUE DE UN DEPOSITO TIENE SU
      *--- PROPIA RETENCION CON LA BANDA MICR DIGITADA EN LA CAJA, ASI
      *--- QUE SE PRESENTA CHEQUE POR CHEQUE AL BANCO GIRADO
      *
           EXEC SQL
                DECLARE C_SALIENTES CURSOR FOR
                   ID_RETENCION
                  ,NUMERO_CUENTA_R
                  ,MONTO_R
                  ,BANCO_GIRADO_R
                  ,SUCURSAL_GIRADO_R
                  ,CUENTA_GIRADOR_R
                  ,NUMERO_CHEQUE_R
                FROM
                   TARETEN
                WHERE
                   AND INSTRUMENTO_R = 'C'
                   AND DATE(FECHA_CREACION_R) = DATE(:WS-RC-FECHA)
                ORDER BY
                   BANCO_GIRADO_R
                  ,ID_RETENCION
           END-EXEC.

       01  WS-VARIABLES.
                      :CL-ID-RETENCION
                     ,:CL-NUMERO-CUENTA-R
                     ,:CL-MONTO-R
                     ,:CL-BANCO-GIRADO-R
                     ,:CL-SUCURSAL-GIRADO-R
                     ,:CL-CUENTA-GIRADOR-R
                     ,:CL-NUMERO-CHEQUE-R
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 210-PRESENTAR-CHEQUE
           MOVE CL-ID-RETENCION    TO CLO-D-REFERENCIA
           MOVE CL-NUMERO-CUENTA-R TO CLO-D-CUENTA
           MOVE CL-MONTO-R         TO CLO-D-MONTO
           MOVE CL-BANCO-GIRADO-R    TO CLO-D-BANCO
           MOVE CL-SUCURSAL-GIRADO-R TO CLO-D-SUCURSAL
           MOVE CL-CUENTA-GIRADOR-R  TO CLO-D-CUENTA-GIRADOR
           MOVE CL-NUMERO-CHEQUE-R   TO CLO-D-NUMERO-CHEQUE
           WRITE CLO-REGISTRO
           ADD 1         TO WS-CHEQUES-PRESENTADOS
           ADD CL-MONTO-R TO WS-MONTO-PRESENTADO.
