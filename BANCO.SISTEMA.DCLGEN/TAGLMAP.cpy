      *--- TIPO_TRANSACCION_G LLEVA SUFIJO _G PORQUE TATRANS SE
      *--- INCLUYE JUNTO A ESTA TABLA EN GLEXCOB (MISMO RECURSO YA
      *--- USADO EN TAPENDTR CON EL SUFIJO _P)
      *--- PATA_CLIENTE_G DICE COMO AFECTA EL TIPO A LA CUENTA DEL
      *--- CLIENTE, PARA LAS PARTIDAS INTERSUCURSALES DE GLEXCOB: 'C'
      *--- ABONA AL CLIENTE (LA SUCURSAL DONDE SE HIZO RECIBE EL VALOR),
      *--- 'D' LE DEBITA (LA SUCURSAL LO ENTREGA), 'S' EL MONTO VIENE
      *--- CON SIGNO EN TATRANS (TRANSFERENCIAS). UN TIPO CON
      *--- MOVIMIENTOS ENTRE SUCURSALES Y ESTA COLUMNA EN BLANCO ABORTA
      *--- GLEXCOB
      ******************************************************************
           EXEC SQL DECLARE TAGLMAP TABLE
           ( TIPO_TRANSACCION_G             CHAR(1) NOT NULL,
             CUENTA_GL_DEBITO               CHAR(8) NOT NULL,
             CUENTA_GL_CREDITO              CHAR(8) NOT NULL,
             DESCRIPCION_G                  CHAR(30) NOT NULL,
             PATA_CLIENTE_G                 CHAR(1) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAGLMAP                            *
           10 CL-CUENTA-GL-CREDITO PIC X(8).
      *                       DESCRIPCION_G
           10 CL-DESCRIPCION-G     PIC X(30).
      *                       PATA_CLIENTE_G
           10 CL-PATA-CLIENTE-G    PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
