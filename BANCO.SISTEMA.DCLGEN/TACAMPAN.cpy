      *--- CAMPANAS DE MENSAJES PARA LA ZONA DE MENSAJES DEL EXTRACTO
      *--- MENSUAL: TEXTO, VIGENCIA Y CRITERIOS DE SEGMENTACION
      *--- (PRODUCTO, SUCURSAL DOMICILIO, BANDA DE SALDO, MARCA DE
      *--- DORMANCIA, OFERTA DE CREDITO PREAPROBADO VIGENTE EN TAOFECRE
      *--- 'S'/'N'; EN BLANCO/CERO EL CRITERIO NO FILTRA). LAS
      *--- MANTIENE MERCADEO EN LA PANTALLA CMPGCOB Y LAS IMPRIME
      *--- EXTRCOB, QUE AVANZA CONTADOR_CP CON CADA EXTRACTO QUE
      *--- LLEVO EL MENSAJE PARA EL REPORTE POR CAMPANA.
                                            WITH DEFAULT,
             DORMANTE_CP                    CHAR(1) NOT NULL
                                            WITH DEFAULT,
             OFERTA_CP                      CHAR(1) NOT NULL
                                            WITH DEFAULT,
             ESTADO_CP                      CHAR(1) NOT NULL,
             CONTADOR_CP                    INTEGER NOT NULL
                                            WITH DEFAULT,
           10 CL-SALDO-MAX-CP      PIC S9(13)V9(2) USAGE COMP-3.
      *                       DORMANTE_CP
           10 CL-DORMANTE-CP       PIC X(1).
      *                       OFERTA_CP
           10 CL-OFERTA-CP         PIC X(1).
      *                       ESTADO_CP
           10 CL-ESTADO-CP         PIC X(1).
      *                       CONTADOR_CP
