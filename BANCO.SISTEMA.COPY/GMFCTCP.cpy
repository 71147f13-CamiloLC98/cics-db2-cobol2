      ******************************************************************
      * CAMPOS DE TRABAJO PARA 841-CALCULAR-GMF Y 842-REGISTRAR-GMF    *
      * (VER GMFCTPR.cpy). SE REUTILIZAN, VIA COPY, EN CADA CAMINO DE  *
      * DEBITO SUJETO AL GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS (4 POR *
      * MIL): RETRCOB, TRNFCOB, POSTCOB, CLRICOB Y GIROCOB. EL         *
      * LLAMADOR CARGA CUENTA, MONTO DEL DEBITO Y FECHA DE NEGOCIO     *
      * (Y PARA 842 USUARIO, TERMINAL, SUCURSAL, SESION Y REFERENCIA   *
      * DEL DEBITO) Y RECIBE EL IMPUESTO EN WS-GM-IMPUESTO Y LA PARTE  *
      * DEL DEBITO CUBIERTA POR LA EXENCION EN WS-GM-BASE-EXENTA.      *
      * WS-GM-OK APAGADO INDICA UN ERROR SQL: EL LLAMADOR DESHACE SU   *
      * UNIDAD DE TRABAJO POR SU PROPIO CAMINO DE FALLO                *
      ******************************************************************
       01  WS-LIQUIDAR-GMF.
           03  WS-GM-CUENTA             PIC X(10).
           03  WS-GM-MONTO              PIC S9(13)V9(2) COMP-3.
           03  WS-GM-FECHA              PIC X(10).
           03  WS-GM-USUARIO            PIC X(3).
           03  WS-GM-TERMINAL           PIC X(4).
           03  WS-GM-SUCURSAL           PIC X(4).
           03  WS-GM-SESION             PIC S9(9)       COMP.
           03  WS-GM-REFERENCIA         PIC S9(9)       COMP.
           03  WS-GM-IMPUESTO           PIC S9(13)V9(2) COMP-3.
           03  WS-GM-BASE-EXENTA        PIC S9(13)V9(2) COMP-3.
           03  WS-GM-BASE-GRAVADA       PIC S9(13)V9(2) COMP-3.
      *
      *--- TARIFA (POR MIL), TOPE MENSUAL EXENTO EN UVT Y VALOR DE LA
      *--- UVT DEL ANO, LEIDOS DE TAPARAM EN CADA LIQUIDACION CON SUS
      *--- VALORES COMPILADOS DE RESPALDO
      *
           03  WS-GM-TARIFA-MIL         PIC S9(11)V9(4) COMP-3.
           03  WS-GM-TOPE-UVT           PIC S9(11)V9(4) COMP-3.
           03  WS-GM-VALOR-UVT          PIC S9(11)V9(4) COMP-3.
           03  WS-GM-TOPE-PESOS         PIC S9(13)V9(2) COMP-3.
           03  WS-GM-CUPO-USADO         PIC S9(13)V9(2) COMP-3.
           03  WS-GM-CUPO-LIBRE         PIC S9(13)V9(2) COMP-3.
           03  WS-GM-CEDULA             PIC X(10).
           03  WS-GM-MONEDA             PIC X(3).
           03  WS-GM-PERIODO            PIC X(7).
           03  WS-GM-PARAM-DEFECTO      PIC S9(11)V9(4) COMP-3.
           03  WS-GM-PARAM-VALOR        PIC S9(11)V9(4) COMP-3.
           03  WS-GM-EXENTA-FALG        PIC X(1).
               88  WS-GM-CUENTA-EXENTA              VALUE 'Y'.
           03  WS-GM-FALG               PIC X(1).
               88  WS-GM-OK                         VALUE 'Y'.
       01  WC-GMF-CONSTANTES.
           03  WC-GM-TARIFA-MIL         PIC S9(11)V9(4) COMP-3
                                              VALUE 4.
           03  WC-GM-TOPE-UVT           PIC S9(11)V9(4) COMP-3
                                              VALUE 350.
           03  WC-GM-VALOR-UVT          PIC S9(11)V9(4) COMP-3
                                              VALUE 47065.
           03  WC-GM-MONEDA-GRAVADA     PIC X(3)        VALUE 'COP'.
