      ******************************************************************
      * DCLGEN TABLE(TACAJERO)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TACAJERO))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTCAJERO)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- REGISTRO DE LOS CAJEROS AUTOMATICOS COMO PUNTOS DE EFECTIVO.
      *--- TERMINAL_AT ES EL MISMO CODIGO QUE EL CANAL ESTAMPA EN
      *--- TATRANS.TERMINAL (PST-TERMINAL DE POSTCOB) Y QUE TRAE EL
      *--- ARCHIVO DEL SWITCH; TILL_AT ES LA CAJA CON QUE EL CAJERO
      *--- FIGURA EN LOS TRASLADOS DE TACAJMOV Y EN EL LIBRO DE PIEZAS
      *--- TADENOM, COMO CUALQUIER GAVETA (NINGUN OPERADOR DE TAOPERA LA
      *--- TIENE ASIGNADA, SOLO SE MUEVE POR ATMCCOB).
      *--- CASETES_AT: CAPACIDAD EN PIEZAS DE CADA CASETE, EN EL MISMO
      *--- FORMATO DE 7 CONTEOS DE DENOMCP (100.000 A 1.000); UN CONTEO
      *--- EN CERO ES UNA DENOMINACION SIN CASETE EN ESE CAJERO.
      *--- ESTADO_AT: 'A' ACTIVO, 'I' INACTIVO (NO ADMITE CARGUES).
      *--- COLUMNAS CON SUFIJO _AT PARA NO CHOCAR CON TATRANS/TACAJMOV
      ******************************************************************
           EXEC SQL DECLARE TACAJERO TABLE
           ( TERMINAL_AT                    CHAR(4) NOT NULL,
             SUCURSAL_AT                    CHAR(4) NOT NULL,
             TILL_AT                        CHAR(4) NOT NULL,
             CASETES_AT                     CHAR(35) NOT NULL,
             ESTADO_AT                      CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TACAJERO                           *
      ******************************************************************
       01  CL-ESTCAJERO.
      *                       TERMINAL_AT
           10 CL-TERMINAL-AT       PIC X(4).
      *                       SUCURSAL_AT
           10 CL-SUCURSAL-AT       PIC X(4).
      *                       TILL_AT
           10 CL-TILL-AT           PIC X(4).
      *                       CASETES_AT
           10 CL-CASETES-AT        PIC X(35).
      *                       ESTADO_AT
           10 CL-ESTADO-AT         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
