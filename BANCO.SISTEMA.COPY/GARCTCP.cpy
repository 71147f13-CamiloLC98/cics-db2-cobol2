      ******************************************************************
      * CAMPOS DE TRABAJO PARA 846-VERIFICAR-PIGNORACION Y             *
      * 847-CALCULAR-COBERTURA (VER GARCTPR.cpy). SE REUTILIZAN, VIA   *
      * COPY, EN LOS PROGRAMAS QUE TOCAN GARANTIAS DE PRESTAMOS        *
      * (GARACOB/GARRCOB) O CDTS QUE PUEDEN ESTAR PIGNORADOS           *
      * (CDTACOB/CDTMCOB). EL LLAMADOR CARGA WS-GR-ID-PLAZO, O         *
      * WS-GR-ID-PRESTAMO Y WS-GR-FECHA (YYYY-MM-DD), SEGUN EL PARRAFO *
      ******************************************************************
       01  WS-GARANTIAS-SIS.
           03  WS-GR-ID-PLAZO           PIC S9(9)       COMP.
           03  WS-GR-ID-PRESTAMO        PIC S9(9)       COMP.
           03  WS-GR-FECHA              PIC X(10).
           03  WS-GR-CONTADOR           PIC S9(9)       COMP.
           03  WS-GR-VALOR              PIC S9(13)V9(2) COMP-3.
           03  WS-GR-SALDO              PIC S9(13)V9(2) COMP-3.
           03  WS-GR-COBERTURA          PIC S9(5)V9(2)  COMP-3.
           03  WS-GR-FALG               PIC X(1).
               88  WS-GR-PIGNORADO                  VALUE 'Y'.
