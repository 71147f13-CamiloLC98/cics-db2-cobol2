      ******************************************************************
      * CAMPOS DE TRABAJO PARA 837-VERIFICAR-CONFLICTO (VER            *
      * CONFCTPR.cpy). SE REUTILIZAN, VIA COPY, EN DEPOCOB/RETRCOB/    *
      * TRNFCOB/REVSCOB/BLOQCOB. EL LLAMADOR CARGA WS-CI-CUENTA Y      *
      * CONSULTA WS-CI-CONFLICTO; SI LO HAY, EL MOTIVO QUEDA EN        *
      * WS-CI-MOTIVO LISTO PARA LA PANTALLA Y EL OPERADOR NO PUEDE     *
      * TRANSAR SOBRE LA CUENTA                                        *
      ******************************************************************
       01  WS-VERIFICAR-CONFLICTO.
           03  WS-CI-CUENTA             PIC X(10).
           03  WS-CI-OPERADOR           PIC X(3).
           03  WS-CI-COINCIDENCIAS      PIC S9(9)  COMP.
           03  WS-CI-MOTIVO             PIC X(60).
           03  WS-CI-FALG               PIC X(1).
               88  WS-CI-CONFLICTO                  VALUE 'Y'.
