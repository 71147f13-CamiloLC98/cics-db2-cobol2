           03  CH-CONF-CHEQUE          PIC X(1).
           03  CH-CONF-DEP-NOMBRE      PIC X(40).
           03  CH-CONF-DEP-DOC         PIC X(12).
      *
      *--- CHEQUES DE UN DEPOSITO EN CHEQUE YA VALIDADOS EN DEPOCOB
      *--- (UNA LINEA POR CHEQUE CON SU BANDA MICR Y SU MONTO, MISMO
      *--- FORMATO DE CAMPO9I-CAMPO14I), GUARDADOS PARA EL ENTER DE
      *--- CONFIRMACION IGUAL QUE CH-CONF-CHEQUE
      *
           03  CH-CONF-CHEQUES.
               05  CH-CONF-CHQ-LINEA   PIC X(39) OCCURS 6 TIMES.
