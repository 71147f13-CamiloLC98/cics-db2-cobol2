      *--- CORREGIDA O DEVOLVER AL ORIGEN; EL ENVEJECIMIENTO ES EL
      *--- BATCH SUSRCOB. EL COMPROBANTE DE GLEXCOB VUELVE A AMARRAR
      *--- CON EL EFECTIVO QUE REALMENTE ENTRO.
      *--- ESTADO_SU: 'P' PENDIENTE, 'A' REAPLICADO, 'D' DEVUELTO,
      *--- 'R' ANULADO PORQUE BKOTCOB REVERSO LA CORRIDA QUE LO CREO.
      *--- ID_SUSPENSO ES IDENTITY EN DB2.
      *--- SUCURSAL_SU ES LA SUCURSAL QUE RESPONDE POR EL ITEM: LA
      *--- DOMICILIO DE LA CUENTA PREVISTA SI EXISTE EN TACUENT (EN
      *--- BLANCO SI NO); FUSICOB LA TRASLADA AL CERRAR UNA SUCURSAL.
      *--- COLUMNAS CON SUFIJO _SU PARA NO CHOCAR CON TACUENT/TATRANS
      ******************************************************************
           EXEC SQL DECLARE TASUSPEN TABLE
             OPERADOR_SU                    CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_RESUELTO_SU              TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             SUCURSAL_SU                    CHAR(4) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
           10 CL-OPERADOR-SU       PIC X(3).
      *                       FECHA_RESUELTO_SU
           10 CL-FECHA-RESUELTO-SU PIC X(26).
      *                       SUCURSAL_SU
           10 CL-SUCURSAL-SU       PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
