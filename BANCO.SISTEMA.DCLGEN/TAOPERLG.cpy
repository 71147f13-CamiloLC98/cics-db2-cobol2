      *--- SUPERVISOR EN OPERCOB DEJA UNA FILA CON EL ANTES Y EL
      *--- DESPUES Y QUIEN LO HIZO, QUE ES EXACTAMENTE LO QUE PIDE LA
      *--- AUDITORIA SOBRE OTORGAMIENTO DE ROLES. ACCION_O: 'A' ALTA,
      *--- 'M' MODIFICACION, 'B' BAJA, 'R' REACTIVACION, 'E' CEDULA Y
      *--- SUCURSAL DEL EMPLEADO, 'V' PARTE RELACIONADA DECLARADA, 'W'
      *--- PARTE RELACIONADA RETIRADA (EL DETALLE QUEDA EN TAOPRELA).
      *--- COLUMNAS CON SUFIJO _O PORQUE TAOPERA SE INCLUYE JUNTO A
      *--- ESTA TABLA EN OPERCOB (MISMO RECURSO YA USADO EN TAPENDTR
      *--- CON EL SUFIJO _P)
