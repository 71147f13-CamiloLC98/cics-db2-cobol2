      *--- CDT, CDTACOB/CDTMCOB), 'L' (CAPITAL DE PRESTAMO, PRSTCOB/
      *--- PRSCCOB), 'P' (ABONO PROVISIONAL DE DISPUTA, DISPCOB), 'W'
      *--- (PUENTE DE SUSPENSO), 'Y' (MARGEN DE CAMBIO, FXCJCOB) Y
      *--- 'J' (CAPTURA/DEVOLUCION DE EMBARGO, EMBRCOB) Y 'C'
      *--- (CASTIGO DE SOBREGIRO, BLOQCOB); 'K' (INTERES DE
      *--- PRESTAMO), 'M' (GMF 4 POR MIL, VER GMFCTPR), 'U'
      *--- (RECUPERACION DE CASTIGADO, PRPGCOB) Y 'S' (RECUPERACION
      *--- DE SOBREGIRO CASTIGADO, SOBRCOB) Y 'A' (PRIMA DE SEGURO
      *--- DE VIDA DEUDORES, PRSCCOB/PRPGCOB) RESTAN COMO LOS CARGOS
      *--- 'G'. LOS TIPOS 'H','Q','Z' (PROVISION Y CASTIGO,
      *--- PROVCOB/CASTCOB) SOLO VIVEN EN LA CUENTA DE PROVISIONES Y
      *--- NO MUEVEN SALDO, POR ESO NO SE SUMAN. EL TIPO 'B'
      *--- (REMESA DE EMBARGO) NO ENTRA: SALE DE SALDO_RETENIDO, NO
      *--- DEL DISPONIBLE QUE AQUI SE CONCILIA. CON ANCLA (VER 205-
      *--- BUSCAR-SNAPSHOT-ANCLA) SOLO SE SUMAN LOS MOVIMIENTOS
                     ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'O'
                                        THEN MONTO ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION IN
                                        ('F','L','P','W','Y','J','C')
                                        THEN MONTO ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION IN
                                        ('K','M','U','S','A')
                                        THEN MONTO ELSE 0 END), 0)
                   INTO
                     :WS-TOTAL-D
                     ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'O'
                                        THEN MONTO ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION IN
                                        ('F','L','P','W','Y','J','C')
                                        THEN MONTO ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION IN
                                        ('K','M','U','S','A')
                                        THEN MONTO ELSE 0 END), 0)
                   INTO
                     :WS-TOTAL-D
