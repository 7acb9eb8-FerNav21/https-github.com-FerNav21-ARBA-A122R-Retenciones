      *                                 se verifican contra lo leido
      *                                 y un extracto truncado no
      *                                 llega a transmision.
      *     2026-10-15  ERP-System      Minimos no sujetos por regimen
      *                                 con vigencias (RETMIN.DAT,
      *                                 copybook ERPMINR) y acumulado
      *                                 mensual por CUIT desde el
      *                                 maestro: se retiene sobre la
      *                                 base del mes menos lo ya
      *                                 retenido y el pago que no
      *                                 alcanza el minimo queda
      *                                 NO-SUJETO en la auditoria.
      *     2026-10-15  ERP-System      Padron mensual por sujeto de
      *                                 ARBA (PADSUJ.DAT, ver PADCUIT)
      *                                 consultado antes que el de
      *                                 categorias: alicuota del CUIT,
      *                                 maxima del regimen para alto
      *                                 riesgo o CUIT fuera del padron
      *                                 cargado; el origen de la
      *                                 alicuota queda en el maestro.
      *     2026-10-15  ERP-System      Una quincena PAGADA (DDJJ
      *                                 presentada y cancelada, ver
      *                                 PAGMNT) es tan cerrada como una
      *                                 CERRADA para el desvio a
      *                                 pendientes.
      *     2026-10-15  ERP-System      Codigo de retorno para la
      *                                 cadena nocturna (ERPRETC): 8
      *                                 con la cola del driver
      *                                 rechazada en 1900-CONTROLAR-
      *                                 COLA-DRIVER, 12 con GENRET.LCK
      *                                 tomado por otra corrida, 16 sin
      *                                 agente o sin driver, 4 con
      *                                 rechazadas o pendientes.
      *     2026-10-15  ERP-System      Las llamadas a la API que
      *                                 necesitan reintentos quedan en
      *                                 RETAPI.DAT (copybook ERPAPIR)
      *                                 para el tablero de gestion
      *                                 TABGES.
      *     2026-10-15  ERP-System      Retenciones de AGIP (CABA) para
      *                                 las lineas del driver de
      *                                 jurisdiccion C: alicuota del
      *                                 padron PADAGIP.DAT, numeracion
      *                                 propia (GENAGP.CTL), CSV y
      *                                 script de transmision propios;
      *                                 la jurisdiccion viaja en la
      *                                 auditoria, pendientes y
      *                                 RETMST.DAT y forma parte de la
      *                                 clave de duplicados.
      *     2026-10-15  ERP-System      El sistema de origen y el
      *                                 documento de la linea del
      *                                 driver pasan al maestro; las
      *                                 operaciones que no llegan al
      *                                 maestro quedan en RETSNR.DAT
      *                                 para el archivo de retorno
      *                                 (RETORN).
      *     2026-10-15  ERP-System      El aviso de retencion no
      *                                 grabada en el maestro muestra
      *                                 el numero de la serie que se
      *                                 grabo (percepcion o AGIP), no
      *                                 el de retenciones.
      *----------------------------------------------------------------*
           COPY GENRETPR.
