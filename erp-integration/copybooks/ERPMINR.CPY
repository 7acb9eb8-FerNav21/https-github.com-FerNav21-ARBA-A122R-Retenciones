      *----------------------------------------------------------------*
      * ERPMINR - Layout de los minimos no sujetos a retencion por     *
      * regimen (RETMIN.DAT). Un registro por regimen ('R' retencion,  *
      * 'P' percepcion, 'C' retencion de AGIP de CABA) y periodo de    *
      * vigencia, con la base minima mensual acumulada por CUIT y el   *
      * importe minimo a retener. Una operacion cuya base del mes no   *
      * alcanza la base minima, o cuyo importe no alcanza el importe   *
      * minimo, no se retiene y queda NO-SUJETO en la auditoria. Las   *
      * vigencias van como AAAA-MM-DD, igual que en el padron          *
      * (ERPPADR); la vigencia-hasta en blanco significa vigente sin   *
      * fecha de cierre. Un regimen sin registro vigente no tiene      *
      * minimo. El archivo es comun a todos los agentes: los minimos   *
      * los fija cada fisco por regimen.                               *
      *----------------------------------------------------------------*
       01  MINIMO-RECORD.
           05 MIN-REGIMEN           PIC X(01).
           05 MIN-BASE-MINIMA        PIC 9(07)V99.
           05 MIN-IMPORTE-MINIMO     PIC 9(07)V99.
           05 MIN-VIG-DESDE          PIC X(10).
           05 MIN-VIG-HASTA          PIC X(10).
