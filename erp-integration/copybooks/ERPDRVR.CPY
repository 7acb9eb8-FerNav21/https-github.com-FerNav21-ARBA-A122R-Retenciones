      * blanco, el formato anterior del driver) de la percepcion de   *
      * ingresos brutos sobre las ventas ('P'), que tiene CSV,        *
      * numeracion y totalizacion de DDJJ propios.                    *
      * La jurisdiccion distingue la retencion de ARBA ('B' o blanco, *
      * el formato anterior) de la retencion de AGIP de CABA ('C'),   *
      * con padron, numeracion, CSV, script de la API y presentacion  *
      * propios. AGIP solo tiene regimen de retenciones. Un mismo     *
      * pago puede traer una linea de cada jurisdiccion.              *
      * El sistema de origen (COMPRAS, TESORERIA, OBRAS, ...) y la    *
      * referencia del documento (orden de pago o factura) viajan     *
      * hasta el maestro para que RETORN devuelva a cada sistema el   *
      * numero y el estado de sus operaciones. Si el extracto no trae *
      * el sistema en la linea, CONSDRV lo completa con el de la      *
      * cabecera del extracto. En blanco en el formato anterior.      *
      *----------------------------------------------------------------*
       01  DRIVER-RECORD.
           05 DR-CUIT              PIC X(11).
           05 DR-TIPO-MOVIMIENTO    PIC X(01).
           05 DR-RET-ORIGINAL       PIC 9(07).
           05 DR-REGIMEN            PIC X(01).
           05 DR-JURISDICCION       PIC X(01).
           05 DR-SISTEMA-ORIGEN     PIC X(10).
           05 DR-DOC-REFERENCIA     PIC X(20).
