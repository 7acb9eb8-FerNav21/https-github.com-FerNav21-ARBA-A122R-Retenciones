      *----------------------------------------------------------------*
      * ERPPAGR - Layout de los pagos de la DDJJ (PAGDDJJ.DAT), un     *
      * registro por quincena (AAAAMMQ) y regimen ('R' retenciones,    *
      * 'P' percepciones), porque ARBA declara y cobra cada regimen    *
      * por separado. DDJJRET da de alta el registro al cerrar la      *
      * quincena con el importe neto declarado (una rectificativa lo   *
      * actualiza sin tocar los pagos) y PAGMNT carga hasta tres       *
      * pagos, en orden de fecha, con su VEP. El importe declarado     *
      * lleva signo: un periodo con mas anulaciones que originaciones  *
      * no tiene nada que pagar.                                       *
      *----------------------------------------------------------------*
       01  PAGO-RECORD.
           05 PAG-CLAVE.
              10 PAG-QUINCENA       PIC X(07).
              10 PAG-REGIMEN        PIC X(01).
           05 PAG-IMPORTE-DDJJ       PIC S9(11)V99.
           05 PAG-FECHA-PRESENT      PIC X(10).
           05 PAG-CANT-PAGOS         PIC 9(01).
           05 PAG-PAGO OCCURS 3 TIMES.
              10 PAG-FECHA-PAGO     PIC X(10).
              10 PAG-VEP            PIC X(20).
              10 PAG-IMPORTE-PAGADO PIC 9(11)V99.
