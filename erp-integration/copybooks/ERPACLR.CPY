      *----------------------------------------------------------------*
      * ERPACLR - Layout del control de contabilizacion (ASICTL.DAT),  *
      * indexado por el nombre del archivo de cada retencion o         *
      * percepcion OK del log (r9999999.csv): una linea registrada     *
      * aca ya esta en un asiento del mayor y ASICONT no la vuelve a   *
      * tomar, se pida por corrida o por periodo. El registro con      *
      * clave en ceros guarda el ultimo numero de asiento emitido.     *
      *----------------------------------------------------------------*
       01  ASICTL-RECORD.
           05 ACL-FILE-NAME         PIC X(12).
           05 ACL-NUMERO-ASIENTO     PIC 9(07).
           05 ACL-ORIGEN             PIC X(01).
           05 ACL-FECHA-CONTAB       PIC X(10).
