      *----------------------------------------------------------------*
      * ERPASIR - Layout de importacion de asientos del mayor del ERP  *
      * (ASIENTO.TXT). Cada asiento es una cabecera ('C') seguida de   *
      * sus renglones ('D'), uno por cuenta y centro de costo con el   *
      * importe en el debe o en el haber. Los importes van sin signo   *
      * con dos decimales implicitos. ASICONT agrega los asientos al   *
      * final del archivo hasta que el ERP lo importa y lo vacia.      *
      *----------------------------------------------------------------*
       01  ASIENTO-CABECERA.
           05 ASC-TIPO-REG          PIC X(01).
           05 ASC-NUMERO             PIC 9(07).
           05 ASC-FECHA              PIC X(10).
           05 ASC-AGENTE             PIC X(02).
           05 ASC-CUIT-AGENTE        PIC X(11).
           05 ASC-ORIGEN             PIC X(01).
           05 ASC-REFERENCIA         PIC X(21).
           05 ASC-LEYENDA            PIC X(40).
           05 ASC-TOTAL-DEBE         PIC 9(11)V99.
           05 ASC-TOTAL-HABER        PIC 9(11)V99.
           05 ASC-CANT-RENGLONES     PIC 9(04).
       01  ASIENTO-DETALLE.
           05 ASD-TIPO-REG          PIC X(01).
           05 ASD-NUMERO             PIC 9(07).
           05 ASD-RENGLON            PIC 9(04).
           05 ASD-CUENTA             PIC X(12).
           05 ASD-CCOSTO             PIC X(08).
           05 ASD-DEBE               PIC 9(11)V99.
           05 ASD-HABER              PIC 9(11)V99.
           05 ASD-LEYENDA            PIC X(40).
