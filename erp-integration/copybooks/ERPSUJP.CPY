      *----------------------------------------------------------------*
      * ERPSUJP - Layout del padron mensual por sujeto publicado por   *
      * ARBA (ARBASUJ.DAT), entrada del programa PADCUIT. Un registro  *
      * por CUIT con el periodo de publicacion (AAAAMM) y las          *
      * alicuotas de retencion y de percepcion que ARBA le asigna al   *
      * sujeto para ese mes. Todo el archivo corresponde a un mismo    *
      * periodo. El padron por sujeto de AGIP (AGIPSUJ.DAT) usa el     *
      * mismo layout; AGIP no tiene percepciones y la alicuota de      *
      * percepcion se ignora (PADCUIT la carga en cero).               *
      *----------------------------------------------------------------*
       01  ARBA-SUJETO-RECORD.
           05 ASJ-CUIT              PIC X(11).
           05 ASJ-PERIODO            PIC X(06).
           05 ASJ-ALIC-RET           PIC 9(02)V99.
           05 ASJ-ALIC-PER           PIC 9(02)V99.
