      *----------------------------------------------------------------*
      * ERPRIEP - Layout del listado de sujetos de alto riesgo fiscal  *
      * publicado por ARBA (ARBARIE.DAT), entrada del programa         *
      * PADCUIT junto con el padron mensual por sujeto. Un registro    *
      * por CUIT y periodo (AAAAMM); a un sujeto del listado se le     *
      * retiene y percibe a la alicuota maxima del regimen, sea cual   *
      * sea la alicuota que traiga el padron.                          *
      * El listado de alto riesgo de AGIP (AGIPRIE.DAT) usa el mismo   *
      * layout.                                                        *
      *----------------------------------------------------------------*
       01  ARBA-RIESGO-RECORD.
           05 ARI-CUIT              PIC X(11).
           05 ARI-PERIODO            PIC X(06).
