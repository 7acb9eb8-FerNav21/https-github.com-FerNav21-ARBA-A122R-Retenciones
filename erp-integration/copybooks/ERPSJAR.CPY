      *----------------------------------------------------------------*
      * ERPSJAR - Layout del padron indexado por sujeto de AGIP (CABA) *
      * (PADAGIP.DAT), clave CUIT + periodo (AAAAMM). Es el mismo      *
      * registro que ERPSUJR, con otro prefijo para poder declarar los *
      * dos padrones en el mismo programa: PADCUIT lo carga cada mes   *
      * desde el padron de regimenes generales y el listado de alto    *
      * riesgo publicados por AGIP, y GENRET y VALDRV lo consultan     *
      * para las lineas del driver de jurisdiccion 'C'. AGIP solo      *
      * tiene regimen de retenciones: SJA-ALIC-PER viaja en cero.      *
      *                                                                *
      * El registro de control por periodo cargado es igual que en     *
      * ERPSUJR: CUIT en ceros ('00000000000') y la fecha de la carga. *
      * Ante cualquier cambio en ERPSUJR, cambiarlo aca tambien.       *
      *----------------------------------------------------------------*
       01  SUJETO-AGIP-RECORD.
           05 SJA-CLAVE.
              10 SJA-CUIT           PIC X(11).
              10 SJA-PERIODO        PIC X(06).
           05 SJA-ALIC-RET           PIC 9(02)V99.
           05 SJA-ALIC-PER           PIC 9(02)V99.
           05 SJA-ALTO-RIESGO        PIC X(01).
              88 SJA-ES-ALTO-RIESGO       VALUE 'S'.
           05 SJA-FECHA-CARGA        PIC X(10).
