      *----------------------------------------------------------------*
      * ERPSUJR - Layout del padron indexado por sujeto (PADSUJ.DAT),  *
      * clave CUIT + periodo (AAAAMM). PADCUIT lo carga cada mes desde *
      * el padron y el listado de alto riesgo publicados por ARBA;     *
      * GENRET y VALDRV lo consultan por el CUIT y el mes de la fecha  *
      * de operacion antes que al padron de categorias. El archivo es  *
      * comun a todos los agentes: el padron lo publica ARBA por       *
      * sujeto, no por agente.                                         *
      *                                                                *
      * Por cada periodo cargado hay ademas un registro de control con *
      * el CUIT en ceros ('00000000000', que no es un CUIT valido) y   *
      * la fecha de la carga. Sin ese registro el periodo no se cargo  *
      * y se usa el padron de categorias; con el, un CUIT ausente no   *
      * esta inscripto en el padron y se le aplica la alicuota maxima. *
      *----------------------------------------------------------------*
       01  SUJETO-RECORD.
           05 SUJ-CLAVE.
              10 SUJ-CUIT           PIC X(11).
              10 SUJ-PERIODO        PIC X(06).
           05 SUJ-ALIC-RET           PIC 9(02)V99.
           05 SUJ-ALIC-PER           PIC 9(02)V99.
           05 SUJ-ALTO-RIESGO        PIC X(01).
              88 SUJ-ES-ALTO-RIESGO       VALUE 'S'.
           05 SUJ-FECHA-CARGA        PIC X(10).
