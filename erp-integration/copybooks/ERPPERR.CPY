      * CERRADO al confirmar la corrida definitiva y GENRET desvia a   *
      * pendientes toda operacion cuya fecha caiga en una quincena     *
      * CERRADA, para no desencuadrar una DDJJ ya presentada.          *
      * Una quincena CERRADO esta presentada pero no pagada: recien    *
      * pasa a PAGADO (cerrada del todo, la unica que ARCHRET archiva) *
      * cuando PAGMNT o PAGRPT encuentran cancelado el importe de la   *
      * DDJJ con sus intereses (ver ERPPAGR). GENRET trata las dos     *
      * como cerradas.                                                 *
      *----------------------------------------------------------------*
       01  PERIODO-RECORD.
           05 PER-QUINCENA          PIC X(07).
