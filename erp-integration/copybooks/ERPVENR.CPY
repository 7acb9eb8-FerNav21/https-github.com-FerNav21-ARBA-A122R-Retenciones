      *----------------------------------------------------------------*
      * ERPVENR - Layout del calendario de vencimientos de la DDJJ     *
      * (VENCDDJJ.DAT), cargado a mano cada ano con el que publica     *
      * ARBA. Un registro por quincena (AAAAMMQ) y terminacion del     *
      * CUIT del agente; la terminacion en blanco vale para todos los  *
      * agentes y una propia manda sobre ella. El archivo es comun a   *
      * todos los agentes.                                             *
      *----------------------------------------------------------------*
       01  VENCIM-RECORD.
           05 VEN-QUINCENA          PIC X(07).
           05 VEN-DIGITO             PIC X(01).
           05 VEN-FECHA              PIC X(10).
