      *----------------------------------------------------------------*
      * ERPPRMR - Layout de los parametros de corrida desatendida      *
      * (RUNPARM.DAT), una linea por respuesta que un programa pediria *
      * por consola: programa que pregunta, clave de la pregunta y     *
      * valor de la respuesta. Un programa '*' vale para cualquiera.   *
      * Las lineas que empiezan con '**' son comentarios. El mismo     *
      * layout tiene RUNPARM.CFG, la plantilla comun a todos los       *
      * agentes de la que CADRET arma el RUNPARM.DAT de cada uno.      *
      *----------------------------------------------------------------*
       01  PARAMETRO-RECORD.
           05 PRM-PROGRAMA          PIC X(08).
           05 PRM-CLAVE              PIC X(12).
           05 PRM-VALOR              PIC X(40).
