      *----------------------------------------------------------------*
      * ERPPRMW - Consulta de un parametro de corrida desatendida a    *
      * RUNPRM. El programa la incorpora en WORKING-STORAGE y, antes   *
      * de cada ACCEPT de consola, informa su nombre y la clave de la  *
      * pregunta y llama:                                              *
      *     CALL 'RUNPRM' USING WS-PARAMETRO-CORRIDA                   *
      * Si RUNPRM devuelve MODO-DESATENDIDO (RUNPARM.DAT existe y      *
      * tiene parametros) la respuesta es WS-PRM-VALOR y no se pide    *
      * nada por consola; un parametro no informado vuelve en blanco,  *
      * que es la respuesta por defecto de todas las preguntas del     *
      * circuito. En modo interactivo se pregunta como siempre.        *
      *----------------------------------------------------------------*
       01  WS-PARAMETRO-CORRIDA.
           05 WS-PRM-PROGRAMA        PIC X(08).
           05 WS-PRM-CLAVE           PIC X(12).
           05 WS-PRM-VALOR           PIC X(40).
           05 WS-PRM-MODO            PIC X(01).
              88 MODO-DESATENDIDO         VALUE 'D'.
           05 WS-PRM-HALLADO         PIC X(01).
              88 PARAMETRO-HALLADO        VALUE 'S'.
