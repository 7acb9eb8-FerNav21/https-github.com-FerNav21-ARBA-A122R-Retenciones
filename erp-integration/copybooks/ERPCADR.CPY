      *----------------------------------------------------------------*
      * ERPCADR - Layout de los pasos de la cadena nocturna            *
      * (CADENA.CFG), una linea por paso en el orden de ejecucion:     *
      * nombre del paso para el log, codigo de retorno maximo que se   *
      * tolera para seguir con el paso siguiente del mismo agente y    *
      * comando que lo ejecuta. Las lineas que empiezan con '*' son    *
      * comentarios. Sin CADENA.CFG, CADRET corre la secuencia         *
      * habitual con el nombre de cada programa como comando.          *
      *----------------------------------------------------------------*
       01  CADENA-RECORD.
           05 CAD-PASO              PIC X(08).
           05 CAD-RC-MAXIMO          PIC 9(02).
           05 CAD-COMANDO            PIC X(60).
