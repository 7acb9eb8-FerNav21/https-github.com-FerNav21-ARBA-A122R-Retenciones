      *----------------------------------------------------------------*
      * ERPRETC - Codigo de retorno de los programas de la cadena      *
      * nocturna (CONSDRV, VALDRV, GENRET, CUADRET, ACKRECON, CERTRET  *
      * y RETORN). Cada programa lo eleva a medida que encuentra       *
      * avisos o errores y lo pasa a RETURN-CODE inmediatamente antes  *
      * del STOP RUN (los CALL intermedios, incluido CALL "SYSTEM",    *
      * pisan RETURN-CODE). Un aviso solo se marca si el codigo es     *
      * menor: nunca tapa un error ya registrado. CADRET corta la      *
      * cadena del agente cuando un paso supera su maximo tolerado.    *
      *     00 - Sin novedades.                                        *
      *     04 - Termino con avisos (lineas rechazadas, pendientes,    *
      *          diferencias de cuadratura, etc.).                     *
      *     08 - Driver rechazado por la cola de control.              *
      *     12 - Bloqueo de ejecucion tomado por otra corrida.         *
      *     16 - Abortado (sin agente, archivo esencial ausente).      *
      *----------------------------------------------------------------*
       01  WS-CODIGO-RETORNO        PIC 9(02) VALUE 0.
           88 RC-OK                      VALUE 0.
           88 RC-AVISOS                  VALUE 4.
           88 RC-DRIVER-RECHAZADO        VALUE 8.
           88 RC-BLOQUEO-TOMADO          VALUE 12.
           88 RC-ABORTADO                VALUE 16.
