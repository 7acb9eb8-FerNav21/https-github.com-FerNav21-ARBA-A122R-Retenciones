      *----------------------------------------------------------------*
      * ERPAPIR - Layout del registro de reintentos de la API          *
      * (RETAPI.DAT), propio de cada agente. GENRET y RESEND agregan   *
      * una linea por cada llamada al script de la API que necesito    *
      * mas de un intento, haya terminado bien o no; las llamadas que  *
      * salen al primer intento no se registran. TABGES lo suma por    *
      * mes para el tablero de gestion. El archivo solo crece: no lo   *
      * compacta ARCHRET.                                              *
      *----------------------------------------------------------------*
       01  REINTENTO-RECORD.
           05 REI-FECHA             PIC X(10).
           05 REI-HORA               PIC X(08).
           05 REI-PROGRAMA           PIC X(08).
           05 REI-ARCHIVO            PIC X(12).
      *--- Intentos usados en la llamada (el primero mas los
      *--- reintentos) y resultado final: OK o ERROR.
           05 REI-INTENTOS           PIC 9(02).
           05 REI-RESULTADO          PIC X(05).
