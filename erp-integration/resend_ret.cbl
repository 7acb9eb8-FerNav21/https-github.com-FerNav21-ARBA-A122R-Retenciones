      * que la recuperacion deje de ser un paso manual.                *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - GENRET.CFG: configuracion (ruta de red, scripts de API
      *       de ARBA y de AGIP).
      *     - RETPEND.CSV: pendientes/errores registrados por GENRET.
      *
      * SALIDA:
      *     - Un archivo .csv regenerado por cada pendiente de
      *       generacion recuperado (las retenciones de AGIP con su
      *       propio formato y su propio script de transmision).
      *     - RETLOG.CSV (auditoria) con una linea por reenvio OK.
      *     - RETPEND.CSV reescrito solo con lo que sigue fallando
      *       (los CUIT-INVALIDO y motivos no recuperables se
      *                                 driver, CSV y numeracion
      *                                 propios, regimen en la
      *                                 auditoria y el maestro).
      *     2026-10-15  ERP-System      Las llamadas a la API que
      *                                 necesitan reintentos quedan en
      *                                 RETAPI.DAT (copybook ERPAPIR)
      *                                 para el tablero de gestion
      *                                 TABGES.
      *     2026-10-15  ERP-System      Retenciones de AGIP (CABA): la
      *                                 jurisdiccion viaja en el
      *                                 pendiente y la auditoria, y el
      *                                 CSV se regenera y transmite con
      *                                 el formato y el script propios
      *                                 de AGIP.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ALTERNATE RECORD KEY IS MST-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-MASTER.

      *--- Registro de las llamadas a la API que necesitaron mas de
      *--- un intento, compartido con GENRET (ver TABGES).
           SELECT REINTENTO-FILE ASSIGN TO DISK WS-NOM-APIREI-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REINTENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       FD  MASTER-FILE.
           COPY ERPMSTR.

       FD  REINTENTO-FILE.
           COPY ERPAPIR.

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
       01  WS-PEN-ORIGINAL          PIC X(07).
       01  WS-PEN-REGIMEN           PIC X(01).
       01  WS-PEN-REG-LEN           PIC 9(03) VALUE 0.
       01  WS-PEN-JURISDICCION      PIC X(01).
       01  WS-PEN-JUR-LEN           PIC 9(03) VALUE 0.
       01  WS-PEN-PTR-JUR           PIC 9(03) VALUE 1.
       01  WS-PEN-RAZON             PIC X(26).
       01  WS-PEN-PTR               PIC 9(03) VALUE 1.


      *--- Control de reintentos de la llamada a la API.
       01  WS-INTENTO               PIC 9(02) VALUE 0.
       01  WS-REI-FECHA-CD          PIC X(08).
       01  WS-REI-HORA-CD           PIC X(06).

      *--- Identificador de la corrida (fecha y hora de inicio),
      *--- registrado en la auditoria como en GENRET.
       01  WS-FS-MASTER             PIC X(02).
       01  WS-FS-PENDTMP            PIC X(02).
       01  WS-FS-LOCK               PIC X(02).
       01  WS-FS-REINTENTO          PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
      *---    truncado (READ sin AT END no modificaria los CF-*).
           MOVE '\\servidor-erp\retenciones\' TO CF-RET-PATH.
           MOVE 'llamar_api.bat'         TO CF-API-SCRIPT.
           MOVE 'llamar_agip.bat'        TO CF-API-SCRIPT-AGP.
           MOVE 'RETDRV.DAT'             TO CF-DRIVER-FILE.
           MOVE 'PADRON.DAT'             TO CF-PADRON-FILE.
           MOVE 'CONSTANCIA.DAT'         TO CF-ACK-FILE.
               END-READ
               CLOSE CONFIG-FILE
           END-IF.
      *---    Un GENRET.CFG del formato anterior no trae el script de
      *---    AGIP: rige el de por defecto.
           IF CF-API-SCRIPT-AGP = SPACES
               MOVE 'llamar_agip.bat' TO CF-API-SCRIPT-AGP
           END-IF.

      *---    El registro del agente elegido manda sobre GENRET.CFG:
      *---    los CSV regenerados van a la ruta de red de la
      *----------------------------------------------------------------*
      * 2100 - Separa la linea pendiente en sus campos. La razon       *
      * social se toma desde el puntero porque es el ultimo campo y    *
      * puede contener comas. La jurisdiccion va antes de la razon     *
      * solo en las lineas nuevas: si el campo no mide 1 o no es 'B' o *
      * 'C', es el comienzo de la razon y el puntero vuelve atras.     *
      *----------------------------------------------------------------*
       2100-SEPARAR-LINEA-PENDIENTE.
           MOVE SPACES TO WS-PEN-CUIT WS-PEN-SUCURSAL WS-PEN-MOTIVO
                          WS-PEN-FILENAME WS-PEN-BASE-ED
                          WS-PEN-ALIC-ED WS-PEN-IMPORTE-ED
                          WS-PEN-FECHA WS-PEN-TIPO WS-PEN-ORIGINAL
                          WS-PEN-REGIMEN WS-PEN-RAZON
                          WS-PEN-JURISDICCION.
           MOVE 1 TO WS-PEN-PTR.
           MOVE 0 TO WS-PEN-REG-LEN WS-PEN-JUR-LEN.
           UNSTRING WS-PEND-LINEA (WS-PEND-SUB) DELIMITED BY ","
               INTO WS-PEN-CUIT
                    WS-PEN-SUCURSAL
                        COUNT IN WS-PEN-REG-LEN
               WITH POINTER WS-PEN-PTR
           END-UNSTRING.
           MOVE WS-PEN-PTR TO WS-PEN-PTR-JUR.
           IF WS-PEN-PTR <= 200
          AND WS-PEN-REG-LEN = 1
               UNSTRING WS-PEND-LINEA (WS-PEND-SUB) DELIMITED BY ","
                   INTO WS-PEN-JURISDICCION
                            COUNT IN WS-PEN-JUR-LEN
                   WITH POINTER WS-PEN-PTR
               END-UNSTRING
           END-IF.
           IF WS-PEN-JUR-LEN NOT = 1
            OR (WS-PEN-JURISDICCION NOT = 'B'
                AND WS-PEN-JURISDICCION NOT = 'C')
               MOVE WS-PEN-PTR-JUR TO WS-PEN-PTR
               MOVE 'B' TO WS-PEN-JURISDICCION
           END-IF.
           IF WS-PEN-PTR <= 200
               MOVE WS-PEND-LINEA (WS-PEND-SUB) (WS-PEN-PTR:)
                   TO WS-PEN-RAZON
      *---    y al final se agregan la marca 'A' y el numero de la
      *---    retencion original, como en GENRET. Una percepcion se
      *---    regenera con el formato propio del regimen (ver
      *---    2430/2440 de GENRET) y una retencion de AGIP con el
      *---    del aplicativo de CABA (ver 2450/2460 de GENRET).
           MOVE SPACES TO WS-CSV-RECORD.
           EVALUATE TRUE
               WHEN WS-PEN-JURISDICCION = 'C'
                   PERFORM 2318-ARMAR-CSV-AGIP
               WHEN WS-PEN-REGIMEN = 'P'
                   PERFORM 2315-ARMAR-CSV-PERCEPCION
               WHEN OTHER
                   PERFORM 2317-ARMAR-CSV-RETENCION
           END-EVALUATE.

           MOVE 'N' TO WS-CSV-OK.
           OPEN OUTPUT RETENCION-FILE.
                 INTO WS-CSV-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * 2318 - Registro CSV de una retencion de AGIP pendiente, con el *
      * formato que arma GENRET: tipo de operacion '1' (o '2' en una   *
      * anulacion, con la base y el importe en negativo y el numero    *
      * de la retencion original al final), numero, fecha, CUIT,       *
      * sucursal, base, alicuota, importe y razon social.              *
      *----------------------------------------------------------------*
       2318-ARMAR-CSV-AGIP.
           IF WS-PEN-TIPO = 'A'
               STRING "2"                  DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-FILENAME (2:7) DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-FECHA         DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-CUIT          DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-SUCURSAL      DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      "-"                  DELIMITED BY SIZE
                      WS-PEN-BASE-ED       DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-ALIC-ED       DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      "-"                  DELIMITED BY SIZE
                      WS-PEN-IMPORTE-ED    DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      '"'                  DELIMITED BY SIZE
                      WS-PEN-RAZON         DELIMITED BY SIZE
                      '"'                  DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-ORIGINAL      DELIMITED BY SIZE
                 INTO WS-CSV-RECORD
           ELSE
               STRING "1"                  DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-FILENAME (2:7) DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-FECHA         DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-CUIT          DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-SUCURSAL      DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-BASE-ED       DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-ALIC-ED       DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-PEN-IMPORTE-ED    DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      '"'                  DELIMITED BY SIZE
                      WS-PEN-RAZON         DELIMITED BY SIZE
                      '"'                  DELIMITED BY SIZE
                 INTO WS-CSV-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * 2320 - El CSV se regenero pero la API volvio a fallar: la      *
      * linea pendiente pasa a FALLO-LLAMADA-API para que la proxima   *
                  ","                  DELIMITED BY SIZE
                  WS-PEN-REGIMEN       DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-PEN-JURISDICCION  DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-PEN-RAZON         DELIMITED BY SIZE
             INTO WS-PEND-LINEA (WS-PEND-SUB).

               VARYING WS-INTENTO FROM 1 BY 1
               UNTIL WS-INTENTO > CF-MAX-REINTENTOS
                  OR API-RESULTO-OK.
      *--- Al salir del ciclo WS-INTENTO quedo uno por encima del
      *--- ultimo intento usado: mas de 2 es que hubo reintentos.
           IF WS-INTENTO > 2
               PERFORM 2420-REGISTRAR-REINTENTOS
           END-IF.

       2410-INTENTAR-LLAMADA-API.
      *---    Las retenciones de AGIP se transmiten con su propio
      *---    script.
           MOVE SPACES TO COMMAND-STRING.
           IF WS-PEN-JURISDICCION = 'C'
               STRING CF-API-SCRIPT-AGP DELIMITED BY SPACE
                      " "               DELIMITED BY SIZE
                      WS-PEN-FILENAME   DELIMITED BY SIZE
                 INTO COMMAND-STRING
           ELSE
               STRING CF-API-SCRIPT   DELIMITED BY SPACE
                      " "             DELIMITED BY SIZE
                      WS-PEN-FILENAME DELIMITED BY SIZE
                 INTO COMMAND-STRING
           END-IF.

           DISPLAY "Llamando a la API Local (intento "
                   WS-INTENTO ")...".
                       "con codigo " RETURN-CODE "."
           END-IF.

      *----------------------------------------------------------------*
      * 2420 - Deja en RETAPI.DAT la llamada que necesito reintentos,  *
      * con el mismo registro que GENRET.                              *
      *----------------------------------------------------------------*
       2420-REGISTRAR-REINTENTOS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REI-FECHA-CD.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-REI-HORA-CD.
           OPEN EXTEND REINTENTO-FILE.
           IF WS-FS-REINTENTO = '35'
               OPEN OUTPUT REINTENTO-FILE
           END-IF.
           IF WS-FS-REINTENTO NOT = '00'
               DISPLAY "Aviso: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-APIREI-FILE) ", estado "
                       WS-FS-REINTENTO "."
           ELSE
               MOVE SPACES TO REINTENTO-RECORD
               STRING WS-REI-FECHA-CD (1:4) DELIMITED BY SIZE
                      "-"                   DELIMITED BY SIZE
                      WS-REI-FECHA-CD (5:2) DELIMITED BY SIZE
                      "-"                   DELIMITED BY SIZE
                      WS-REI-FECHA-CD (7:2) DELIMITED BY SIZE
                 INTO REI-FECHA
               STRING WS-REI-HORA-CD (1:2)  DELIMITED BY SIZE
                      ":"                   DELIMITED BY SIZE
                      WS-REI-HORA-CD (3:2)  DELIMITED BY SIZE
                      ":"                   DELIMITED BY SIZE
                      WS-REI-HORA-CD (5:2)  DELIMITED BY SIZE
                 INTO REI-HORA
               MOVE 'RESEND'        TO REI-PROGRAMA
               MOVE WS-PEN-FILENAME TO REI-ARCHIVO
               COMPUTE REI-INTENTOS = WS-INTENTO - 1
               IF API-RESULTO-OK
                   MOVE 'OK'    TO REI-RESULTADO
               ELSE
                   MOVE 'ERROR' TO REI-RESULTADO
               END-IF
               WRITE REINTENTO-RECORD
               IF WS-FS-REINTENTO NOT = '00'
                   DISPLAY "Aviso: no se pudo escribir en "
                           FUNCTION TRIM(WS-NOM-APIREI-FILE)
                           ", estado " WS-FS-REINTENTO "."
               END-IF
               CLOSE REINTENTO-FILE
           END-IF.

      *----------------------------------------------------------------*
      * 2500 - Deja constancia en el log de auditoria del reenvio      *
      * exitoso, con el mismo formato de linea que GENRET.             *
                  ","                DELIMITED BY SIZE
                  WS-PEN-REGIMEN     DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-PEN-JURISDICCION DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-PEN-RAZON       DELIMITED BY SIZE
             INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
