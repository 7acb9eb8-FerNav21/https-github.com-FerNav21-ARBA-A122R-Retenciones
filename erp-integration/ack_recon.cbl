      *       los dias que llevan esperando.
      *     - RETCORR.CSV con las constancias RECHAZADA, para el
      *       circuito de correccion.
      *     - RETACU.DAT con los acuses nuevos y los dias que tardaron
      *       (ver TABGES).
      *     - Mensajes de estado en la consola.
      *
      * MODIFICACIONES:
      *                                 registro AGENTES.CFG) y los
      *                                 archivos de control son
      *                                 propios de cada sociedad.
      *     2026-10-15  ERP-System      Codigo de retorno para la
      *                                 cadena nocturna (ERPRETC): 16
      *                                 sin agente o sin log de
      *                                 auditoria, 4 con rechazadas o
      *                                 retenciones sin acuse.
      *     2026-10-15  ERP-System      La primera vez que una
      *                                 retencion queda ACEPTADA o
      *                                 RECHAZADA en el maestro se
      *                                 registra el acuse en RETACU.DAT
      *                                 (copybook ERPACUR) con los dias
      *                                 desde la operacion, para el
      *                                 tablero de gestion TABGES.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ALTERNATE RECORD KEY IS MST-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-MASTER.

      *--- Registro de acuses: la primera vez que una retencion del
      *--- maestro queda ACEPTADA o RECHAZADA, con los dias que tardo
      *--- el acuse (ver TABGES).
           SELECT ACUSE-FILE ASSIGN TO DISK WS-NOM-ACUSE-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACUSE.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       FD  MASTER-FILE.
           COPY ERPMSTR.

       FD  ACUSE-FILE.
           COPY ERPACUR.

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET.
      *--- sociedad.
           COPY ERPAGTW.

      *--- Codigo de retorno para la cadena nocturna.
           COPY ERPRETC.

      *--- Campos de la linea de auditoria, luego de separarla por
      *--- comas con UNSTRING.
       01  WS-AUD-CUIT              PIC X(11).
           88 FIN-PREPASS-SI             VALUE 'S'.
       01  WS-MASTER-ABIERTO       PIC X(01) VALUE 'N'.
           88 MASTER-ABIERTO-SI         VALUE 'S'.
       01  WS-ACUSE-ABIERTO         PIC X(01) VALUE 'N'.
           88 ACUSE-ABIERTO-SI           VALUE 'S'.

      *--- Estado a dejar en el maestro para la retencion en proceso
      *--- y estado que tenia antes de la conciliacion.
       01  WS-MST-ESTADO-NUEVO      PIC X(12) VALUE SPACES.
       01  WS-MST-ESTADO-ANTERIOR   PIC X(12) VALUE SPACES.

      *--- Fecha de la conciliacion (AAAA-MM-DD) como fecha del acuse.
       01  WS-FECHA-ACUSE           PIC X(10) VALUE SPACES.
       01  WS-CONT-ACUSES           PIC 9(05) VALUE 0.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-CONFIG             PIC X(02).
       01  WS-FS-REPORT             PIC X(02).
       01  WS-FS-CORR               PIC X(02).
       01  WS-FS-MASTER             PIC X(02).
       01  WS-FS-ACUSE              PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
           PERFORM 2000-CONCILIAR-AUDITORIA
               UNTIL FIN-AUDIT-SI.
           PERFORM 8000-FINALIZAR.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
           PERFORM 1050-SELECCIONAR-AGENTE.
           IF NOT AGENTE-SELECCIONADO
               MOVE 'S' TO WS-FIN-AUDIT
               MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM 1100-LEER-CONFIGURACION
               PERFORM 1200-CARGAR-CONSTANCIA
                   DISPLAY "ERROR: no se pudo abrir "
                           FUNCTION TRIM(WS-NOM-AUDIT-FILE) "."
                   MOVE 'S' TO WS-FIN-AUDIT
                   MOVE 16 TO WS-CODIGO-RETORNO
               ELSE
                   MOVE 'S' TO WS-AUDIT-ABIERTO
                   OPEN OUTPUT REPORT-FILE
                   OPEN OUTPUT CORR-FILE
                   PERFORM 1400-ABRIR-MAESTRO
                   PERFORM 1500-ABRIR-ACUSES
                   PERFORM 2900-LEER-SIGUIENTE-AUDITORIA
               END-IF

               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY
               COMPUTE WS-HOY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM)
               STRING WS-FECHA-HOY (1:4) DELIMITED BY SIZE
                      "-"                DELIMITED BY SIZE
                      WS-FECHA-HOY (5:2) DELIMITED BY SIZE
                      "-"                DELIMITED BY SIZE
                      WS-FECHA-HOY (7:2) DELIMITED BY SIZE
                 INTO WS-FECHA-ACUSE
           END-IF.

      *----------------------------------------------------------------*
                       ", no se actualizan estados."
           END-IF.

      *----------------------------------------------------------------*
      * 1500 - Apertura del registro de acuses, que se crea si no      *
      * existe. Sin el registro la conciliacion sigue igual; solo se   *
      * pierden los dias hasta el acuse para el tablero de gestion.    *
      *----------------------------------------------------------------*
       1500-ABRIR-ACUSES.
           IF MASTER-ABIERTO-SI
               OPEN EXTEND ACUSE-FILE
               IF WS-FS-ACUSE = '35'
                   OPEN OUTPUT ACUSE-FILE
               END-IF
               IF WS-FS-ACUSE = '00'
                   MOVE 'S' TO WS-ACUSE-ABIERTO
               ELSE
                   DISPLAY "Aviso: no se pudo abrir "
                           FUNCTION TRIM(WS-NOM-ACUSE-FILE)
                           ", estado " WS-FS-ACUSE
                           ", no se registran los acuses."
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2000 - Ciclo principal: un registro del log de auditoria por   *
      * vuelta, buscando su constancia correspondiente. Las lineas de  *
                               WS-AUD-RET-NUMERO
                               " no esta en el maestro."
                   NOT INVALID KEY
                       MOVE MST-ESTADO TO WS-MST-ESTADO-ANTERIOR
                       MOVE WS-MST-ESTADO-NUEVO TO MST-ESTADO
                       REWRITE MAESTRO-RECORD
                       IF WS-FS-MASTER NOT = '00'
                                   WS-AUD-RET-NUMERO
                                   " en el maestro, estado "
                                   WS-FS-MASTER "."
                       ELSE
                           PERFORM 2550-REGISTRAR-ACUSE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * 2550 - La primera vez que la retencion queda ACEPTADA o        *
      * RECHAZADA se registra el acuse con los dias desde la fecha de  *
      * operacion. Las conciliaciones siguientes la encuentran ya con  *
      * estado final y no la vuelven a registrar.                      *
      *----------------------------------------------------------------*
       2550-REGISTRAR-ACUSE.
           IF ACUSE-ABIERTO-SI
          AND (WS-MST-ESTADO-NUEVO = 'ACEPTADA'
            OR WS-MST-ESTADO-NUEVO = 'RECHAZADA')
          AND WS-MST-ESTADO-ANTERIOR NOT = 'ACEPTADA'
          AND WS-MST-ESTADO-ANTERIOR NOT = 'RECHAZADA'
               PERFORM 2350-CALCULAR-DIAS-ESPERA
               MOVE SPACES                   TO ACUSE-RECORD
               MOVE MST-RET-NUMERO           TO ACU-RET-NUMERO
               MOVE MST-CUIT                 TO ACU-CUIT
               MOVE MST-REGIMEN              TO ACU-REGIMEN
               MOVE MST-FECHA-OPERACION (1:10)
                                             TO ACU-FECHA-OPERACION
               MOVE WS-FECHA-ACUSE           TO ACU-FECHA-ACUSE
               MOVE WS-DIAS-ESPERA           TO ACU-DIAS
               MOVE WS-MST-ESTADO-NUEVO      TO ACU-ESTADO
               WRITE ACUSE-RECORD
               IF WS-FS-ACUSE = '00'
                   ADD 1 TO WS-CONT-ACUSES
               ELSE
                   DISPLAY "Aviso: no se pudo escribir en "
                           FUNCTION TRIM(WS-NOM-ACUSE-FILE)
                           ", estado " WS-FS-ACUSE "."
               END-IF
           END-IF.

       2900-LEER-SIGUIENTE-AUDITORIA.
           READ AUDIT-FILE
               AT END
           IF MASTER-ABIERTO-SI
               CLOSE MASTER-FILE
           END-IF.
           IF ACUSE-ABIERTO-SI
               CLOSE ACUSE-FILE
           END-IF.
           DISPLAY "Conciliacion finalizada.".
           DISPLAY "Retenciones transmitidas: " WS-CONT-AUDITADOS.
           DISPLAY "Retenciones conciliadas:  " WS-CONT-CONCILIADOS.
           DISPLAY "Retenciones anuladas:     " WS-CONT-ANULADAS.
           DISPLAY "Retenciones rechazadas:   " WS-CONT-RECHAZADAS.
           DISPLAY "Retenciones sin acuse:    " WS-CONT-SIN-ACUSE.
           DISPLAY "Acuses nuevos registrados: " WS-CONT-ACUSES.
           IF WS-CONT-RECHAZADAS > 0
               DISPLAY "Revisar "
                       FUNCTION TRIM(WS-NOM-CORR-FILE)
                       " para el circuito de correccion."
           END-IF.
           IF WS-CONT-RECHAZADAS > 0
            OR WS-CONT-SIN-ACUSE > 0
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.
