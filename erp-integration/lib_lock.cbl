      *----------------------------------------------------------------*
      * ENTRADA:
      *     - GENRET.LCK: bloqueo de ejecucion de GENRET.
      *     - Operador y confirmacion pedidos por consola.
      *
      * SALIDA:
      *     - GENRET.LCK marcado LIBRE.
      *     - BITACORA.DAT: la liberacion con el operador y el
      *       bloqueo antes y despues (via BITREG).
      *     - Mensajes de estado en la consola.
      *
      * MODIFICACIONES:
      *                                 registro AGENTES.CFG) y los
      *                                 archivos de control son
      *                                 propios de cada sociedad.
      *     2026-10-15  ERP-System      Bitacora de cambios: el
      *                                 operador se identifica al
      *                                 iniciar (BITREG) y la
      *                                 liberacion queda en
      *                                 BITACORA.DAT con el bloqueo
      *                                 antes y despues.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--- tiene su propio bloqueo y se libera el del agente elegido.
           COPY ERPAGTW.

      *--- Bitacora de cambios: operador identificado al iniciar y
      *--- datos de la liberacion para BITREG.
           COPY ERPBITW.

      *--- Confirmacion del operador.
       01  WS-CONFIRMA              PIC X(01) VALUE 'N'.

               DISPLAY "ERROR: no se pudo seleccionar el agente, "
                       "no se libera ningun bloqueo."
           ELSE
               MOVE 'I'           TO WS-BIT-FUNCION
               MOVE 'LIBLOCK'     TO WS-BIT-PROGRAMA
               MOVE WS-AGT-CODIGO TO WS-BIT-AGENTE
               CALL 'BITREG' USING WS-BITACORA-DATOS
               IF BITACORA-HABILITADA
                   PERFORM 0500-REVISAR-BLOQUEO
               ELSE
                   DISPLAY "ERROR: sin operador identificado no se "
                           "libera ningun bloqueo."
               END-IF
           END-IF.
           STOP RUN.


      *----------------------------------------------------------------*
      * 1000 - Muestra la corrida que tiene el bloqueo, pide la        *
      * confirmacion del operador y lo marca LIBRE. La liberacion      *
      * queda en la bitacora con la corrida que tenia el bloqueo.      *
      *----------------------------------------------------------------*
       1000-CONFIRMAR-Y-LIBERAR.
           DISPLAY "El bloqueo lo tiene la corrida " LCK-RUN-ID ".".
           DISPLAY "Liberar el bloqueo? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE LOCK-RECORD TO WS-BIT-ANTES
               MOVE LCK-RUN-ID  TO WS-BIT-CLAVE
               MOVE 'LIBRE' TO LCK-ESTADO
               OPEN OUTPUT LOCK-FILE
               IF WS-FS-LOCK NOT = '00'
                   WRITE LOCK-RECORD
                   CLOSE LOCK-FILE
                   DISPLAY "Bloqueo liberado."
                   MOVE 'R'               TO WS-BIT-FUNCION
                   MOVE WS-NOM-LOCK-FILE  TO WS-BIT-ARCHIVO
                   MOVE 'LIBERA'          TO WS-BIT-ACCION
                   MOVE SPACES            TO WS-BIT-CUIT
                                             WS-BIT-QUINCENA
                   MOVE LOCK-RECORD       TO WS-BIT-DESPUES
                   CALL 'BITREG' USING WS-BITACORA-DATOS
               END-IF
           ELSE
               DISPLAY "El bloqueo queda tomado."
