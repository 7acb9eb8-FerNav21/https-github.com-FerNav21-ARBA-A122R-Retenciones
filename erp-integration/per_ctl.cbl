      * periodos PERIODOS.DAT: cierra una quincena ya presentada ante  *
      * ARBA (GENRET deja de transmitir operaciones con fecha dentro   *
      * de ella) o la reabre cuando hay que rectificar. DDJJRET        *
      * tambien cierra la quincena al confirmar el operador la corrida *
      * definitiva; este programa cubre el cierre manual y la          *
      * reapertura, que es decision del supervisor. La rectificativa   *
      * de una quincena reabierta se arma con RECTDDJ, que la vuelve a *
      * cerrar al confirmarse la presentacion.                         *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - PERIODOS.DAT: control de periodos (se crea si no
      *       existe).
      *     - Operador, quincena (AAAAMMQ) y accion pedidos por
      *       consola.
      *
      * SALIDA:
      *     - PERIODOS.DAT actualizado.
      *     - BITACORA.DAT: cada cierre y reapertura con el operador
      *       y el registro de la quincena antes y despues (via
      *       BITREG).
      *     - Mensajes de estado en la consola.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-09-02  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      Estado PAGADO (DDJJ cancelada,
      *                                 lo marcan PAGMNT y PAGRPT):
      *                                 se puede reabrir igual que una
      *                                 CERRADA y el cierre manual no
      *                                 la vuelve a CERRADO.
      *     2026-10-15  ERP-System      Bitacora de cambios: el
      *                                 operador se identifica al
      *                                 iniciar (BITREG) y cada cierre
      *                                 y reapertura queda en
      *                                 BITACORA.DAT con el registro de
      *                                 la quincena antes y despues.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-PER-T-ESTADO    PIC X(07).
              10 WS-PER-T-PRESENT   PIC X(10).

      *--- Imagen de un registro de periodo para la bitacora, con el
      *--- mismo layout que ERPPERR.
       01  WS-PER-IMAGEN.
           05 WS-IMG-QUINCENA       PIC X(07).
           05 WS-IMG-ESTADO         PIC X(07).
           05 WS-IMG-PRESENT        PIC X(10).

      *--- Bitacora de cambios: operador identificado al iniciar y
      *--- datos de cada cambio para BITREG.
           COPY ERPBITW.

      *--- Subindice para recorrer la tabla de periodos y posicion
      *--- de la quincena pedida.
       01  WS-PER-SUB               PIC 9(03) VALUE 0.
             INTO WS-FECHA-HOY.
           PERFORM 0500-SELECCIONAR-AGENTE.
           IF AGENTE-SELECCIONADO
               PERFORM 0600-IDENTIFICAR-OPERADOR
           END-IF.
           IF AGENTE-SELECCIONADO
          AND BITACORA-HABILITADA
               PERFORM 1000-CARGAR-PERIODOS
               PERFORM 2000-ATENDER-QUINCENA
                   UNTIL FIN-SESION-SI
                       "no se toca ningun periodo."
           END-IF.

      *----------------------------------------------------------------*
      * 0600 - Identificacion del operador con BITREG. Sin operador o  *
      * sin bitacora no se cierra ni se reabre ninguna quincena.       *
      *----------------------------------------------------------------*
       0600-IDENTIFICAR-OPERADOR.
           MOVE 'I'           TO WS-BIT-FUNCION.
           MOVE 'PERCTL'      TO WS-BIT-PROGRAMA.
           MOVE WS-AGT-CODIGO TO WS-BIT-AGENTE.
           CALL 'BITREG' USING WS-BITACORA-DATOS.
           IF NOT BITACORA-HABILITADA
               DISPLAY "ERROR: sin operador identificado no se "
                       "toca ningun periodo."
           END-IF.

      *----------------------------------------------------------------*
      * 1000 - Carga el control de periodos en memoria. Si el archivo  *
      * no existe todavia, todas las quincenas estan ABIERTAS.         *
           END-EVALUATE.

       3000-CERRAR-QUINCENA.
      *---    Una quincena PAGADA ya esta cerrada y cancelada; volver a
      *---    CERRADO la sacaria del archivado sin motivo.
           IF WS-PER-HALLADO > 0
          AND WS-PER-T-ESTADO (WS-PER-HALLADO) = 'PAGADO'
               DISPLAY "La quincena ya esta PAGADA, no se modifica."
           ELSE
               DISPLAY "Fecha de presentacion (AAAA-MM-DD, blanco = "
                       "hoy): "
               ACCEPT WS-FECHA-PEDIDA
               IF WS-FECHA-PEDIDA = SPACES
                   MOVE WS-FECHA-HOY TO WS-FECHA-PEDIDA
               END-IF
               PERFORM 3900-IMAGEN-PERIODO
               MOVE WS-PER-IMAGEN TO WS-BIT-ANTES
               IF WS-PER-HALLADO = 0
                   PERFORM 3100-ALTA-QUINCENA
               END-IF
               IF WS-PER-HALLADO > 0
                   MOVE 'CERRADO'
                       TO WS-PER-T-ESTADO (WS-PER-HALLADO)
                   MOVE WS-FECHA-PEDIDA
                       TO WS-PER-T-PRESENT (WS-PER-HALLADO)
                   ADD 1 TO WS-CONT-CAMBIOS
                   DISPLAY "Quincena " WS-QUINCENA-PEDIDA
                           " CERRADA, presentada el "
                           WS-FECHA-PEDIDA "."
                   MOVE 'CIERRE' TO WS-BIT-ACCION
                   PERFORM 9000-REGISTRAR-CAMBIO
               END-IF
           END-IF.

       3100-ALTA-QUINCENA.
           END-IF.

      *----------------------------------------------------------------*
      * 3900 - Arma la imagen del registro de la quincena pedida como  *
      * esta en la tabla; sin registro, la quincena sola (ABIERTA).    *
      *----------------------------------------------------------------*
       3900-IMAGEN-PERIODO.
           MOVE SPACES TO WS-PER-IMAGEN.
           IF WS-PER-HALLADO = 0
               MOVE WS-QUINCENA-PEDIDA TO WS-IMG-QUINCENA
           ELSE
               MOVE WS-PER-T-QUINCENA (WS-PER-HALLADO)
                   TO WS-IMG-QUINCENA
               MOVE WS-PER-T-ESTADO (WS-PER-HALLADO)
                   TO WS-IMG-ESTADO
               MOVE WS-PER-T-PRESENT (WS-PER-HALLADO)
                   TO WS-IMG-PRESENT
           END-IF.

      *----------------------------------------------------------------*
      * 4000 - Reabre una quincena cerrada o pagada, previa            *
      * confirmacion: las operaciones de esa quincena vuelven a        *
      * transmitirse y la DDJJ presentada va a necesitar una           *
      * rectificativa. Los pagos ya cargados en PAGDDJJ.DAT se         *
      * conservan y se imputan contra la nueva presentacion.           *
      *----------------------------------------------------------------*
       4000-REABRIR-QUINCENA.
           IF WS-PER-HALLADO = 0
            OR (WS-PER-T-ESTADO (WS-PER-HALLADO) NOT = 'CERRADO'
            AND WS-PER-T-ESTADO (WS-PER-HALLADO) NOT = 'PAGADO')
               DISPLAY "La quincena ya esta abierta."
           ELSE
               DISPLAY "Reabrir implica rectificar la DDJJ "
                       "presentada. Confirmar (S/N): "
               ACCEPT WS-ACCION
               IF WS-ACCION = 'S' OR WS-ACCION = 's'
                   PERFORM 3900-IMAGEN-PERIODO
                   MOVE WS-PER-IMAGEN TO WS-BIT-ANTES
                   MOVE 'ABIERTO'
                       TO WS-PER-T-ESTADO (WS-PER-HALLADO)
                   MOVE SPACES
                   ADD 1 TO WS-CONT-CAMBIOS
                   DISPLAY "Quincena " WS-QUINCENA-PEDIDA
                           " reabierta."
                   MOVE 'REAPERT' TO WS-BIT-ACCION
                   PERFORM 9000-REGISTRAR-CAMBIO
               ELSE
                   DISPLAY "La quincena queda cerrada."
               END-IF
               DISPLAY "ERROR: no se pudo reescribir "
                       FUNCTION TRIM(WS-NOM-PERIODOS-FILE)
                       ", estado " WS-FS-PERIODO "."
               DISPLAY "Los cambios de la sesion quedaron en la "
                       "bitacora pero NO en el control de periodos."
           ELSE
               PERFORM 8100-GRABAR-PERIODO
                   VARYING WS-PER-SUB FROM 1 BY 1
                       FUNCTION TRIM(WS-NOM-PERIODOS-FILE)
                       ", estado " WS-FS-PERIODO "."
           END-IF.

      *----------------------------------------------------------------*
      * 9000 - Registra en la bitacora el cambio recien aplicado a la  *
      * tabla, con la imagen anterior ya cargada por el llamador. Se   *
      * registra en el momento: el archivo se reescribe al terminar.   *
      *----------------------------------------------------------------*
       9000-REGISTRAR-CAMBIO.
           PERFORM 3900-IMAGEN-PERIODO.
           MOVE WS-PER-IMAGEN        TO WS-BIT-DESPUES.
           MOVE 'R'                  TO WS-BIT-FUNCION.
           MOVE WS-NOM-PERIODOS-FILE TO WS-BIT-ARCHIVO.
           MOVE WS-QUINCENA-PEDIDA   TO WS-BIT-CLAVE.
           MOVE SPACES               TO WS-BIT-CUIT.
           MOVE WS-QUINCENA-PEDIDA   TO WS-BIT-QUINCENA.
           CALL 'BITREG' USING WS-BITACORA-DATOS.
