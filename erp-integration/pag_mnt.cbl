       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGMNT.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este programa mantiene los pagos de la DDJJ en PAGDDJJ.DAT:    *
      * por quincena y regimen se cargan, corrigen o borran los pagos  *
      * hechos a ARBA (fecha, numero de VEP e importe pagado). Al      *
      * mostrar el registro calcula con PAGCALC el vencimiento, los    *
      * intereses resarcitorios por mora y los saldos a la fecha.      *
      *                                                                *
      * Una quincena presentada queda CERRADA en PERIODOS.DAT hasta    *
      * que todos sus regimenes estan cancelados con intereses; en     *
      * ese momento este programa la pasa a PAGADA. Si se corrige un   *
      * pago y vuelve a quedar saldo, la quincena vuelve a CERRADA.    *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - PAGDDJJ.DAT: pagos de la DDJJ (se crea si no existe;
      *       DDJJRET registra el neto declarado al cerrar).
      *     - PERIODOS.DAT: control de periodos del agente.
      *     - VENCDDJJ.DAT y TASAINT.DAT, via PAGCALC.
      *     - Operador, quincena, regimen, accion y datos del pago
      *       pedidos por consola.
      *
      * SALIDA:
      *     - PAGDDJJ.DAT actualizado.
      *     - PERIODOS.DAT con las quincenas canceladas en PAGADO.
      *     - BITACORA.DAT: cada alta, modificacion y baja de pagos y
      *       cada cambio de estado de la quincena con el operador y
      *       el registro antes y despues (via BITREG).
      *     - Mensajes de estado en la consola.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      Bitacora de cambios: el
      *                                 operador se identifica al
      *                                 iniciar (BITREG) y cada alta,
      *                                 modificacion y baja de pagos y
      *                                 cada cambio de estado de la
      *                                 quincena queda en BITACORA.DAT
      *                                 con el registro antes y
      *                                 despues.
      *     2026-10-15  ERP-System      El cambio de estado de la
      *                                 quincena se registra en la
      *                                 bitacora solo despues de
      *                                 reescribir bien PERIODOS.DAT,
      *                                 con el estado leido al iniciar
      *                                 como imagen anterior.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Pagos de la DDJJ por quincena y regimen.
           SELECT PAGOS-FILE ASSIGN TO DISK WS-NOM-PAGOS-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAG-CLAVE
           FILE STATUS IS WS-FS-PAGO.

      *--- Control de periodos, compartido con GENRET, DDJJRET y
      *--- PERCTL.
           SELECT PERIODO-FILE ASSIGN TO DISK WS-NOM-PERIODOS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIODO.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS-FILE.
           COPY ERPPAGR.

       FD  PERIODO-FILE.
           COPY ERPPERR.

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
           COPY ERPFILC.

      *--- Agente de recaudacion elegido con AGTSEL: cada sociedad
      *--- paga su propia DDJJ y su vencimiento depende de la
      *--- terminacion de su CUIT.
           COPY ERPAGTW.

      *--- Situacion de pago calculada por PAGCALC.
           COPY ERPPAGW.

      *--- Tabla de periodos cargada en memoria; el archivo se
      *--- reescribe completo al terminar si cambio algun estado.
      *--- WS-PER-T-EST-ORIG guarda el estado leido, para la imagen
      *--- anterior de la bitacora.
       01  WS-PER-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-PERIODOS.
           05 WS-PER-ENTRY OCCURS 200 TIMES
                            DEPENDING ON WS-PER-COUNT.
              10 WS-PER-T-QUINCENA  PIC X(07).
              10 WS-PER-T-ESTADO    PIC X(07).
              10 WS-PER-T-PRESENT   PIC X(10).
              10 WS-PER-T-EST-ORIG  PIC X(07).
       01  WS-PER-SUB               PIC 9(03) VALUE 0.
       01  WS-PER-HALLADO           PIC 9(03) VALUE 0.

      *--- Imagen de un registro de periodo para la bitacora, con el
      *--- mismo layout que ERPPERR.
       01  WS-PER-IMAGEN.
           05 WS-IMG-QUINCENA       PIC X(07).
           05 WS-IMG-ESTADO         PIC X(07).
           05 WS-IMG-PRESENT        PIC X(10).

      *--- Bitacora de cambios: operador identificado al iniciar y
      *--- datos de cada cambio para BITREG.
           COPY ERPBITW.

      *--- Quincena, regimen y accion pedidos por consola.
       01  WS-QUINCENA-PEDIDA       PIC X(07).
       01  WS-REGIMEN-PEDIDO        PIC X(01).
       01  WS-ACCION                PIC X(01).

      *--- Datos del pago pedidos por consola, validados antes de
      *--- tocar el registro.
       01  WS-ENT-NUMERO            PIC X(01).
       01  WS-ENT-FECHA             PIC X(10).
       01  WS-ENT-VEP               PIC X(20).
       01  WS-ENT-IMPORTE           PIC X(15).
       01  WS-IMPORTE-NUM           PIC S9(11)V99 VALUE 0.
       01  WS-PAG-NUM               PIC 9(01) VALUE 0.
       01  WS-PAG-SUB               PIC 9(01) VALUE 0.

      *--- Validacion de fechas AAAA-MM-DD: una fecha inexistente da
      *--- cero.
       01  WS-VAL-FECHA             PIC X(10).
       01  WS-VAL-NUM               PIC 9(08) VALUE 0.
       01  WS-VAL-INT               PIC S9(07) COMP-3 VALUE 0.

      *--- Fecha del dia (AAAA-MM-DD): corte de los intereses y tope
      *--- de la fecha de pago.
       01  WS-FECHA-HOY             PIC X(10).
       01  WS-FECHA-CD              PIC X(08).

      *--- Control del estado de la quincena: cuantos regimenes tiene
      *--- registrados y si todos estan cancelados.
       01  WS-SIN-REG               PIC 9(01) VALUE 0.
       01  WS-SIN-REG-CANT          PIC 9(01) VALUE 0.
       01  WS-SIN-CANCELADA         PIC X(01) VALUE 'S'.
           88 QUINCENA-CANCELADA         VALUE 'S'.

      *--- Campos editados para la consola.
       01  WS-ED-IMPORTE            PIC ----,---,---,--9.99.
       01  WS-ED-DIAS               PIC ZZ,ZZ9.

      *--- Contadores del resumen del mantenimiento.
       01  WS-CONT-ALTAS            PIC 9(04) VALUE 0.
       01  WS-CONT-CAMBIOS          PIC 9(04) VALUE 0.
       01  WS-CONT-PERIODOS         PIC 9(04) VALUE 0.

      *--- Indicadores de estado.
       01  WS-FIN-SESION            PIC X(01) VALUE 'N'.
           88 FIN-SESION-SI              VALUE 'S'.
       01  WS-FIN-PERIODOS          PIC X(01) VALUE 'N'.
           88 FIN-PERIODOS-SI            VALUE 'S'.
       01  WS-PAGO-HALLADO          PIC X(01) VALUE 'N'.
           88 PAGO-HALLADO               VALUE 'S'.
       01  WS-ENTRADA-VALIDA        PIC X(01) VALUE 'S'.
           88 ENTRADA-VALIDA             VALUE 'S'.
       01  WS-PERIODOS-GRABADOS     PIC X(01) VALUE 'N'.
           88 PERIODOS-GRABADOS-SI       VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-PAGO               PIC X(02).
       01  WS-FS-PERIODO            PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
      * Logica principal del programa.                                 *
      *================================================================*
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-CD.
           STRING WS-FECHA-CD (1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (7:2) DELIMITED BY SIZE
             INTO WS-FECHA-HOY.
           PERFORM 0500-SELECCIONAR-AGENTE.
           IF AGENTE-SELECCIONADO
               PERFORM 0600-IDENTIFICAR-OPERADOR
           END-IF.
           IF AGENTE-SELECCIONADO
          AND BITACORA-HABILITADA
               PERFORM 1000-ABRIR-PAGOS
           END-IF.
           IF AGENTE-SELECCIONADO
          AND BITACORA-HABILITADA
          AND NOT FIN-SESION-SI
               PERFORM 1100-CARGAR-PERIODOS
               PERFORM 2000-ATENDER-QUINCENA
                   UNTIL FIN-SESION-SI
               CLOSE PAGOS-FILE
               IF WS-CONT-PERIODOS > 0
                   PERFORM 8000-REESCRIBIR-PERIODOS
                   IF PERIODOS-GRABADOS-SI
                       PERFORM 9100-REGISTRAR-PERIODO
                           VARYING WS-PER-SUB FROM 1 BY 1
                           UNTIL WS-PER-SUB > WS-PER-COUNT
                   ELSE
                       DISPLAY "ERROR: los cambios de estado de las "
                               "quincenas no quedaron grabados ni "
                               "registrados en la bitacora."
                   END-IF
               END-IF
           END-IF.
           DISPLAY "Mantenimiento de pagos de la DDJJ finalizado.".
           DISPLAY "Altas:               " WS-CONT-ALTAS.
           DISPLAY "Modificados:         " WS-CONT-CAMBIOS.
           DISPLAY "Quincenas cambiadas: " WS-CONT-PERIODOS.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0500 - Seleccion del agente de recaudacion: AGTSEL reescribe   *
      * los nombres de los archivos con los propios de la sociedad     *
      * elegida. Sin agente valido no se toca ningun pago.             *
      *----------------------------------------------------------------*
       0500-SELECCIONAR-AGENTE.
           CALL 'AGTSEL' USING WS-ARCHIVOS-INTERNOS
                               WS-AGENTE-DATOS.
           IF NOT AGENTE-SELECCIONADO
               DISPLAY "ERROR: no se pudo seleccionar el agente, "
                       "no se toca ningun pago."
           END-IF.
           MOVE WS-AGT-CUIT (11:1) TO WS-SIT-DIGITO.
           MOVE WS-FECHA-HOY TO WS-SIT-FECHA-CORTE.

      *----------------------------------------------------------------*
      * 0600 - Identificacion del operador con BITREG. Sin operador o  *
      * sin bitacora no se toca ningun pago.                           *
      *----------------------------------------------------------------*
       0600-IDENTIFICAR-OPERADOR.
           MOVE 'I'           TO WS-BIT-FUNCION.
           MOVE 'PAGMNT'      TO WS-BIT-PROGRAMA.
           MOVE WS-AGT-CODIGO TO WS-BIT-AGENTE.
           CALL 'BITREG' USING WS-BITACORA-DATOS.
           IF NOT BITACORA-HABILITADA
               DISPLAY "ERROR: sin operador identificado no se "
                       "toca ningun pago."
           END-IF.

      *----------------------------------------------------------------*
      * 1000 - Apertura de los pagos; si no existen todavia se crean   *
      * vacios, como hace DDJJRET al cerrar el primer periodo.         *
      *----------------------------------------------------------------*
       1000-ABRIR-PAGOS.
           OPEN I-O PAGOS-FILE.
           IF WS-FS-PAGO = '35'
               OPEN OUTPUT PAGOS-FILE
               CLOSE PAGOS-FILE
               OPEN I-O PAGOS-FILE
           END-IF.
           IF WS-FS-PAGO NOT = '00'
               DISPLAY "ERROR: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-PAGOS-FILE)
                       ", estado " WS-FS-PAGO "."
               MOVE 'S' TO WS-FIN-SESION
           END-IF.

       1100-CARGAR-PERIODOS.
           MOVE 0 TO WS-PER-COUNT.
           MOVE 'N' TO WS-FIN-PERIODOS.
           OPEN INPUT PERIODO-FILE.
           IF WS-FS-PERIODO NOT = '00'
               DISPLAY "Aviso: no existe "
                       FUNCTION TRIM(WS-NOM-PERIODOS-FILE)
                       ", no hay quincenas presentadas."
           ELSE
               PERFORM 1110-LEER-PERIODO
                   UNTIL FIN-PERIODOS-SI
                      OR WS-PER-COUNT >= 200
               CLOSE PERIODO-FILE
           END-IF.

       1110-LEER-PERIODO.
           READ PERIODO-FILE
               AT END
                   MOVE 'S' TO WS-FIN-PERIODOS
               NOT AT END
                   ADD 1 TO WS-PER-COUNT
                   MOVE PER-QUINCENA
                       TO WS-PER-T-QUINCENA (WS-PER-COUNT)
                   MOVE PER-ESTADO
                       TO WS-PER-T-ESTADO (WS-PER-COUNT)
                   MOVE PER-FECHA-PRESENT
                       TO WS-PER-T-PRESENT (WS-PER-COUNT)
                   MOVE PER-ESTADO
                       TO WS-PER-T-EST-ORIG (WS-PER-COUNT)
           END-READ.

      *----------------------------------------------------------------*
      * 2000 - Ciclo principal: una quincena y regimen por vuelta. Se  *
      * muestra la situacion de pago y se pide la accion.              *
      *----------------------------------------------------------------*
       2000-ATENDER-QUINCENA.
           DISPLAY "Quincena (AAAAMMQ, blanco = terminar): ".
           ACCEPT WS-QUINCENA-PEDIDA.
           EVALUATE TRUE
               WHEN WS-QUINCENA-PEDIDA = SPACES
                   MOVE 'S' TO WS-FIN-SESION
               WHEN WS-QUINCENA-PEDIDA NOT NUMERIC
                 OR (WS-QUINCENA-PEDIDA (7:1) NOT = '1'
                 AND WS-QUINCENA-PEDIDA (7:1) NOT = '2')
                   DISPLAY "La quincena debe ser AAAAMMQ con "
                           "Q = 1 o 2."
               WHEN OTHER
                   PERFORM 2050-PEDIR-REGIMEN
           END-EVALUATE.

       2050-PEDIR-REGIMEN.
           DISPLAY "Regimen (R = retenciones, P = percepciones, "
                   "blanco = R): ".
           ACCEPT WS-REGIMEN-PEDIDO.
           EVALUATE WS-REGIMEN-PEDIDO
               WHEN SPACE
               WHEN 'r'
                   MOVE 'R' TO WS-REGIMEN-PEDIDO
               WHEN 'p'
                   MOVE 'P' TO WS-REGIMEN-PEDIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REGIMEN-PEDIDO NOT = 'R'
          AND WS-REGIMEN-PEDIDO NOT = 'P'
               DISPLAY "El regimen debe ser R o P."
           ELSE
               PERFORM 2100-BUSCAR-PAGO
               IF PAGO-HALLADO
                   PERFORM 2200-MOSTRAR-SITUACION
                   PERFORM 2300-PEDIR-ACCION
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2100 - Lee el registro de pagos. Si no existe (quincena        *
      * cerrada antes de llevar los pagos, o sin movimiento en el      *
      * regimen) se puede dar de alta cargando el neto declarado,      *
      * siempre que la quincena este presentada.                       *
      *----------------------------------------------------------------*
       2100-BUSCAR-PAGO.
           MOVE 'N' TO WS-PAGO-HALLADO.
           PERFORM 2110-BUSCAR-QUINCENA.
           MOVE WS-QUINCENA-PEDIDA TO PAG-QUINCENA.
           MOVE WS-REGIMEN-PEDIDO  TO PAG-REGIMEN.
           READ PAGOS-FILE
               INVALID KEY
                   DISPLAY "La quincena " WS-QUINCENA-PEDIDA
                           " regimen " WS-REGIMEN-PEDIDO
                           " no tiene registro de pagos."
                   PERFORM 2150-ALTA-PAGO
               NOT INVALID KEY
                   MOVE 'S' TO WS-PAGO-HALLADO
           END-READ.

       2110-BUSCAR-QUINCENA.
           MOVE 0 TO WS-PER-HALLADO.
           PERFORM 2115-COMPARAR-QUINCENA
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-COUNT
                  OR WS-PER-HALLADO > 0.

       2115-COMPARAR-QUINCENA.
           IF WS-PER-T-QUINCENA (WS-PER-SUB) = WS-QUINCENA-PEDIDA
               MOVE WS-PER-SUB TO WS-PER-HALLADO
           END-IF.

       2150-ALTA-PAGO.
           IF WS-PER-HALLADO = 0
               DISPLAY "La quincena no esta presentada, no se "
                       "registran pagos."
           ELSE
               IF WS-PER-T-ESTADO (WS-PER-HALLADO) NOT = 'CERRADO'
              AND WS-PER-T-ESTADO (WS-PER-HALLADO) NOT = 'PAGADO'
                   DISPLAY "La quincena no esta presentada, no se "
                           "registran pagos."
               ELSE
                   DISPLAY "Importe neto declarado (blanco = no "
                           "registrar): "
                   ACCEPT WS-ENT-IMPORTE
                   IF WS-ENT-IMPORTE NOT = SPACES
                       PERFORM 2160-GRABAR-ALTA
                   END-IF
               END-IF
           END-IF.

       2160-GRABAR-ALTA.
           COMPUTE WS-IMPORTE-NUM = FUNCTION NUMVAL(WS-ENT-IMPORTE).
           MOVE WS-QUINCENA-PEDIDA TO PAG-QUINCENA.
           MOVE WS-REGIMEN-PEDIDO  TO PAG-REGIMEN.
           MOVE WS-IMPORTE-NUM     TO PAG-IMPORTE-DDJJ.
           MOVE WS-PER-T-PRESENT (WS-PER-HALLADO)
               TO PAG-FECHA-PRESENT.
           MOVE 0 TO PAG-CANT-PAGOS.
           MOVE SPACES TO PAG-PAGO (1) PAG-PAGO (2) PAG-PAGO (3).
           MOVE 0 TO PAG-IMPORTE-PAGADO (1) PAG-IMPORTE-PAGADO (2)
                     PAG-IMPORTE-PAGADO (3).
           WRITE PAGO-RECORD.
           IF WS-FS-PAGO = '00'
               MOVE 'S' TO WS-PAGO-HALLADO
               ADD 1 TO WS-CONT-ALTAS
               DISPLAY "Registro de pagos dado de alta."
               MOVE 'ALTA'      TO WS-BIT-ACCION
               MOVE SPACES      TO WS-BIT-ANTES
               MOVE PAGO-RECORD TO WS-BIT-DESPUES
               PERFORM 9000-REGISTRAR-PAGO
               PERFORM 7000-ACTUALIZAR-PERIODO
           ELSE
               DISPLAY "ERROR: no se pudo grabar el registro de "
                       "pagos, estado " WS-FS-PAGO "."
           END-IF.

      *----------------------------------------------------------------*
      * 2200 - Muestra el registro y su situacion a la fecha: pagos    *
      * cargados, vencimiento, intereses y saldos.                     *
      *----------------------------------------------------------------*
       2200-MOSTRAR-SITUACION.
           CALL 'PAGCALC' USING WS-ARCHIVOS-INTERNOS
                                PAGO-RECORD
                                WS-PAGO-SITUACION.
           MOVE PAG-IMPORTE-DDJJ TO WS-ED-IMPORTE.
           DISPLAY "Quincena " PAG-QUINCENA " regimen " PAG-REGIMEN
                   " presentada el " PAG-FECHA-PRESENT
                   ", neto declarado " WS-ED-IMPORTE.
           IF WS-SIT-VENCIMIENTO = SPACES
               DISPLAY "Vencimiento: SIN VENCIMIENTO EN EL CALENDARIO"
           ELSE
               DISPLAY "Vencimiento: " WS-SIT-VENCIMIENTO
           END-IF.
           PERFORM 2210-MOSTRAR-PAGO
               VARYING WS-PAG-SUB FROM 1 BY 1
               UNTIL WS-PAG-SUB > PAG-CANT-PAGOS.
           MOVE WS-SIT-TOTAL-PAGADO TO WS-ED-IMPORTE.
           DISPLAY "Total pagado:        " WS-ED-IMPORTE.
           MOVE WS-SIT-INTERESES TO WS-ED-IMPORTE.
           MOVE WS-SIT-DIAS-MORA TO WS-ED-DIAS.
           DISPLAY "Intereses:           " WS-ED-IMPORTE
                   " (" WS-ED-DIAS " dias de mora)".
           MOVE WS-SIT-SALDO-CAPITAL TO WS-ED-IMPORTE.
           DISPLAY "Saldo de capital:    " WS-ED-IMPORTE.
           MOVE WS-SIT-SALDO-INTERES TO WS-ED-IMPORTE.
           DISPLAY "Saldo de intereses:  " WS-ED-IMPORTE.
           DISPLAY "Estado:              " WS-SIT-ESTADO.

       2210-MOSTRAR-PAGO.
           MOVE PAG-IMPORTE-PAGADO (WS-PAG-SUB) TO WS-ED-IMPORTE.
           DISPLAY "  Pago " WS-PAG-SUB ": "
                   PAG-FECHA-PAGO (WS-PAG-SUB)
                   " VEP " PAG-VEP (WS-PAG-SUB)
                   " " WS-ED-IMPORTE.

      *----------------------------------------------------------------*
      * 2300 - Pide la accion sobre el registro: cargar un pago,       *
      * modificar o borrar uno existente, o solo consulta (ENTER). El  *
      * registro tal como se leyo es la imagen anterior del cambio.    *
      *----------------------------------------------------------------*
       2300-PEDIR-ACCION.
           DISPLAY "Accion (P = pago nuevo, M = modificar pago, "
                   "B = borrar pago, ENTER = nada): ".
           ACCEPT WS-ACCION.
           MOVE PAGO-RECORD TO WS-BIT-ANTES.
           EVALUATE WS-ACCION
               WHEN 'P'
               WHEN 'p'
                   MOVE 'ALTA' TO WS-BIT-ACCION
                   PERFORM 3000-AGREGAR-PAGO
               WHEN 'M'
               WHEN 'm'
                   MOVE 'MODIF' TO WS-BIT-ACCION
                   PERFORM 4000-MODIFICAR-PAGO
               WHEN 'B'
               WHEN 'b'
                   MOVE 'BAJA' TO WS-BIT-ACCION
                   PERFORM 5000-BORRAR-PAGO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 3000 - Pago nuevo: hasta tres por registro, en orden de fecha  *
      * (PAGCALC imputa los pagos en el orden en que estan cargados).  *
      *----------------------------------------------------------------*
       3000-AGREGAR-PAGO.
           IF PAG-CANT-PAGOS >= 3
               DISPLAY "Ya hay tres pagos cargados; corregir uno "
                       "existente."
           ELSE
               COMPUTE WS-PAG-NUM = PAG-CANT-PAGOS + 1
               MOVE SPACES TO WS-ENT-FECHA WS-ENT-VEP WS-ENT-IMPORTE
               MOVE 0 TO WS-IMPORTE-NUM
               DISPLAY "Fecha del pago (AAAA-MM-DD): "
               ACCEPT WS-ENT-FECHA
               DISPLAY "Numero de VEP: "
               ACCEPT WS-ENT-VEP
               DISPLAY "Importe pagado: "
               ACCEPT WS-ENT-IMPORTE
               PERFORM 3100-VALIDAR-PAGO
               IF ENTRADA-VALIDA
                   MOVE WS-PAG-NUM TO PAG-CANT-PAGOS
                   PERFORM 3200-MOVER-PAGO
                   PERFORM 6000-GRABAR-PAGOS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 3100 - Controles de la carga: fecha valida, no posterior a hoy *
      * y entre la del pago anterior y la del siguiente; VEP presente; *
      * importe mayor que cero (en blanco queda WS-IMPORTE-NUM).       *
      *----------------------------------------------------------------*
       3100-VALIDAR-PAGO.
           MOVE 'S' TO WS-ENTRADA-VALIDA.
           MOVE WS-ENT-FECHA TO WS-VAL-FECHA.
           PERFORM 8100-VALIDAR-FECHA.
           IF WS-VAL-INT = 0
               MOVE 'N' TO WS-ENTRADA-VALIDA
               DISPLAY "La fecha del pago esta mal formada."
           ELSE
               IF WS-ENT-FECHA > WS-FECHA-HOY
                   MOVE 'N' TO WS-ENTRADA-VALIDA
                   DISPLAY "La fecha del pago no puede ser "
                           "posterior a hoy."
               END-IF
               IF WS-PAG-NUM > 1
                   IF WS-ENT-FECHA
                      < PAG-FECHA-PAGO (WS-PAG-NUM - 1)
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                       DISPLAY "La fecha no puede ser anterior a la "
                               "del pago anterior."
                   END-IF
               END-IF
               IF WS-PAG-NUM < PAG-CANT-PAGOS
                   IF WS-ENT-FECHA
                      > PAG-FECHA-PAGO (WS-PAG-NUM + 1)
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                       DISPLAY "La fecha no puede ser posterior a la "
                               "del pago siguiente."
                   END-IF
               END-IF
           END-IF.
           IF WS-ENT-VEP = SPACES
               MOVE 'N' TO WS-ENTRADA-VALIDA
               DISPLAY "El numero de VEP no puede quedar en blanco."
           END-IF.
           IF WS-ENT-IMPORTE NOT = SPACES
               COMPUTE WS-IMPORTE-NUM =
                   FUNCTION NUMVAL(WS-ENT-IMPORTE)
           END-IF.
           IF WS-IMPORTE-NUM NOT > 0
               MOVE 'N' TO WS-ENTRADA-VALIDA
               DISPLAY "El importe pagado debe ser mayor que cero."
           END-IF.

       3200-MOVER-PAGO.
           MOVE WS-ENT-FECHA   TO PAG-FECHA-PAGO (WS-PAG-NUM).
           MOVE WS-ENT-VEP     TO PAG-VEP (WS-PAG-NUM).
           MOVE WS-IMPORTE-NUM TO PAG-IMPORTE-PAGADO (WS-PAG-NUM).

      *----------------------------------------------------------------*
      * 4000 - Modificacion de un pago: cada dato en blanco conserva   *
      * el valor cargado.                                              *
      *----------------------------------------------------------------*
       4000-MODIFICAR-PAGO.
           PERFORM 4100-PEDIR-NUMERO.
           IF ENTRADA-VALIDA
               MOVE SPACES TO WS-ENT-FECHA WS-ENT-VEP WS-ENT-IMPORTE
               DISPLAY "Fecha del pago (blanco = "
                       PAG-FECHA-PAGO (WS-PAG-NUM) "): "
               ACCEPT WS-ENT-FECHA
               DISPLAY "Numero de VEP (blanco = "
                       FUNCTION TRIM(PAG-VEP (WS-PAG-NUM)) "): "
               ACCEPT WS-ENT-VEP
               MOVE PAG-IMPORTE-PAGADO (WS-PAG-NUM) TO WS-ED-IMPORTE
               DISPLAY "Importe pagado (blanco = "
                       FUNCTION TRIM(WS-ED-IMPORTE) "): "
               ACCEPT WS-ENT-IMPORTE
               IF WS-ENT-FECHA = SPACES
                   MOVE PAG-FECHA-PAGO (WS-PAG-NUM) TO WS-ENT-FECHA
               END-IF
               IF WS-ENT-VEP = SPACES
                   MOVE PAG-VEP (WS-PAG-NUM) TO WS-ENT-VEP
               END-IF
               MOVE PAG-IMPORTE-PAGADO (WS-PAG-NUM) TO WS-IMPORTE-NUM
               PERFORM 3100-VALIDAR-PAGO
               IF ENTRADA-VALIDA
                   PERFORM 3200-MOVER-PAGO
                   PERFORM 6000-GRABAR-PAGOS
               END-IF
           END-IF.

       4100-PEDIR-NUMERO.
           MOVE 'S' TO WS-ENTRADA-VALIDA.
           IF PAG-CANT-PAGOS = 0
               MOVE 'N' TO WS-ENTRADA-VALIDA
               DISPLAY "No hay pagos cargados."
           ELSE
               DISPLAY "Numero de pago (1 a " PAG-CANT-PAGOS "): "
               ACCEPT WS-ENT-NUMERO
               IF WS-ENT-NUMERO NOT NUMERIC
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               ELSE
                   MOVE WS-ENT-NUMERO TO WS-PAG-NUM
                   IF WS-PAG-NUM < 1
                    OR WS-PAG-NUM > PAG-CANT-PAGOS
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   END-IF
               END-IF
               IF NOT ENTRADA-VALIDA
                   DISPLAY "Numero de pago inexistente."
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 5000 - Baja de un pago, previa confirmacion: los siguientes    *
      * se corren un lugar para mantener el orden de fecha.            *
      *----------------------------------------------------------------*
       5000-BORRAR-PAGO.
           PERFORM 4100-PEDIR-NUMERO.
           IF ENTRADA-VALIDA
               DISPLAY "Confirmar la baja del pago " WS-PAG-NUM
                       " (S/N): "
               ACCEPT WS-ACCION
               IF WS-ACCION = 'S' OR WS-ACCION = 's'
                   PERFORM 5100-CORRER-PAGO
                       VARYING WS-PAG-SUB FROM WS-PAG-NUM BY 1
                       UNTIL WS-PAG-SUB >= PAG-CANT-PAGOS
                   MOVE SPACES TO PAG-PAGO (PAG-CANT-PAGOS)
                   MOVE 0 TO PAG-IMPORTE-PAGADO (PAG-CANT-PAGOS)
                   SUBTRACT 1 FROM PAG-CANT-PAGOS
                   PERFORM 6000-GRABAR-PAGOS
               ELSE
                   DISPLAY "La baja no se realizo."
               END-IF
           END-IF.

       5100-CORRER-PAGO.
           MOVE PAG-PAGO (WS-PAG-SUB + 1) TO PAG-PAGO (WS-PAG-SUB).

      *----------------------------------------------------------------*
      * 6000 - Graba el registro, lo registra en la bitacora, muestra  *
      * la situacion resultante y actualiza el estado de la quincena   *
      * en el control de periodos.                                     *
      *----------------------------------------------------------------*
       6000-GRABAR-PAGOS.
           REWRITE PAGO-RECORD.
           IF WS-FS-PAGO = '00'
               ADD 1 TO WS-CONT-CAMBIOS
               MOVE PAGO-RECORD TO WS-BIT-DESPUES
               PERFORM 9000-REGISTRAR-PAGO
               PERFORM 2200-MOSTRAR-SITUACION
               PERFORM 7000-ACTUALIZAR-PERIODO
           ELSE
               DISPLAY "ERROR: no se pudo grabar el registro de "
                       "pagos, estado " WS-FS-PAGO "."
           END-IF.

      *----------------------------------------------------------------*
      * 7000 - La quincena pasa a PAGADA cuando todos sus regimenes    *
      * registrados estan cancelados, y vuelve a CERRADA si alguno     *
      * deja de estarlo. Una quincena ABIERTA (reabierta para          *
      * rectificar) no se toca.                                        *
      *----------------------------------------------------------------*
       7000-ACTUALIZAR-PERIODO.
           MOVE 'S' TO WS-SIN-CANCELADA.
           MOVE 0 TO WS-SIN-REG-CANT.
           PERFORM 7100-EVALUAR-REGIMEN
               VARYING WS-SIN-REG FROM 1 BY 1
               UNTIL WS-SIN-REG > 2.
      *---    Se vuelve a leer el registro en pantalla para dejar el
      *---    area del archivo como la ve el operador.
           MOVE WS-QUINCENA-PEDIDA TO PAG-QUINCENA.
           MOVE WS-REGIMEN-PEDIDO  TO PAG-REGIMEN.
           READ PAGOS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PAGO-HALLADO
           END-READ.
           PERFORM 2110-BUSCAR-QUINCENA.
           IF WS-PER-HALLADO > 0
          AND WS-SIN-REG-CANT > 0
               IF QUINCENA-CANCELADA
              AND WS-PER-T-ESTADO (WS-PER-HALLADO) = 'CERRADO'
                   MOVE 'PAGADO' TO WS-PER-T-ESTADO (WS-PER-HALLADO)
                   ADD 1 TO WS-CONT-PERIODOS
                   DISPLAY "Quincena " WS-QUINCENA-PEDIDA
                           " cancelada, queda PAGADA."
               END-IF
               IF NOT QUINCENA-CANCELADA
              AND WS-PER-T-ESTADO (WS-PER-HALLADO) = 'PAGADO'
                   MOVE 'CERRADO' TO WS-PER-T-ESTADO (WS-PER-HALLADO)
                   ADD 1 TO WS-CONT-PERIODOS
                   DISPLAY "Quincena " WS-QUINCENA-PEDIDA
                           " con saldo, vuelve a CERRADA."
               END-IF
           END-IF.

       7100-EVALUAR-REGIMEN.
           MOVE WS-QUINCENA-PEDIDA TO PAG-QUINCENA.
           IF WS-SIN-REG = 1
               MOVE 'R' TO PAG-REGIMEN
           ELSE
               MOVE 'P' TO PAG-REGIMEN
           END-IF.
           READ PAGOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SIN-REG-CANT
                   CALL 'PAGCALC' USING WS-ARCHIVOS-INTERNOS
                                        PAGO-RECORD
                                        WS-PAGO-SITUACION
                   IF NOT SIT-CANCELADO
                       MOVE 'N' TO WS-SIN-CANCELADA
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 7900 - Arma la imagen del periodo WS-PER-HALLADO como esta en  *
      * la tabla.                                                      *
      *----------------------------------------------------------------*
       7900-IMAGEN-PERIODO.
           MOVE WS-PER-T-QUINCENA (WS-PER-HALLADO) TO WS-IMG-QUINCENA.
           MOVE WS-PER-T-ESTADO (WS-PER-HALLADO)   TO WS-IMG-ESTADO.
           MOVE WS-PER-T-PRESENT (WS-PER-HALLADO)  TO WS-IMG-PRESENT.

      *----------------------------------------------------------------*
      * 8000 - Reescribe el control de periodos completo.              *
      * WS-PERIODOS-GRABADOS queda en 'S' solo si todos los registros  *
      * se grabaron.                                                   *
      *----------------------------------------------------------------*
       8000-REESCRIBIR-PERIODOS.
           MOVE 'N' TO WS-PERIODOS-GRABADOS.
           OPEN OUTPUT PERIODO-FILE.
           IF WS-FS-PERIODO NOT = '00'
               DISPLAY "ERROR: no se pudo reescribir "
                       FUNCTION TRIM(WS-NOM-PERIODOS-FILE)
                       ", estado " WS-FS-PERIODO "."
           ELSE
               MOVE 'S' TO WS-PERIODOS-GRABADOS
               PERFORM 8050-GRABAR-PERIODO
                   VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
               CLOSE PERIODO-FILE
           END-IF.

       8050-GRABAR-PERIODO.
           MOVE WS-PER-T-QUINCENA (WS-PER-SUB) TO PER-QUINCENA.
           MOVE WS-PER-T-ESTADO (WS-PER-SUB)   TO PER-ESTADO.
           MOVE WS-PER-T-PRESENT (WS-PER-SUB)  TO PER-FECHA-PRESENT.
           WRITE PERIODO-RECORD.
           IF WS-FS-PERIODO NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-PERIODOS-FILE)
                       ", estado " WS-FS-PERIODO "."
               MOVE 'N' TO WS-PERIODOS-GRABADOS
           END-IF.

      *----------------------------------------------------------------*
      * 8100 - Valida una fecha AAAA-MM-DD: WS-VAL-INT queda en cero   *
      * si esta mal formada o no existe.                               *
      *----------------------------------------------------------------*
       8100-VALIDAR-FECHA.
           MOVE 0 TO WS-VAL-INT.
           IF WS-VAL-FECHA (1:4) NUMERIC
          AND WS-VAL-FECHA (5:1) = '-'
          AND WS-VAL-FECHA (6:2) NUMERIC
          AND WS-VAL-FECHA (8:1) = '-'
          AND WS-VAL-FECHA (9:2) NUMERIC
          AND WS-VAL-FECHA (6:2) >= '01'
          AND WS-VAL-FECHA (6:2) <= '12'
          AND WS-VAL-FECHA (9:2) >= '01'
          AND WS-VAL-FECHA (9:2) <= '31'
               MOVE WS-VAL-FECHA (1:4) TO WS-VAL-NUM (1:4)
               MOVE WS-VAL-FECHA (6:2) TO WS-VAL-NUM (5:2)
               MOVE WS-VAL-FECHA (9:2) TO WS-VAL-NUM (7:2)
               COMPUTE WS-VAL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-VAL-NUM)
           END-IF.

      *----------------------------------------------------------------*
      * 9000 - Registra en la bitacora el cambio recien grabado en el  *
      * registro de pagos, con la accion y las imagenes ya cargadas.   *
      *----------------------------------------------------------------*
       9000-REGISTRAR-PAGO.
           MOVE 'R'                TO WS-BIT-FUNCION.
           MOVE WS-NOM-PAGOS-FILE  TO WS-BIT-ARCHIVO.
           MOVE PAG-CLAVE          TO WS-BIT-CLAVE.
           MOVE SPACES             TO WS-BIT-CUIT.
           MOVE WS-QUINCENA-PEDIDA TO WS-BIT-QUINCENA.
           CALL 'BITREG' USING WS-BITACORA-DATOS.

      *----------------------------------------------------------------*
      * 9100 - Registra en la bitacora el cambio de estado de una      *
      * quincena de la tabla, con el estado leido al iniciar como      *
      * imagen anterior. Se llama solo despues de reescribir bien el   *
      * control de periodos; una quincena que volvio a su estado       *
      * original no se registra.                                       *
      *----------------------------------------------------------------*
       9100-REGISTRAR-PERIODO.
           IF WS-PER-T-ESTADO (WS-PER-SUB)
                   NOT = WS-PER-T-EST-ORIG (WS-PER-SUB)
               MOVE WS-PER-SUB TO WS-PER-HALLADO
               PERFORM 7900-IMAGEN-PERIODO
               MOVE WS-PER-IMAGEN        TO WS-BIT-DESPUES
               MOVE WS-PER-T-EST-ORIG (WS-PER-SUB) TO WS-IMG-ESTADO
               MOVE WS-PER-IMAGEN        TO WS-BIT-ANTES
               MOVE 'R'                  TO WS-BIT-FUNCION
               MOVE WS-NOM-PERIODOS-FILE TO WS-BIT-ARCHIVO
               MOVE 'ESTADO'             TO WS-BIT-ACCION
               MOVE WS-IMG-QUINCENA      TO WS-BIT-CLAVE
               MOVE SPACES               TO WS-BIT-CUIT
               MOVE WS-IMG-QUINCENA      TO WS-BIT-QUINCENA
               CALL 'BITREG' USING WS-BITACORA-DATOS
           END-IF.
