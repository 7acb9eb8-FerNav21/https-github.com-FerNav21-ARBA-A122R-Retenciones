       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGCALC.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este subprograma calcula la situacion de pago de un registro   *
      * de PAGDDJJ.DAT (una quincena y un regimen): busca el           *
      * vencimiento en el calendario VENCDDJJ.DAT, devenga intereses   *
      * resarcitorios sobre el capital impago desde el vencimiento     *
      * con las tasas de TASAINT.DAT, imputa cada pago primero a los   *
      * intereses devengados hasta su fecha y despues al capital, y    *
      * devuelve los saldos y el estado. Lo llaman PAGMNT (al cargar   *
      * un pago) y PAGRPT (informe de pagos), para que los dos         *
      * calculen igual.                                                *
      *                                                                *
      * El calendario y las tasas se cargan en la primera llamada y    *
      * quedan en memoria para las siguientes.                         *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - VENCDDJJ.DAT: calendario de vencimientos (ERPVENR).
      *     - TASAINT.DAT: tasas de interes resarcitorio (ERPTASR).
      *     - PAGO-RECORD del llamador (ERPPAGR).
      *     - Terminacion del CUIT del agente y fecha de corte en
      *       WS-PAGO-SITUACION (ERPPAGW).
      *
      * SALIDA:
      *     - WS-PAGO-SITUACION con vencimiento, total pagado,
      *       intereses, saldos, dias de mora y estado.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Calendario de vencimientos de la DDJJ.
           SELECT VENCIM-FILE ASSIGN TO DISK WS-NOM-VENCIM-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VENCIM.

      *--- Tasas de interes resarcitorio por vigencia.
           SELECT TASA-FILE ASSIGN TO DISK WS-NOM-TASAS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TASA.

       DATA DIVISION.
       FILE SECTION.
       FD  VENCIM-FILE.
           COPY ERPVENR.

       FD  TASA-FILE.
           COPY ERPTASR.

       WORKING-STORAGE SECTION.
      *--- Calendario de vencimientos en memoria.
       01  WS-VEN-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-VENCIMIENTOS.
           05 WS-VEN-ENTRY OCCURS 500 TIMES
                            DEPENDING ON WS-VEN-COUNT.
              10 WS-VEN-T-QUINCENA  PIC X(07).
              10 WS-VEN-T-DIGITO    PIC X(01).
              10 WS-VEN-T-FECHA     PIC X(10).
       01  WS-VEN-SUB               PIC 9(03) VALUE 0.
       01  WS-VEN-ELEGIDO           PIC 9(03) VALUE 0.
       01  WS-VEN-PUNTAJE           PIC 9(01) VALUE 0.

      *--- Tasas en memoria, en orden de vigencia, con la fecha desde
      *--- ya convertida a entero.
       01  WS-TAS-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-TASAS.
           05 WS-TAS-ENTRY OCCURS 200 TIMES
                            DEPENDING ON WS-TAS-COUNT.
              10 WS-TAS-T-DESDE-INT PIC S9(07) COMP-3.
              10 WS-TAS-T-TASA      PIC 9(02)V9(04).
       01  WS-TAS-SUB               PIC 9(03) VALUE 0.

      *--- Conversion de una fecha AAAA-MM-DD a entero. Una fecha mal
      *--- formada o inexistente queda en cero.
       01  WS-CNV-FECHA             PIC X(10).
       01  WS-CNV-NUM               PIC 9(08) VALUE 0.
       01  WS-CNV-INT               PIC S9(07) COMP-3 VALUE 0.

      *--- Fechas del calculo como enteros: vencimiento, corte, pago
      *--- en proceso y tramo de devengamiento (desde exclusive,
      *--- hasta inclusive).
       01  WS-VENC-INT              PIC S9(07) COMP-3 VALUE 0.
       01  WS-CORTE-INT             PIC S9(07) COMP-3 VALUE 0.
       01  WS-PAGO-INT              PIC S9(07) COMP-3 VALUE 0.
       01  WS-DEV-DESDE-INT         PIC S9(07) COMP-3 VALUE 0.
       01  WS-DEV-HASTA-INT         PIC S9(07) COMP-3 VALUE 0.
       01  WS-TRAMO-INI             PIC S9(07) COMP-3 VALUE 0.
       01  WS-TRAMO-FIN             PIC S9(07) COMP-3 VALUE 0.
       01  WS-TRAMO-DIAS            PIC S9(07) COMP-3 VALUE 0.
       01  WS-DIAS-MORA             PIC S9(07) COMP-3 VALUE 0.

      *--- Saldos e importes del calculo.
       01  WS-SALDO-CAPITAL         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SALDO-INTERES         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-INTERES         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-PAGADO          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-IMP-PAGO              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-INT-DEVENGADO         PIC S9(11)V9(06) COMP-3 VALUE 0.
       01  WS-INT-REDONDEADO        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PAG-SUB               PIC 9(01) VALUE 0.
       01  WS-PAG-CANT              PIC 9(01) VALUE 0.

      *--- Indicadores de estado.
       01  WS-TABLAS-CARGADAS       PIC X(01) VALUE 'N'.
           88 TABLAS-CARGADAS            VALUE 'S'.
       01  WS-FIN-VENCIM            PIC X(01) VALUE 'N'.
           88 FIN-VENCIM-SI              VALUE 'S'.
       01  WS-FIN-TASAS             PIC X(01) VALUE 'N'.
           88 FIN-TASAS-SI               VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-VENCIM             PIC X(02).
       01  WS-FS-TASA               PIC X(02).

       LINKAGE SECTION.
      *--- Bloque de nombres del llamador (espejo de ERPFILC, sin
      *--- VALUE).
           COPY ERPFILL.

      *--- Registro de pagos de la quincena y regimen a evaluar.
           COPY ERPPAGR.

      *--- Situacion calculada, devuelta al llamador.
           COPY ERPPAGW.

       PROCEDURE DIVISION USING WS-ARCHIVOS-INTERNOS
                                PAGO-RECORD
                                WS-PAGO-SITUACION.
      *================================================================*
      * Logica principal del subprograma.                              *
      *================================================================*
       MAIN-PROCEDURE.
           IF NOT TABLAS-CARGADAS
               PERFORM 1000-CARGAR-TABLAS
           END-IF.
           PERFORM 2000-CALCULAR-SITUACION.
           GOBACK.

      *----------------------------------------------------------------*
      * 1000 - Carga el calendario y las tasas. Sin calendario no hay  *
      * vencimiento y sin tasas no hay intereses: se avisa y el        *
      * calculo sigue con lo que haya.                                 *
      *----------------------------------------------------------------*
       1000-CARGAR-TABLAS.
           MOVE 'S' TO WS-TABLAS-CARGADAS.
           MOVE 0 TO WS-VEN-COUNT.
           MOVE 'N' TO WS-FIN-VENCIM.
           OPEN INPUT VENCIM-FILE.
           IF WS-FS-VENCIM NOT = '00'
               DISPLAY "Aviso: no se encontro el calendario "
                       FUNCTION TRIM(WS-NOM-VENCIM-FILE)
                       ", no se calculan vencimientos."
           ELSE
               PERFORM 1100-LEER-VENCIMIENTO
                   UNTIL FIN-VENCIM-SI
               CLOSE VENCIM-FILE
           END-IF.
           MOVE 0 TO WS-TAS-COUNT.
           MOVE 'N' TO WS-FIN-TASAS.
           OPEN INPUT TASA-FILE.
           IF WS-FS-TASA NOT = '00'
               DISPLAY "Aviso: no se encontro la tabla de tasas "
                       FUNCTION TRIM(WS-NOM-TASAS-FILE)
                       ", no se calculan intereses."
           ELSE
               PERFORM 1200-LEER-TASA
                   UNTIL FIN-TASAS-SI
               CLOSE TASA-FILE
           END-IF.

       1100-LEER-VENCIMIENTO.
           READ VENCIM-FILE
               AT END
                   MOVE 'S' TO WS-FIN-VENCIM
               NOT AT END
                   MOVE VEN-FECHA TO WS-CNV-FECHA
                   PERFORM 8100-CONVERTIR-FECHA
                   IF VEN-QUINCENA NUMERIC
                  AND WS-CNV-INT > 0
                  AND WS-VEN-COUNT < 500
                       ADD 1 TO WS-VEN-COUNT
                       MOVE VEN-QUINCENA
                           TO WS-VEN-T-QUINCENA (WS-VEN-COUNT)
                       MOVE VEN-DIGITO
                           TO WS-VEN-T-DIGITO (WS-VEN-COUNT)
                       MOVE VEN-FECHA
                           TO WS-VEN-T-FECHA (WS-VEN-COUNT)
                   ELSE
                       DISPLAY "Aviso: vencimiento mal formado o "
                               "calendario completo, se ignora: "
                               VENCIM-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 1200 - Cada tasa tiene que regir desde despues de la anterior: *
      * una fuera de orden se ignora, porque partiria mal los tramos.  *
      *----------------------------------------------------------------*
       1200-LEER-TASA.
           READ TASA-FILE
               AT END
                   MOVE 'S' TO WS-FIN-TASAS
               NOT AT END
                   MOVE TAS-VIG-DESDE TO WS-CNV-FECHA
                   PERFORM 8100-CONVERTIR-FECHA
                   EVALUATE TRUE
                       WHEN WS-CNV-INT = 0
                         OR TAS-TASA-MENSUAL NOT NUMERIC
                         OR WS-TAS-COUNT >= 200
                           DISPLAY "Aviso: tasa mal formada o tabla "
                                   "completa, se ignora: "
                                   TASA-RECORD
                       WHEN WS-TAS-COUNT > 0
                        AND WS-CNV-INT
                            NOT > WS-TAS-T-DESDE-INT (WS-TAS-COUNT)
                           DISPLAY "Aviso: tasa fuera de orden de "
                                   "vigencia, se ignora: "
                                   TASA-RECORD
                       WHEN OTHER
                           ADD 1 TO WS-TAS-COUNT
                           MOVE WS-CNV-INT
                               TO WS-TAS-T-DESDE-INT (WS-TAS-COUNT)
                           MOVE TAS-TASA-MENSUAL
                               TO WS-TAS-T-TASA (WS-TAS-COUNT)
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      * 2000 - Situacion del registro. Sin importe a pagar no hay      *
      * nada que controlar; sin vencimiento en el calendario solo se   *
      * compara lo pagado contra lo declarado, sin intereses.          *
      *----------------------------------------------------------------*
       2000-CALCULAR-SITUACION.
           MOVE SPACES TO WS-SIT-VENCIMIENTO WS-SIT-ESTADO.
           MOVE 0 TO WS-SALDO-INTERES WS-TOTAL-INTERES
                     WS-TOTAL-PAGADO WS-DIAS-MORA.
           MOVE PAG-IMPORTE-DDJJ TO WS-SALDO-CAPITAL.
           MOVE PAG-CANT-PAGOS TO WS-PAG-CANT.
           IF WS-PAG-CANT > 3
               MOVE 3 TO WS-PAG-CANT
           END-IF.
           MOVE WS-SIT-FECHA-CORTE TO WS-CNV-FECHA.
           PERFORM 8100-CONVERTIR-FECHA.
           MOVE WS-CNV-INT TO WS-CORTE-INT.
           PERFORM 2100-BUSCAR-VENCIMIENTO.

           EVALUATE TRUE
               WHEN PAG-IMPORTE-DDJJ NOT > 0
                   PERFORM 2050-SUMAR-PAGO
                       VARYING WS-PAG-SUB FROM 1 BY 1
                       UNTIL WS-PAG-SUB > WS-PAG-CANT
                   MOVE 0 TO WS-SALDO-CAPITAL
                   MOVE 'SIN-SALDO' TO WS-SIT-ESTADO
               WHEN WS-VENC-INT = 0
                   PERFORM 2050-SUMAR-PAGO
                       VARYING WS-PAG-SUB FROM 1 BY 1
                       UNTIL WS-PAG-SUB > WS-PAG-CANT
                   COMPUTE WS-SALDO-CAPITAL =
                       PAG-IMPORTE-DDJJ - WS-TOTAL-PAGADO
                   MOVE 'SIN-VENCIM' TO WS-SIT-ESTADO
               WHEN OTHER
                   MOVE WS-VENC-INT TO WS-DEV-DESDE-INT
                   PERFORM 2200-APLICAR-PAGO
                       VARYING WS-PAG-SUB FROM 1 BY 1
                       UNTIL WS-PAG-SUB > WS-PAG-CANT
      *---            El capital que sigue impago devenga hasta la
      *---            fecha de corte.
                   IF WS-SALDO-CAPITAL > 0
                  AND WS-CORTE-INT > WS-DEV-DESDE-INT
                       MOVE WS-CORTE-INT TO WS-DEV-HASTA-INT
                       PERFORM 2300-DEVENGAR-INTERES
                       IF WS-CORTE-INT - WS-VENC-INT > WS-DIAS-MORA
                           COMPUTE WS-DIAS-MORA =
                               WS-CORTE-INT - WS-VENC-INT
                       END-IF
                   END-IF
                   PERFORM 2400-DETERMINAR-ESTADO
           END-EVALUATE.

           MOVE WS-TOTAL-PAGADO  TO WS-SIT-TOTAL-PAGADO.
           MOVE WS-TOTAL-INTERES TO WS-SIT-INTERESES.
           MOVE WS-SALDO-CAPITAL TO WS-SIT-SALDO-CAPITAL.
           MOVE WS-SALDO-INTERES TO WS-SIT-SALDO-INTERES.
           MOVE WS-DIAS-MORA     TO WS-SIT-DIAS-MORA.

       2050-SUMAR-PAGO.
           ADD PAG-IMPORTE-PAGADO (WS-PAG-SUB) TO WS-TOTAL-PAGADO.

      *----------------------------------------------------------------*
      * 2100 - Vencimiento de la quincena para la terminacion del CUIT *
      * del agente; la terminacion en blanco vale para todos.          *
      *----------------------------------------------------------------*
       2100-BUSCAR-VENCIMIENTO.
           MOVE 0 TO WS-VEN-ELEGIDO.
           MOVE 0 TO WS-VEN-PUNTAJE.
           MOVE 0 TO WS-VENC-INT.
           PERFORM 2110-EVALUAR-VENCIMIENTO
               VARYING WS-VEN-SUB FROM 1 BY 1
               UNTIL WS-VEN-SUB > WS-VEN-COUNT.
           IF WS-VEN-ELEGIDO > 0
               MOVE WS-VEN-T-FECHA (WS-VEN-ELEGIDO)
                   TO WS-SIT-VENCIMIENTO
               MOVE WS-SIT-VENCIMIENTO TO WS-CNV-FECHA
               PERFORM 8100-CONVERTIR-FECHA
               MOVE WS-CNV-INT TO WS-VENC-INT
           END-IF.

       2110-EVALUAR-VENCIMIENTO.
           IF WS-VEN-T-QUINCENA (WS-VEN-SUB) = PAG-QUINCENA
               IF WS-VEN-T-DIGITO (WS-VEN-SUB) = WS-SIT-DIGITO
              AND WS-SIT-DIGITO NOT = SPACE
                   MOVE 2 TO WS-VEN-PUNTAJE
                   MOVE WS-VEN-SUB TO WS-VEN-ELEGIDO
               END-IF
               IF WS-VEN-T-DIGITO (WS-VEN-SUB) = SPACE
              AND WS-VEN-PUNTAJE < 1
                   MOVE 1 TO WS-VEN-PUNTAJE
                   MOVE WS-VEN-SUB TO WS-VEN-ELEGIDO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2200 - Aplica un pago: primero devenga el interes del capital  *
      * impago hasta la fecha del pago y despues imputa el importe a   *
      * los intereses y el resto al capital. Un pago con fecha mal     *
      * formada se toma como pagado al vencimiento.                    *
      *----------------------------------------------------------------*
       2200-APLICAR-PAGO.
           MOVE PAG-FECHA-PAGO (WS-PAG-SUB) TO WS-CNV-FECHA.
           PERFORM 8100-CONVERTIR-FECHA.
           IF WS-CNV-INT = 0
               MOVE WS-VENC-INT TO WS-PAGO-INT
           ELSE
               MOVE WS-CNV-INT TO WS-PAGO-INT
           END-IF.
           IF WS-PAGO-INT > WS-DEV-DESDE-INT
               IF WS-SALDO-CAPITAL > 0
                   MOVE WS-PAGO-INT TO WS-DEV-HASTA-INT
                   PERFORM 2300-DEVENGAR-INTERES
               END-IF
               MOVE WS-PAGO-INT TO WS-DEV-DESDE-INT
           END-IF.
           IF WS-PAGO-INT - WS-VENC-INT > WS-DIAS-MORA
               COMPUTE WS-DIAS-MORA = WS-PAGO-INT - WS-VENC-INT
           END-IF.
           MOVE PAG-IMPORTE-PAGADO (WS-PAG-SUB) TO WS-IMP-PAGO.
           ADD WS-IMP-PAGO TO WS-TOTAL-PAGADO.
           IF WS-IMP-PAGO >= WS-SALDO-INTERES
               SUBTRACT WS-SALDO-INTERES FROM WS-IMP-PAGO
               MOVE 0 TO WS-SALDO-INTERES
               SUBTRACT WS-IMP-PAGO FROM WS-SALDO-CAPITAL
           ELSE
               SUBTRACT WS-IMP-PAGO FROM WS-SALDO-INTERES
           END-IF.

      *----------------------------------------------------------------*
      * 2300 - Devenga interes simple sobre el capital impago entre el *
      * dia siguiente a WS-DEV-DESDE-INT y WS-DEV-HASTA-INT, tramo por *
      * tramo de vigencia de las tasas. Los dias anteriores a la       *
      * primera tasa cargada no devengan.                              *
      *----------------------------------------------------------------*
       2300-DEVENGAR-INTERES.
           MOVE 0 TO WS-INT-DEVENGADO.
           PERFORM 2310-DEVENGAR-TRAMO
               VARYING WS-TAS-SUB FROM 1 BY 1
               UNTIL WS-TAS-SUB > WS-TAS-COUNT.
           COMPUTE WS-INT-REDONDEADO ROUNDED = WS-INT-DEVENGADO.
           ADD WS-INT-REDONDEADO TO WS-SALDO-INTERES.
           ADD WS-INT-REDONDEADO TO WS-TOTAL-INTERES.

       2310-DEVENGAR-TRAMO.
           COMPUTE WS-TRAMO-INI = WS-DEV-DESDE-INT + 1.
           IF WS-TAS-T-DESDE-INT (WS-TAS-SUB) > WS-TRAMO-INI
               MOVE WS-TAS-T-DESDE-INT (WS-TAS-SUB) TO WS-TRAMO-INI
           END-IF.
           MOVE WS-DEV-HASTA-INT TO WS-TRAMO-FIN.
           IF WS-TAS-SUB < WS-TAS-COUNT
               IF WS-TAS-T-DESDE-INT (WS-TAS-SUB + 1) - 1
                  < WS-TRAMO-FIN
                   COMPUTE WS-TRAMO-FIN =
                       WS-TAS-T-DESDE-INT (WS-TAS-SUB + 1) - 1
               END-IF
           END-IF.
           IF WS-TRAMO-FIN >= WS-TRAMO-INI
               COMPUTE WS-TRAMO-DIAS = WS-TRAMO-FIN - WS-TRAMO-INI + 1
               COMPUTE WS-INT-DEVENGADO = WS-INT-DEVENGADO
                   + WS-SALDO-CAPITAL * WS-TAS-T-TASA (WS-TAS-SUB)
                   / 100 / 30 * WS-TRAMO-DIAS
           END-IF.

      *----------------------------------------------------------------*
      * 2400 - Estado final: impago sin ningun pago, parcial con       *
      * capital pendiente, intereses cuando el capital esta cubierto   *
      * pero no los intereses de la mora, pagado sin saldo.            *
      *----------------------------------------------------------------*
       2400-DETERMINAR-ESTADO.
           EVALUATE TRUE
               WHEN WS-SALDO-CAPITAL > 0
                AND WS-PAG-CANT = 0
                   MOVE 'IMPAGO' TO WS-SIT-ESTADO
               WHEN WS-SALDO-CAPITAL > 0
                   MOVE 'PARCIAL' TO WS-SIT-ESTADO
               WHEN WS-SALDO-INTERES > 0
                   MOVE 'INTERESES' TO WS-SIT-ESTADO
               WHEN OTHER
                   MOVE 'PAGADO' TO WS-SIT-ESTADO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 8100 - Convierte WS-CNV-FECHA (AAAA-MM-DD) a entero. Con una   *
      * fecha mal formada o inexistente (mes 13, 30 de febrero) el     *
      * resultado queda en cero, como en ACKRECON.                     *
      *----------------------------------------------------------------*
       8100-CONVERTIR-FECHA.
           MOVE 0 TO WS-CNV-INT.
           IF WS-CNV-FECHA (1:4) NUMERIC
          AND WS-CNV-FECHA (5:1) = '-'
          AND WS-CNV-FECHA (6:2) NUMERIC
          AND WS-CNV-FECHA (8:1) = '-'
          AND WS-CNV-FECHA (9:2) NUMERIC
          AND WS-CNV-FECHA (6:2) >= '01'
          AND WS-CNV-FECHA (6:2) <= '12'
          AND WS-CNV-FECHA (9:2) >= '01'
          AND WS-CNV-FECHA (9:2) <= '31'
               MOVE WS-CNV-FECHA (1:4) TO WS-CNV-NUM (1:4)
               MOVE WS-CNV-FECHA (6:2) TO WS-CNV-NUM (5:2)
               MOVE WS-CNV-FECHA (9:2) TO WS-CNV-NUM (7:2)
               COMPUTE WS-CNV-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CNV-NUM)
           END-IF.
