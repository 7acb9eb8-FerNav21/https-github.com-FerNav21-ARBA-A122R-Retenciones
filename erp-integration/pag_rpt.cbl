       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGRPT.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este programa emite el control de pagos de la DDJJ: por cada   *
      * quincena y regimen de PAGDDJJ.DAT compara el neto declarado    *
      * en DDJJRET contra lo pagado y, con PAGCALC, calcula el         *
      * vencimiento, los dias de mora, los intereses resarcitorios y   *
      * los saldos a una fecha de corte. Marca las quincenas impagas,  *
      * pagadas de menos o con intereses pendientes, y las quincenas   *
      * presentadas que no tienen registro de pago.                    *
      *                                                                *
      * De paso pone al dia el control de periodos: una quincena       *
      * CERRADA con todos sus regimenes cancelados pasa a PAGADA y     *
      * una PAGADA que volvio a tener saldo vuelve a CERRADA. Cada     *
      * cambio de estado queda en la bitacora de cambios, como en      *
      * PAGMNT; sin operador identificado el informe se emite igual    *
      * pero el control de periodos no se toca.                        *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - PAGDDJJ.DAT: pagos de la DDJJ (DDJJRET, PAGMNT).
      *     - PERIODOS.DAT: control de periodos del agente.
      *     - VENCDDJJ.DAT y TASAINT.DAT, via PAGCALC.
      *     - Fecha de corte (AAAA-MM-DD, blanco = hoy) pedida por
      *       consola.
      *
      * SALIDA:
      *     - PAGDDJJ.TXT con el control de pagos.
      *     - PERIODOS.DAT con el estado de pago al dia.
      *     - BITACORA.DAT: cada cambio de estado con el operador y
      *       el registro de la quincena antes y despues (via
      *       BITREG).
      *     - Mensajes de estado en la consola.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      El operador se identifica al
      *                                 iniciar (BITREG) y cada cambio
      *                                 de estado de una quincena queda
      *                                 en BITACORA.DAT con el registro
      *                                 antes y despues; sin operador
      *                                 el control de periodos no se
      *                                 toca.
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
      *--- Pagos de la DDJJ por quincena y regimen, leidos en orden
      *--- de clave.
           SELECT PAGOS-FILE ASSIGN TO DISK WS-NOM-PAGOS-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAG-CLAVE
           FILE STATUS IS WS-FS-PAGO.

      *--- Control de periodos, compartido con GENRET, DDJJRET y
      *--- PERCTL.
           SELECT PERIODO-FILE ASSIGN TO DISK WS-NOM-PERIODOS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIODO.

      *--- Informe del control de pagos.
           SELECT REPORT-FILE ASSIGN TO DISK WS-NOM-PAGRPT-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS-FILE.
           COPY ERPPAGR.

       FD  PERIODO-FILE.
           COPY ERPPERR.

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
           COPY ERPFILC.

      *--- Agente de recaudacion elegido con AGTSEL.
           COPY ERPAGTW.

      *--- Situacion de pago calculada por PAGCALC.
           COPY ERPPAGW.

      *--- Tabla de periodos cargada en memoria, con la marca de las
      *--- quincenas que tienen registro de pago y el estado leido,
      *--- para la imagen anterior de la bitacora.
       01  WS-PER-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-PERIODOS.
           05 WS-PER-ENTRY OCCURS 200 TIMES
                            DEPENDING ON WS-PER-COUNT.
              10 WS-PER-T-QUINCENA  PIC X(07).
              10 WS-PER-T-ESTADO    PIC X(07).
              10 WS-PER-T-PRESENT   PIC X(10).
              10 WS-PER-T-CON-PAGO  PIC X(01).
              10 WS-PER-T-EST-ORIG  PIC X(07).
       01  WS-PER-SUB               PIC 9(03) VALUE 0.
       01  WS-PER-HALLADO           PIC 9(03) VALUE 0.

      *--- Imagen de un registro del control de periodos para la
      *--- bitacora, con el mismo layout que ERPPERR.
       01  WS-PER-IMAGEN.
           05 WS-IMG-QUINCENA       PIC X(07).
           05 WS-IMG-ESTADO         PIC X(07).
           05 WS-IMG-PRESENT        PIC X(10).

      *--- Bitacora de cambios: operador identificado al iniciar y
      *--- datos de cada cambio de estado para BITREG.
           COPY ERPBITW.

      *--- Fecha de corte pedida y fecha del dia (AAAA-MM-DD).
       01  WS-FECHA-CORTE           PIC X(10).
       01  WS-FECHA-HOY             PIC X(10).
       01  WS-FECHA-CD              PIC X(08).

      *--- Corte de control por quincena: los regimenes de una misma
      *--- quincena vienen seguidos en el orden de la clave.
       01  WS-QUINCENA-ANT          PIC X(07) VALUE SPACES.
       01  WS-QUIN-REG-CANT         PIC 9(01) VALUE 0.
       01  WS-QUIN-CANCELADA        PIC X(01) VALUE 'S'.
           88 QUINCENA-CANCELADA         VALUE 'S'.

      *--- Marca de la linea del informe.
       01  WS-MARCA                 PIC X(10).

      *--- Totales del informe.
       01  WS-TOT-NETO              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-PAGADO            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-INTERESES         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-SALDO-CAP         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-SALDO-INT         PIC S9(11)V99 COMP-3 VALUE 0.

      *--- Contadores del resumen.
       01  WS-CONT-REGISTROS        PIC 9(05) VALUE 0.
       01  WS-CONT-CANCELADOS       PIC 9(05) VALUE 0.
       01  WS-CONT-IMPAGOS          PIC 9(05) VALUE 0.
       01  WS-CONT-PARCIALES        PIC 9(05) VALUE 0.
       01  WS-CONT-INTERESES        PIC 9(05) VALUE 0.
       01  WS-CONT-SIN-VENCIM       PIC 9(05) VALUE 0.
       01  WS-CONT-VENCIDOS         PIC 9(05) VALUE 0.
       01  WS-CONT-SIN-REGISTRO     PIC 9(05) VALUE 0.
       01  WS-CONT-PERIODOS         PIC 9(05) VALUE 0.
       01  WS-CONT-SIN-CAMBIAR      PIC 9(05) VALUE 0.

      *--- Campos editados para el informe.
       01  WS-ED-NETO               PIC ----,---,--9.99.
       01  WS-ED-PAGADO             PIC ----,---,--9.99.
       01  WS-ED-INTERESES          PIC ----,---,--9.99.
       01  WS-ED-SALDO-CAP          PIC ----,---,--9.99.
       01  WS-ED-SALDO-INT          PIC ----,---,--9.99.
       01  WS-ED-DIAS               PIC ZZ,ZZ9.
       01  WS-ED-CANT               PIC ZZ,ZZ9.

      *--- Indicadores de estado.
       01  WS-FIN-PAGOS             PIC X(01) VALUE 'N'.
           88 FIN-PAGOS-SI               VALUE 'S'.
       01  WS-FIN-PERIODOS          PIC X(01) VALUE 'N'.
           88 FIN-PERIODOS-SI            VALUE 'S'.
       01  WS-PROCESO               PIC X(01) VALUE 'S'.
           88 PROCESO-OK                 VALUE 'S'.
       01  WS-PAGOS-ABIERTO         PIC X(01) VALUE 'N'.
           88 PAGOS-ABIERTO-SI           VALUE 'S'.
       01  WS-PERIODOS-GRABADOS     PIC X(01) VALUE 'N'.
           88 PERIODOS-GRABADOS-SI       VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-PAGO               PIC X(02).
       01  WS-FS-PERIODO            PIC X(02).
       01  WS-FS-REPORT             PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
      * Logica principal del programa.                                 *
      *================================================================*
       MAIN-PROCEDURE.
           PERFORM 1000-INICIALIZAR.
           IF PROCESO-OK
               PERFORM 2000-PROCESAR-PAGO
                   UNTIL FIN-PAGOS-SI
               PERFORM 2500-CERRAR-QUINCENA
               PERFORM 3000-EMITIR-SIN-REGISTRO
               PERFORM 8000-FINALIZAR
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000 - Inicializacion: agente, fecha de corte, control de      *
      * periodos y apertura de los pagos y del informe.                *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-CD.
           STRING WS-FECHA-CD (1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (7:2) DELIMITED BY SIZE
             INTO WS-FECHA-HOY.
           CALL 'AGTSEL' USING WS-ARCHIVOS-INTERNOS
                               WS-AGENTE-DATOS.
           IF NOT AGENTE-SELECCIONADO
               DISPLAY "ERROR: no se pudo seleccionar el agente, "
                       "el control de pagos no se emite."
               MOVE 'N' TO WS-PROCESO
           ELSE
               PERFORM 1050-IDENTIFICAR-OPERADOR
               DISPLAY "Fecha de corte (AAAA-MM-DD, blanco = hoy): "
               ACCEPT WS-FECHA-CORTE
               IF WS-FECHA-CORTE = SPACES
                   MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
               END-IF
               MOVE WS-AGT-CUIT (11:1) TO WS-SIT-DIGITO
               MOVE WS-FECHA-CORTE TO WS-SIT-FECHA-CORTE
               PERFORM 1100-CARGAR-PERIODOS
               OPEN INPUT PAGOS-FILE
               IF WS-FS-PAGO NOT = '00'
                   DISPLAY "Aviso: no se pudo abrir "
                           FUNCTION TRIM(WS-NOM-PAGOS-FILE)
                           ", estado " WS-FS-PAGO
                           "; solo se listan las quincenas sin pago."
                   MOVE 'S' TO WS-FIN-PAGOS
               ELSE
                   MOVE 'S' TO WS-PAGOS-ABIERTO
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF WS-FS-REPORT NOT = '00'
                   DISPLAY "ERROR: no se pudo crear "
                           FUNCTION TRIM(WS-NOM-PAGRPT-FILE)
                           ", estado " WS-FS-REPORT "."
                   MOVE 'N' TO WS-PROCESO
                   IF PAGOS-ABIERTO-SI
                       CLOSE PAGOS-FILE
                   END-IF
               ELSE
                   PERFORM 1200-EMITIR-ENCABEZADO
                   IF PAGOS-ABIERTO-SI
                       PERFORM 2900-LEER-SIGUIENTE-PAGO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 1050 - Identificacion del operador con BITREG. Sin operador o  *
      * sin bitacora el control de pagos se emite igual, pero el       *
      * control de periodos no se toca.                                *
      *----------------------------------------------------------------*
       1050-IDENTIFICAR-OPERADOR.
           MOVE 'I'           TO WS-BIT-FUNCION.
           MOVE 'PAGRPT'      TO WS-BIT-PROGRAMA.
           MOVE WS-AGT-CODIGO TO WS-BIT-AGENTE.
           CALL 'BITREG' USING WS-BITACORA-DATOS.
           IF NOT BITACORA-HABILITADA
               DISPLAY "Aviso: sin operador identificado no se "
                       "actualiza el control de periodos."
           END-IF.

       1100-CARGAR-PERIODOS.
           MOVE 0 TO WS-PER-COUNT.
           MOVE 'N' TO WS-FIN-PERIODOS.
           OPEN INPUT PERIODO-FILE.
           IF WS-FS-PERIODO = '00'
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
                   MOVE 'N' TO WS-PER-T-CON-PAGO (WS-PER-COUNT)
                   MOVE PER-ESTADO
                       TO WS-PER-T-EST-ORIG (WS-PER-COUNT)
           END-READ.

       1200-EMITIR-ENCABEZADO.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CONTROL DE PAGOS DE LA DDJJ - AGENTE "
                                        DELIMITED BY SIZE
                  WS-AGT-CUIT           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-AGT-RAZON-SOCIAL   DELIMITED BY SIZE
                  " - CORTE "           DELIMITED BY SIZE
                  WS-FECHA-CORTE        DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE ALL "=" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE "QUINCENA R VENCIMIENTO       NETO DDJJ          PAGADO"
              & "   MORA       INTERESES   SALDO CAPITAL  SALDO INTERES"
              & " ESTADO     MARCA" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

      *----------------------------------------------------------------*
      * 2000 - Ciclo principal: un registro de pagos por vuelta, con   *
      * corte de control por quincena para el estado del periodo.      *
      *----------------------------------------------------------------*
       2000-PROCESAR-PAGO.
           IF PAG-QUINCENA NOT = WS-QUINCENA-ANT
               PERFORM 2500-CERRAR-QUINCENA
               MOVE PAG-QUINCENA TO WS-QUINCENA-ANT
               MOVE 0 TO WS-QUIN-REG-CANT
               MOVE 'S' TO WS-QUIN-CANCELADA
           END-IF.
           CALL 'PAGCALC' USING WS-ARCHIVOS-INTERNOS
                                PAGO-RECORD
                                WS-PAGO-SITUACION.
           ADD 1 TO WS-CONT-REGISTROS.
           ADD 1 TO WS-QUIN-REG-CANT.
           IF NOT SIT-CANCELADO
               MOVE 'N' TO WS-QUIN-CANCELADA
           END-IF.
           PERFORM 2100-CLASIFICAR.
           PERFORM 2200-EMITIR-DETALLE.
           PERFORM 2900-LEER-SIGUIENTE-PAGO.

      *----------------------------------------------------------------*
      * 2100 - Cuenta el registro por estado y arma la marca: VENCIDO  *
      * si queda saldo y ya paso el vencimiento, A VENCER si todavia   *
      * esta en termino.                                               *
      *----------------------------------------------------------------*
       2100-CLASIFICAR.
           MOVE SPACES TO WS-MARCA.
           EVALUATE TRUE
               WHEN SIT-CANCELADO
                   ADD 1 TO WS-CONT-CANCELADOS
               WHEN SIT-IMPAGO
                   ADD 1 TO WS-CONT-IMPAGOS
               WHEN SIT-PARCIAL
                   ADD 1 TO WS-CONT-PARCIALES
               WHEN SIT-INTERESES
                   ADD 1 TO WS-CONT-INTERESES
               WHEN SIT-SIN-VENCIM
                   ADD 1 TO WS-CONT-SIN-VENCIM
           END-EVALUATE.
           IF NOT SIT-CANCELADO
          AND WS-SIT-VENCIMIENTO NOT = SPACES
               IF WS-SIT-VENCIMIENTO < WS-FECHA-CORTE
                   MOVE "VENCIDO" TO WS-MARCA
                   ADD 1 TO WS-CONT-VENCIDOS
               ELSE
                   MOVE "A VENCER" TO WS-MARCA
               END-IF
           END-IF.
           IF SIT-SIN-VENCIM
          AND WS-SIT-SALDO-CAPITAL > 0
               MOVE "REVISAR" TO WS-MARCA
           END-IF.
           ADD PAG-IMPORTE-DDJJ     TO WS-TOT-NETO.
           ADD WS-SIT-TOTAL-PAGADO  TO WS-TOT-PAGADO.
           ADD WS-SIT-INTERESES     TO WS-TOT-INTERESES.
           ADD WS-SIT-SALDO-CAPITAL TO WS-TOT-SALDO-CAP.
           ADD WS-SIT-SALDO-INTERES TO WS-TOT-SALDO-INT.

       2200-EMITIR-DETALLE.
           MOVE PAG-IMPORTE-DDJJ     TO WS-ED-NETO.
           MOVE WS-SIT-TOTAL-PAGADO  TO WS-ED-PAGADO.
           MOVE WS-SIT-DIAS-MORA     TO WS-ED-DIAS.
           MOVE WS-SIT-INTERESES     TO WS-ED-INTERESES.
           MOVE WS-SIT-SALDO-CAPITAL TO WS-ED-SALDO-CAP.
           MOVE WS-SIT-SALDO-INTERES TO WS-ED-SALDO-INT.
           MOVE SPACES TO REPORT-RECORD.
           STRING PAG-QUINCENA         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  PAG-REGIMEN          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-SIT-VENCIMIENTO   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ED-NETO           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ED-PAGADO         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ED-DIAS           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ED-INTERESES      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ED-SALDO-CAP      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ED-SALDO-INT      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-SIT-ESTADO        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-MARCA             DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

      *----------------------------------------------------------------*
      * 2500 - Fin de una quincena: se marca que tiene registro de     *
      * pago y se pone al dia su estado en el control de periodos. Una *
      * quincena ABIERTA (reabierta para rectificar) no se toca.       *
      *----------------------------------------------------------------*
       2500-CERRAR-QUINCENA.
           IF WS-QUINCENA-ANT NOT = SPACES
               MOVE 0 TO WS-PER-HALLADO
               PERFORM 2510-BUSCAR-QUINCENA
                   VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
                      OR WS-PER-HALLADO > 0
               IF WS-PER-HALLADO > 0
                   MOVE 'S' TO WS-PER-T-CON-PAGO (WS-PER-HALLADO)
                   PERFORM 2520-ACTUALIZAR-ESTADO
               END-IF
           END-IF.

       2510-BUSCAR-QUINCENA.
           IF WS-PER-T-QUINCENA (WS-PER-SUB) = WS-QUINCENA-ANT
               MOVE WS-PER-SUB TO WS-PER-HALLADO
           END-IF.

       2520-ACTUALIZAR-ESTADO.
           IF WS-QUIN-REG-CANT > 0
               IF QUINCENA-CANCELADA
              AND WS-PER-T-ESTADO (WS-PER-HALLADO) = 'CERRADO'
                   IF BITACORA-HABILITADA
                       MOVE 'PAGADO'
                           TO WS-PER-T-ESTADO (WS-PER-HALLADO)
                       ADD 1 TO WS-CONT-PERIODOS
                   ELSE
                       ADD 1 TO WS-CONT-SIN-CAMBIAR
                   END-IF
               END-IF
               IF NOT QUINCENA-CANCELADA
              AND WS-PER-T-ESTADO (WS-PER-HALLADO) = 'PAGADO'
                   IF BITACORA-HABILITADA
                       MOVE 'CERRADO'
                           TO WS-PER-T-ESTADO (WS-PER-HALLADO)
                       ADD 1 TO WS-CONT-PERIODOS
                   ELSE
                       ADD 1 TO WS-CONT-SIN-CAMBIAR
                   END-IF
               END-IF
           END-IF.

       2590-IMAGEN-PERIODO.
           MOVE WS-PER-T-QUINCENA (WS-PER-HALLADO) TO WS-IMG-QUINCENA.
           MOVE WS-PER-T-ESTADO (WS-PER-HALLADO)   TO WS-IMG-ESTADO.
           MOVE WS-PER-T-PRESENT (WS-PER-HALLADO)  TO WS-IMG-PRESENT.

       2900-LEER-SIGUIENTE-PAGO.
           READ PAGOS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-PAGOS
           END-READ.

      *----------------------------------------------------------------*
      * 3000 - Quincenas presentadas (CERRADAS o PAGADAS) que no       *
      * tienen registro de pago: cerradas antes de llevar los pagos o  *
      * con el registro borrado. Se cargan con PAGMNT.                 *
      *----------------------------------------------------------------*
       3000-EMITIR-SIN-REGISTRO.
           PERFORM 3100-CONTROLAR-PERIODO
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-COUNT.

       3100-CONTROLAR-PERIODO.
           IF WS-PER-T-CON-PAGO (WS-PER-SUB) = 'N'
          AND (WS-PER-T-ESTADO (WS-PER-SUB) = 'CERRADO'
            OR WS-PER-T-ESTADO (WS-PER-SUB) = 'PAGADO')
               IF WS-CONT-SIN-REGISTRO = 0
                   MOVE SPACES TO REPORT-RECORD
                   PERFORM 8900-GRABAR-LINEA
                   MOVE "QUINCENAS PRESENTADAS SIN REGISTRO DE PAGO"
                       TO REPORT-RECORD
                   PERFORM 8900-GRABAR-LINEA
               END-IF
               ADD 1 TO WS-CONT-SIN-REGISTRO
               MOVE SPACES TO REPORT-RECORD
               STRING WS-PER-T-QUINCENA (WS-PER-SUB)
                                        DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      WS-PER-T-ESTADO (WS-PER-SUB)
                                        DELIMITED BY SIZE
                      " PRESENTADA EL " DELIMITED BY SIZE
                      WS-PER-T-PRESENT (WS-PER-SUB)
                                        DELIMITED BY SIZE
                      "  SIN REGISTRO"  DELIMITED BY SIZE
                 INTO REPORT-RECORD
               PERFORM 8900-GRABAR-LINEA
           END-IF.

      *----------------------------------------------------------------*
      * 8000 - Totales, resumen por estado, cierre y actualizacion del *
      * control de periodos.                                           *
      *----------------------------------------------------------------*
       8000-FINALIZAR.
           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-TOT-NETO      TO WS-ED-NETO.
           MOVE WS-TOT-PAGADO    TO WS-ED-PAGADO.
           MOVE WS-TOT-INTERESES TO WS-ED-INTERESES.
           MOVE WS-TOT-SALDO-CAP TO WS-ED-SALDO-CAP.
           MOVE WS-TOT-SALDO-INT TO WS-ED-SALDO-INT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "TOTALES              "  DELIMITED BY SIZE
                  WS-ED-NETO               DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-ED-PAGADO             DELIMITED BY SIZE
                  "        "               DELIMITED BY SIZE
                  WS-ED-INTERESES          DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-ED-SALDO-CAP          DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-ED-SALDO-INT          DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-CONT-CANCELADOS TO WS-ED-CANT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CANCELADOS:              " DELIMITED BY SIZE
                  WS-ED-CANT                  DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-CONT-IMPAGOS TO WS-ED-CANT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "IMPAGOS:                 " DELIMITED BY SIZE
                  WS-ED-CANT                  DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-CONT-PARCIALES TO WS-ED-CANT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PAGADOS DE MENOS:        " DELIMITED BY SIZE
                  WS-ED-CANT                  DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-CONT-INTERESES TO WS-ED-CANT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CON INTERESES PENDIENTES:" DELIMITED BY SIZE
                  WS-ED-CANT                  DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-CONT-SIN-VENCIM TO WS-ED-CANT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "SIN VENCIMIENTO CARGADO: " DELIMITED BY SIZE
                  WS-ED-CANT                  DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-CONT-VENCIDOS TO WS-ED-CANT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "VENCIDOS CON SALDO:      " DELIMITED BY SIZE
                  WS-ED-CANT                  DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-CONT-SIN-REGISTRO TO WS-ED-CANT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PRESENTADAS SIN REGISTRO:" DELIMITED BY SIZE
                  WS-ED-CANT                  DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           CLOSE REPORT-FILE.
           IF PAGOS-ABIERTO-SI
               CLOSE PAGOS-FILE
           END-IF.
           IF WS-CONT-PERIODOS > 0
               PERFORM 8100-REESCRIBIR-PERIODOS
               IF PERIODOS-GRABADOS-SI
                   PERFORM 9100-REGISTRAR-PERIODO
                       VARYING WS-PER-SUB FROM 1 BY 1
                       UNTIL WS-PER-SUB > WS-PER-COUNT
               ELSE
                   DISPLAY "ERROR: los cambios de estado de las "
                           "quincenas no quedaron grabados ni "
                           "registrados en la bitacora."
               END-IF
           END-IF.
           DISPLAY "Control de pagos generado en "
                   FUNCTION TRIM(WS-NOM-PAGRPT-FILE) ".".
           DISPLAY "Registros controlados:    " WS-CONT-REGISTROS.
           DISPLAY "Vencidos con saldo:       " WS-CONT-VENCIDOS.
           DISPLAY "Presentadas sin registro: " WS-CONT-SIN-REGISTRO.
           DISPLAY "Quincenas cambiadas:      " WS-CONT-PERIODOS.
           IF WS-CONT-SIN-CAMBIAR > 0
               DISPLAY "Quincenas sin actualizar: " WS-CONT-SIN-CAMBIAR
                       " (sin operador identificado)."
           END-IF.
           IF WS-CONT-VENCIDOS > 0
               DISPLAY "ATENCION: hay DDJJ vencidas con saldo, ver "
                       FUNCTION TRIM(WS-NOM-PAGRPT-FILE) "."
           END-IF.

      *----------------------------------------------------------------*
      * 8100 - Reescribe el control de periodos completo.              *
      * WS-PERIODOS-GRABADOS queda en 'S' solo si todos los registros  *
      * se grabaron.                                                   *
      *----------------------------------------------------------------*
       8100-REESCRIBIR-PERIODOS.
           MOVE 'N' TO WS-PERIODOS-GRABADOS.
           OPEN OUTPUT PERIODO-FILE.
           IF WS-FS-PERIODO NOT = '00'
               DISPLAY "ERROR: no se pudo reescribir "
                       FUNCTION TRIM(WS-NOM-PERIODOS-FILE)
                       ", estado " WS-FS-PERIODO "."
           ELSE
               MOVE 'S' TO WS-PERIODOS-GRABADOS
               PERFORM 8150-GRABAR-PERIODO
                   VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
               CLOSE PERIODO-FILE
           END-IF.

       8150-GRABAR-PERIODO.
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

       8900-GRABAR-LINEA.
           WRITE REPORT-RECORD.
           IF WS-FS-REPORT NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-PAGRPT-FILE) ", estado "
                       WS-FS-REPORT "."
           END-IF.

      *----------------------------------------------------------------*
      * 9100 - Registra en la bitacora el cambio de estado de una      *
      * quincena de la tabla, con el estado leido al iniciar como      *
      * imagen anterior. Se llama solo despues de reescribir bien el   *
      * control de periodos.                                           *
      *----------------------------------------------------------------*
       9100-REGISTRAR-PERIODO.
           IF WS-PER-T-ESTADO (WS-PER-SUB)
                   NOT = WS-PER-T-EST-ORIG (WS-PER-SUB)
               MOVE WS-PER-SUB TO WS-PER-HALLADO
               PERFORM 2590-IMAGEN-PERIODO
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
