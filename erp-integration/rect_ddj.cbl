       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECTDDJ.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este programa arma la DDJJ rectificativa de una quincena de    *
      * ARBA que se reabrio con PERCTL. Compara lo que hoy dice el log *
      * de auditoria para la quincena y el regimen pedidos (con los    *
      * mismos filtros que DDJJRET y DDJJARB) contra la ultima foto de *
      * lo presentado en DDJJFOT.DAT, y deja en RECTDDJJ.TXT los       *
      * comprobantes agregados, quitados y modificados desde la        *
      * presentacion anterior, con la diferencia de importe a pagar o  *
      * a recuperar.                                                   *
      *                                                                *
      * Si hay diferencias y la quincena esta reabierta genera         *
      * ARBARECT.TXT, el archivo de importacion de la rectificativa:   *
      * un registro '0' con el CUIT del agente, la quincena, el        *
      * regimen y el numero de rectificativa (el siguiente al de la    *
      * ultima presentacion), y despues el detalle y los totales con   *
      * el mismo formato de ARBADDJJ.TXT, con la quincena completa.    *
      * Cuando el operador confirma que la rectificativa se presento,  *
      * se agrega su foto a DDJJFOT.DAT, la quincena vuelve a quedar   *
      * CERRADA en PERIODOS.DAT y el neto declarado de PAGDDJJ.DAT se  *
      * actualiza sin tocar los pagos cargados (PAGRPT muestra el      *
      * saldo a ingresar o el pago de mas). Al confirmar se identifica *
      * el operador y el cierre y el neto quedan en la bitacora de     *
      * cambios, como los de PERCTL y PAGMNT.                          *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - RETLOG.CSV: log de auditoria de GENRET y RESEND.
      *     - DDJJFOT.DAT: fotos de las presentaciones (ERPFOTR).
      *     - PERIODOS.DAT: control de quincenas (ERPPERR).
      *     - Quincena (AAAAMMQ) y regimen (R/P, blanco = R) pedidos
      *       por consola.
      *
      * SALIDA:
      *     - RECTDDJJ.TXT: comparacion contra la presentacion
      *       anterior.
      *     - ARBARECT.TXT: archivo de la rectificativa.
      *     - DDJJFOT.DAT, PERIODOS.DAT y PAGDDJJ.DAT al confirmar la
      *       presentacion.
      *     - BITACORA.DAT: el cierre de la quincena y el neto
      *       declarado con el registro antes y despues (via BITREG).
      *     - Mensajes de estado en la consola.
      *
      * Solo para ARBA: las retenciones de AGIP no siguen el control
      * de quincenas ni tienen foto.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      Al confirmar la presentacion el
      *                                 operador se identifica con
      *                                 BITREG, y el cierre de la
      *                                 quincena y el neto declarado
      *                                 quedan en la bitacora de
      *                                 cambios.
      *     2026-10-15  ERP-System      La quincena se cierra y el neto
      *                                 se actualiza solo si la foto de
      *                                 la rectificativa se grabo
      *                                 completa.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Log de auditoria, la misma fuente de DDJJRET y DDJJARB.
           SELECT AUDIT-FILE ASSIGN TO DISK WS-NOM-AUDIT-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT.

      *--- Fotos de las presentaciones confirmadas.
           SELECT FOTO-FILE ASSIGN TO DISK WS-NOM-FOTO-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FOTO.

      *--- Control de periodos compartido con GENRET, DDJJRET y
      *--- PERCTL.
           SELECT PERIODO-FILE ASSIGN TO DISK WS-NOM-PERIODOS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIODO.

      *--- Pagos de la DDJJ por quincena y regimen.
           SELECT PAGOS-FILE ASSIGN TO DISK WS-NOM-PAGOS-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAG-CLAVE
           FILE STATUS IS WS-FS-PAGO.

      *--- Informe de la comparacion.
           SELECT REPORT-FILE ASSIGN TO DISK WS-NOM-RECTIF-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REPORT.

      *--- Archivo de importacion de la rectificativa.
           SELECT RECT-FILE ASSIGN TO DISK WS-NOM-ARBARC-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECT.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(200).

       FD  FOTO-FILE.
           COPY ERPFOTR.

       FD  PERIODO-FILE.
           COPY ERPPERR.

       FD  PAGOS-FILE.
           COPY ERPPAGR.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       FD  RECT-FILE.
       01  RECT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
           COPY ERPFILC.

      *--- Agente de recaudacion elegido con AGTSEL: la rectificativa
      *--- se arma con el log y las fotos de esa sociedad.
           COPY ERPAGTW.

      *--- Quincena (AAAAMMQ) y regimen pedidos, y el rango de
      *--- fechas de operacion que cubre la quincena.
       01  WS-QUINCENA-PED          PIC X(07).
       01  WS-REGIMEN-PED           PIC X(01).
       01  WS-REGIMEN-DESC          PIC X(12).
       01  WS-FECHA-DESDE           PIC X(10).
       01  WS-FECHA-HASTA           PIC X(10).
       01  WS-QP-MES                PIC 9(02) VALUE 0.

      *--- Campos de la linea de auditoria, luego de separarla por
      *--- comas con UNSTRING. Regimen y jurisdiccion solo se honran
      *--- con el criterio de DDJJARB (campo de largo 1).
       01  WS-AUD-CUIT              PIC X(11).
       01  WS-AUD-SUCURSAL          PIC X(01).
       01  WS-AUD-BASE-ED           PIC X(10).
       01  WS-AUD-ALIC-ED           PIC X(05).
       01  WS-AUD-IMPORTE-ED        PIC X(10).
       01  WS-AUD-FECHA             PIC X(19).
       01  WS-AUD-FILENAME          PIC X(12).
       01  WS-AUD-RESULTADO         PIC X(10).
       01  WS-AUD-TIPO              PIC X(01).
       01  WS-AUD-ORIGINAL          PIC X(07).
       01  WS-AUD-RUN-ID            PIC X(14).
       01  WS-AUD-REGIMEN           PIC X(01).
       01  WS-AUD-REG-LEN           PIC 9(03) VALUE 0.
       01  WS-AUD-JURISDICCION      PIC X(01).
       01  WS-AUD-JUR-LEN           PIC 9(03) VALUE 0.
       01  WS-AUD-RET-NUMERO        PIC X(07).

      *--- Comprobantes de la presentacion anterior (ANT) y del
      *--- estado actual de la quincena (ACT). MARCA de ANT: 'I'
      *--- igual, 'M' modificado (PAR apunta al actual), 'B' quitado;
      *--- MARCA de ACT: 'S' si tiene par en la presentacion anterior.
       01  WS-ANT-COUNT             PIC 9(05) VALUE 0.
       01  WS-TABLA-ANT.
           05 WS-ANT-ENTRY OCCURS 5000 TIMES
                            DEPENDING ON WS-ANT-COUNT.
              10 WS-ANT-TIPO        PIC X(01).
              10 WS-ANT-CUIT        PIC X(11).
              10 WS-ANT-FECHA       PIC X(10).
              10 WS-ANT-SUCURSAL    PIC 9(01).
              10 WS-ANT-NUMERO      PIC 9(07).
              10 WS-ANT-ORIGINAL    PIC 9(07).
              10 WS-ANT-BASE        PIC S9(09)V99 COMP-3.
              10 WS-ANT-IMPORTE     PIC S9(09)V99 COMP-3.
              10 WS-ANT-MARCA       PIC X(01).
              10 WS-ANT-PAR         PIC 9(05).
       01  WS-ACT-COUNT             PIC 9(05) VALUE 0.
       01  WS-TABLA-ACT.
           05 WS-ACT-ENTRY OCCURS 5000 TIMES
                            DEPENDING ON WS-ACT-COUNT.
              10 WS-ACT-TIPO        PIC X(01).
              10 WS-ACT-CUIT        PIC X(11).
              10 WS-ACT-FECHA       PIC X(10).
              10 WS-ACT-SUCURSAL    PIC 9(01).
              10 WS-ACT-NUMERO      PIC 9(07).
              10 WS-ACT-ORIGINAL    PIC 9(07).
              10 WS-ACT-BASE        PIC S9(09)V99 COMP-3.
              10 WS-ACT-IMPORTE     PIC S9(09)V99 COMP-3.
              10 WS-ACT-MARCA       PIC X(01).
       01  WS-ANT-SUB               PIC 9(05) VALUE 0.
       01  WS-ACT-SUB               PIC 9(05) VALUE 0.
       01  WS-PAR-HALLADO           PIC 9(05) VALUE 0.

      *--- Ultima presentacion registrada y la rectificativa a armar.
       01  WS-HAY-FOTO              PIC X(01) VALUE 'N'.
           88 HAY-FOTO-SI                VALUE 'S'.
       01  WS-ULT-NRO               PIC 9(02) VALUE 0.
       01  WS-ULT-FECHA             PIC X(10) VALUE SPACES.
       01  WS-NUEVO-NRO             PIC 9(02) VALUE 0.

      *--- Totales de la presentacion anterior (registro 'T' de la
      *--- foto) y del estado actual, y la diferencia de importe.
       01  WS-ANT-TOT-CANT          PIC 9(07) VALUE 0.
       01  WS-ANT-TOT-BASE          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ANT-TOT-IMPORTE       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACT-TOT-CANT          PIC 9(07) VALUE 0.
       01  WS-ACT-TOT-BASE          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACT-TOT-IMPORTE       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DIF-IMPORTE           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LIN-BASE              PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-LIN-IMPORTE           PIC S9(09)V99 COMP-3 VALUE 0.

      *--- Contadores de la comparacion.
       01  WS-CONT-ALTAS            PIC 9(05) VALUE 0.
       01  WS-CONT-BAJAS            PIC 9(05) VALUE 0.
       01  WS-CONT-MODIF            PIC 9(05) VALUE 0.
       01  WS-CONT-DIFERENCIAS      PIC 9(05) VALUE 0.

      *--- Comprobante a imprimir en el informe.
       01  WS-CMP-ROTULO            PIC X(06).
       01  WS-CMP-TIPO              PIC X(01).
       01  WS-CMP-CUIT              PIC X(11).
       01  WS-CMP-FECHA             PIC X(10).
       01  WS-CMP-SUCURSAL          PIC 9(01).
       01  WS-CMP-NUMERO            PIC 9(07).
       01  WS-CMP-ORIGINAL          PIC 9(07).
       01  WS-CMP-BASE              PIC S9(09)V99 COMP-3.
       01  WS-CMP-IMPORTE           PIC S9(09)V99 COMP-3.
       01  WS-CMP-TIPO-DESC         PIC X(09).

      *--- Campos editados para el informe.
       01  WS-ED-CANT               PIC ZZZ,ZZ9.
       01  WS-ED-BASE               PIC ----,---,--9.99.
       01  WS-ED-IMPORTE            PIC ----,---,--9.99.

      *--- Registros del archivo de la rectificativa: cabecera '0',
      *--- detalle y totales '9' con el formato de ARBADDJJ.TXT.
       01  WS-RECT-CABECERA.
           05 WS-RCB-TIPO           PIC X(01) VALUE '0'.
           05 WS-RCB-CUIT-AGENTE    PIC X(11).
           05 WS-RCB-QUINCENA       PIC X(07).
           05 WS-RCB-REGIMEN        PIC X(01).
           05 WS-RCB-RECTIFICATIVA  PIC 9(02).
       01  WS-DETALLE.
           05 WS-DET-TIPO           PIC X(01).
           05 WS-DET-CUIT           PIC X(11).
           05 WS-DET-FECHA          PIC X(10).
           05 WS-DET-COMPROBANTE.
              10 WS-DET-SUCURSAL    PIC 9(01).
              10 WS-DET-NUMERO      PIC 9(07).
           05 WS-DET-IMPORTE        PIC -9(09).99.
       01  WS-TOTALES.
           05 WS-TOT-TIPO           PIC X(01) VALUE '9'.
           05 WS-TOT-CANT           PIC 9(07).
           05 WS-TOT-IMPORTE        PIC -9(11).99.

      *--- Tabla del control de periodos, para volver a cerrar la
      *--- quincena al confirmar la rectificativa.
       01  WS-PER-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-PERIODOS.
           05 WS-PER-ENTRY OCCURS 200 TIMES
                            DEPENDING ON WS-PER-COUNT.
              10 WS-PER-T-QUINCENA  PIC X(07).
              10 WS-PER-T-ESTADO    PIC X(07).
              10 WS-PER-T-PRESENT   PIC X(10).
       01  WS-PER-SUB               PIC 9(03) VALUE 0.
       01  WS-PER-HALLADO           PIC 9(03) VALUE 0.
       01  WS-ESTADO-QUINCENA       PIC X(07) VALUE SPACES.

      *--- Imagen de un registro del control de periodos para la
      *--- bitacora, con el mismo layout que ERPPERR.
       01  WS-PER-IMAGEN.
           05 WS-IMG-QUINCENA       PIC X(07).
           05 WS-IMG-ESTADO         PIC X(07).
           05 WS-IMG-PRESENT        PIC X(10).

      *--- Bitacora de cambios: operador identificado al confirmar la
      *--- presentacion y datos de cada cambio para BITREG.
           COPY ERPBITW.

      *--- Confirmacion del operador y fecha del dia.
       01  WS-CONFIRMA              PIC X(01) VALUE 'N'.
       01  WS-FECHA-CD              PIC X(08).
       01  WS-FECHA-HOY             PIC X(10).

      *--- Indicadores de estado.
       01  WS-PROCESO               PIC X(01) VALUE 'S'.
           88 PROCESO-OK                 VALUE 'S'.
       01  WS-REABIERTA             PIC X(01) VALUE 'N'.
           88 QUINCENA-REABIERTA         VALUE 'S'.
       01  WS-FIN-AUDIT             PIC X(01) VALUE 'N'.
           88 FIN-AUDIT-SI               VALUE 'S'.
       01  WS-FIN-FOTO              PIC X(01) VALUE 'N'.
           88 FIN-FOTO-SI                VALUE 'S'.
       01  WS-FIN-PERIODOS          PIC X(01) VALUE 'N'.
           88 FIN-PERIODOS-SI            VALUE 'S'.
       01  WS-RECT-GENERADA         PIC X(01) VALUE 'N'.
           88 RECT-GENERADA-SI           VALUE 'S'.
       01  WS-FOTO-GRABADA          PIC X(01) VALUE 'N'.
           88 FOTO-GRABADA-SI            VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-AUDIT              PIC X(02).
       01  WS-FS-FOTO               PIC X(02).
       01  WS-FS-PERIODO            PIC X(02).
       01  WS-FS-PAGO               PIC X(02).
       01  WS-FS-REPORT             PIC X(02).
       01  WS-FS-RECT               PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
      * Logica principal del programa.                                 *
      *================================================================*
       MAIN-PROCEDURE.
           PERFORM 0500-SELECCIONAR-AGENTE.
           IF AGENTE-SELECCIONADO
               PERFORM 1000-INICIALIZAR
               IF PROCESO-OK
                   PERFORM 2000-CARGAR-FOTO
               END-IF
               IF PROCESO-OK
                   PERFORM 3000-CARGAR-ACTUAL
               END-IF
               IF PROCESO-OK
                   PERFORM 4000-COMPARAR
                   PERFORM 5000-EMITIR-INFORME
                   PERFORM 6000-GENERAR-RECTIFICATIVA
               END-IF
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0500 - Seleccion del agente de recaudacion: AGTSEL reescribe   *
      * los nombres de los archivos con los propios de la sociedad     *
      * elegida. Sin agente valido no se arma la rectificativa.        *
      *----------------------------------------------------------------*
       0500-SELECCIONAR-AGENTE.
           CALL 'AGTSEL' USING WS-ARCHIVOS-INTERNOS
                               WS-AGENTE-DATOS.
           IF NOT AGENTE-SELECCIONADO
               DISPLAY "ERROR: no se pudo seleccionar el agente, "
                       "no se arma la rectificativa."
           END-IF.

      *----------------------------------------------------------------*
      * 1000 - Inicializacion: quincena y regimen a rectificar, rango  *
      * de fechas de la quincena (dias 1 a 15 = quincena 1) y estado   *
      * de la quincena en el control de periodos.                      *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE 'S' TO WS-PROCESO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-CD.
           STRING WS-FECHA-CD (1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (7:2) DELIMITED BY SIZE
             INTO WS-FECHA-HOY.
           DISPLAY "Quincena a rectificar (AAAAMMQ): ".
           ACCEPT WS-QUINCENA-PED.
           DISPLAY "Regimen (R retenciones, P percepciones, "
                   "blanco = R): ".
           ACCEPT WS-REGIMEN-PED.
           IF WS-REGIMEN-PED = SPACE OR WS-REGIMEN-PED = 'r'
               MOVE 'R' TO WS-REGIMEN-PED
           END-IF.
           IF WS-REGIMEN-PED = 'p'
               MOVE 'P' TO WS-REGIMEN-PED
           END-IF.
           IF WS-QUINCENA-PED NOT NUMERIC
               MOVE 'N' TO WS-PROCESO
               DISPLAY "La quincena debe ser AAAAMMQ."
           ELSE
               MOVE WS-QUINCENA-PED (5:2) TO WS-QP-MES
               IF WS-QP-MES < 1 OR WS-QP-MES > 12
                OR (WS-QUINCENA-PED (7:1) NOT = '1'
                AND WS-QUINCENA-PED (7:1) NOT = '2')
                   MOVE 'N' TO WS-PROCESO
                   DISPLAY "La quincena debe ser AAAAMMQ, con mes "
                           "01 a 12 y Q 1 o 2."
               END-IF
           END-IF.
           IF WS-REGIMEN-PED NOT = 'R' AND WS-REGIMEN-PED NOT = 'P'
               MOVE 'N' TO WS-PROCESO
               DISPLAY "El regimen debe ser R o P."
           END-IF.
           IF PROCESO-OK
               IF WS-REGIMEN-PED = 'P'
                   MOVE 'PERCEPCIONES' TO WS-REGIMEN-DESC
               ELSE
                   MOVE 'RETENCIONES'  TO WS-REGIMEN-DESC
               END-IF
               MOVE SPACES TO WS-FECHA-DESDE WS-FECHA-HASTA
               STRING WS-QUINCENA-PED (1:4) DELIMITED BY SIZE
                      "-"                   DELIMITED BY SIZE
                      WS-QUINCENA-PED (5:2) DELIMITED BY SIZE
                      "-"                   DELIMITED BY SIZE
                 INTO WS-FECHA-DESDE
               MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
               IF WS-QUINCENA-PED (7:1) = '1'
                   MOVE '01' TO WS-FECHA-DESDE (9:2)
                   MOVE '15' TO WS-FECHA-HASTA (9:2)
               ELSE
                   MOVE '16' TO WS-FECHA-DESDE (9:2)
                   MOVE '31' TO WS-FECHA-HASTA (9:2)
               END-IF
               PERFORM 1100-CARGAR-PERIODOS
               DISPLAY "Quincena " WS-QUINCENA-PED " ("
                       WS-FECHA-DESDE " a " WS-FECHA-HASTA ") "
                       FUNCTION TRIM(WS-REGIMEN-DESC) ", estado "
                       FUNCTION TRIM(WS-ESTADO-QUINCENA) "."
           END-IF.

      *----------------------------------------------------------------*
      * 1100 - Carga el control de periodos (se reescribe completo al  *
      * confirmar) y toma el estado de la quincena. Sin registro la    *
      * quincena esta ABIERTA; CERRADO y PAGADO no admiten cambios.    *
      *----------------------------------------------------------------*
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
           MOVE 0 TO WS-PER-HALLADO.
           PERFORM 1120-BUSCAR-QUINCENA
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-COUNT
                  OR WS-PER-HALLADO > 0.
           IF WS-PER-HALLADO > 0
               MOVE WS-PER-T-ESTADO (WS-PER-HALLADO)
                   TO WS-ESTADO-QUINCENA
           ELSE
               MOVE 'ABIERTO' TO WS-ESTADO-QUINCENA
           END-IF.
           IF WS-ESTADO-QUINCENA = 'CERRADO'
            OR WS-ESTADO-QUINCENA = 'PAGADO'
               MOVE 'N' TO WS-REABIERTA
           ELSE
               MOVE 'S' TO WS-REABIERTA
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
           END-READ.

       1120-BUSCAR-QUINCENA.
           IF WS-PER-T-QUINCENA (WS-PER-SUB) = WS-QUINCENA-PED
               MOVE WS-PER-SUB TO WS-PER-HALLADO
           END-IF.

      *----------------------------------------------------------------*
      * 2000 - Ultima presentacion de la quincena y regimen: una       *
      * primera pasada sobre DDJJFOT.DAT busca el numero mayor y una   *
      * segunda carga su detalle y sus totales. Sin foto no hay contra *
      * que rectificar: la original se presenta con DDJJRET.           *
      *----------------------------------------------------------------*
       2000-CARGAR-FOTO.
           MOVE 'N' TO WS-HAY-FOTO.
           MOVE 'N' TO WS-FIN-FOTO.
           OPEN INPUT FOTO-FILE.
           IF WS-FS-FOTO = '00'
               PERFORM 2100-BUSCAR-ULTIMA
                   UNTIL FIN-FOTO-SI
               CLOSE FOTO-FILE
           END-IF.
           IF NOT HAY-FOTO-SI
               MOVE 'N' TO WS-PROCESO
               DISPLAY "La quincena " WS-QUINCENA-PED " ("
                       FUNCTION TRIM(WS-REGIMEN-DESC)
                       ") no tiene presentacion registrada en "
                       FUNCTION TRIM(WS-NOM-FOTO-FILE)
                       ": la original se presenta con DDJJRET."
           ELSE
               MOVE 0 TO WS-ANT-COUNT
               MOVE 'N' TO WS-FIN-FOTO
               OPEN INPUT FOTO-FILE
               PERFORM 2200-CARGAR-DETALLE-FOTO
                   UNTIL FIN-FOTO-SI
               CLOSE FOTO-FILE
               IF WS-ULT-NRO = 0
                   DISPLAY "Presentacion anterior: original del "
                           WS-ULT-FECHA "."
               ELSE
                   DISPLAY "Presentacion anterior: rectificativa "
                           WS-ULT-NRO " del " WS-ULT-FECHA "."
               END-IF
           END-IF.

       2100-BUSCAR-ULTIMA.
           READ FOTO-FILE
               AT END
                   MOVE 'S' TO WS-FIN-FOTO
               NOT AT END
                   IF FOT-ES-CABECERA
                  AND FOT-QUINCENA = WS-QUINCENA-PED
                  AND FOT-REGIMEN  = WS-REGIMEN-PED
                       IF NOT HAY-FOTO-SI
                        OR FOT-NRO-PRESENT > WS-ULT-NRO
                           MOVE 'S' TO WS-HAY-FOTO
                           MOVE FOT-NRO-PRESENT   TO WS-ULT-NRO
                           MOVE FOT-FECHA-PRESENT TO WS-ULT-FECHA
                       END-IF
                   END-IF
           END-READ.

       2200-CARGAR-DETALLE-FOTO.
           READ FOTO-FILE
               AT END
                   MOVE 'S' TO WS-FIN-FOTO
               NOT AT END
                   IF FOT-QUINCENA    = WS-QUINCENA-PED
                  AND FOT-REGIMEN     = WS-REGIMEN-PED
                  AND FOT-NRO-PRESENT = WS-ULT-NRO
                       EVALUATE TRUE
                           WHEN FOT-ES-DETALLE
                               PERFORM 2210-TOMAR-DETALLE-FOTO
                           WHEN FOT-ES-TOTAL
                               MOVE FOT-TOT-CANT TO WS-ANT-TOT-CANT
                               MOVE FOT-TOT-BASE TO WS-ANT-TOT-BASE
                               MOVE FOT-TOT-IMPORTE
                                   TO WS-ANT-TOT-IMPORTE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2210-TOMAR-DETALLE-FOTO.
           IF WS-ANT-COUNT >= 5000
               IF PROCESO-OK
                   DISPLAY "ERROR: la presentacion anterior supera "
                           "los 5000 comprobantes, no se puede "
                           "comparar."
               END-IF
               MOVE 'N' TO WS-PROCESO
           ELSE
               ADD 1 TO WS-ANT-COUNT
               MOVE FOT-DET-TIPO     TO WS-ANT-TIPO (WS-ANT-COUNT)
               MOVE FOT-DET-CUIT     TO WS-ANT-CUIT (WS-ANT-COUNT)
               MOVE FOT-DET-FECHA    TO WS-ANT-FECHA (WS-ANT-COUNT)
               MOVE FOT-DET-SUCURSAL TO WS-ANT-SUCURSAL (WS-ANT-COUNT)
               MOVE FOT-DET-NUMERO   TO WS-ANT-NUMERO (WS-ANT-COUNT)
               MOVE FOT-DET-ORIGINAL TO WS-ANT-ORIGINAL (WS-ANT-COUNT)
               MOVE FOT-DET-BASE     TO WS-ANT-BASE (WS-ANT-COUNT)
               MOVE FOT-DET-IMPORTE  TO WS-ANT-IMPORTE (WS-ANT-COUNT)
               MOVE SPACE            TO WS-ANT-MARCA (WS-ANT-COUNT)
               MOVE 0                TO WS-ANT-PAR (WS-ANT-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      * 3000 - Estado actual de la quincena: las lineas OK del log del *
      * regimen pedido, de ARBA, con fecha de operacion en la          *
      * quincena. Una anulacion entra con signo negativo.              *
      *----------------------------------------------------------------*
       3000-CARGAR-ACTUAL.
           MOVE 0 TO WS-ACT-COUNT.
           MOVE 'N' TO WS-FIN-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-FS-AUDIT NOT = '00'
               MOVE 'N' TO WS-PROCESO
               DISPLAY "ERROR: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-AUDIT-FILE)
                       ", estado " WS-FS-AUDIT "."
           ELSE
               PERFORM 3100-LEER-AUDITORIA
                   UNTIL FIN-AUDIT-SI
               CLOSE AUDIT-FILE
           END-IF.

       3100-LEER-AUDITORIA.
           READ AUDIT-FILE
               AT END
                   MOVE 'S' TO WS-FIN-AUDIT
               NOT AT END
                   PERFORM 3200-SEPARAR-LINEA-AUDITORIA
                   IF WS-AUD-RESULTADO = "OK"
                  AND WS-AUD-REGIMEN = WS-REGIMEN-PED
                  AND WS-AUD-JURISDICCION NOT = 'C'
                  AND WS-AUD-FECHA (1:10) >= WS-FECHA-DESDE
                  AND WS-AUD-FECHA (1:10) <= WS-FECHA-HASTA
                       PERFORM 3300-TOMAR-LINEA-ACTUAL
                   END-IF
           END-READ.

       3200-SEPARAR-LINEA-AUDITORIA.
           MOVE SPACES TO WS-AUD-TIPO WS-AUD-ORIGINAL
                          WS-AUD-RUN-ID WS-AUD-REGIMEN
                          WS-AUD-JURISDICCION.
           MOVE 0 TO WS-AUD-REG-LEN WS-AUD-JUR-LEN.
           UNSTRING AUDIT-RECORD DELIMITED BY ","
               INTO WS-AUD-CUIT
                    WS-AUD-SUCURSAL
                    WS-AUD-BASE-ED
                    WS-AUD-ALIC-ED
                    WS-AUD-IMPORTE-ED
                    WS-AUD-FECHA
                    WS-AUD-FILENAME
                    WS-AUD-RESULTADO
                    WS-AUD-TIPO
                    WS-AUD-ORIGINAL
                    WS-AUD-RUN-ID
                    WS-AUD-REGIMEN
                        COUNT IN WS-AUD-REG-LEN
                    WS-AUD-JURISDICCION
                        COUNT IN WS-AUD-JUR-LEN
           END-UNSTRING.
           IF WS-AUD-JURISDICCION NOT = 'C'
            OR WS-AUD-JUR-LEN NOT = 1
            OR WS-AUD-REG-LEN NOT = 1
               MOVE 'B' TO WS-AUD-JURISDICCION
           END-IF.
           IF WS-AUD-REGIMEN NOT = 'P'
            OR WS-AUD-REG-LEN NOT = 1
               MOVE 'R' TO WS-AUD-REGIMEN
           END-IF.
           MOVE WS-AUD-FILENAME (2:7) TO WS-AUD-RET-NUMERO.

       3300-TOMAR-LINEA-ACTUAL.
           IF WS-ACT-COUNT >= 5000
               IF PROCESO-OK
                   DISPLAY "ERROR: la quincena supera los 5000 "
                           "comprobantes, no se puede comparar."
               END-IF
               MOVE 'N' TO WS-PROCESO
           ELSE
               ADD 1 TO WS-ACT-COUNT
               COMPUTE WS-LIN-BASE = FUNCTION NUMVAL(WS-AUD-BASE-ED)
               COMPUTE WS-LIN-IMPORTE =
                   FUNCTION NUMVAL(WS-AUD-IMPORTE-ED)
               IF WS-AUD-TIPO = 'A'
                   MOVE '2' TO WS-ACT-TIPO (WS-ACT-COUNT)
                   COMPUTE WS-LIN-BASE    = 0 - WS-LIN-BASE
                   COMPUTE WS-LIN-IMPORTE = 0 - WS-LIN-IMPORTE
                   IF WS-AUD-ORIGINAL NUMERIC
                       MOVE WS-AUD-ORIGINAL
                           TO WS-ACT-ORIGINAL (WS-ACT-COUNT)
                   ELSE
                       MOVE 0 TO WS-ACT-ORIGINAL (WS-ACT-COUNT)
                   END-IF
               ELSE
                   MOVE '1' TO WS-ACT-TIPO (WS-ACT-COUNT)
                   MOVE 0   TO WS-ACT-ORIGINAL (WS-ACT-COUNT)
               END-IF
               MOVE WS-AUD-CUIT  TO WS-ACT-CUIT (WS-ACT-COUNT)
               MOVE WS-AUD-FECHA (1:10)
                   TO WS-ACT-FECHA (WS-ACT-COUNT)
               IF WS-AUD-SUCURSAL NUMERIC
                   MOVE WS-AUD-SUCURSAL
                       TO WS-ACT-SUCURSAL (WS-ACT-COUNT)
               ELSE
                   MOVE 0 TO WS-ACT-SUCURSAL (WS-ACT-COUNT)
               END-IF
               IF WS-AUD-RET-NUMERO NUMERIC
                   MOVE WS-AUD-RET-NUMERO
                       TO WS-ACT-NUMERO (WS-ACT-COUNT)
               ELSE
                   MOVE 0 TO WS-ACT-NUMERO (WS-ACT-COUNT)
               END-IF
               MOVE WS-LIN-BASE    TO WS-ACT-BASE (WS-ACT-COUNT)
               MOVE WS-LIN-IMPORTE TO WS-ACT-IMPORTE (WS-ACT-COUNT)
               MOVE SPACE          TO WS-ACT-MARCA (WS-ACT-COUNT)
               ADD 1              TO WS-ACT-TOT-CANT
               ADD WS-LIN-BASE    TO WS-ACT-TOT-BASE
               ADD WS-LIN-IMPORTE TO WS-ACT-TOT-IMPORTE
           END-IF.

      *----------------------------------------------------------------*
      * 4000 - Compara comprobante por comprobante (numero de          *
      * retencion y tipo): sin par en el estado actual esta quitado,   *
      * con par y algun dato distinto esta modificado; los actuales    *
      * que quedan sin par son los agregados.                          *
      *----------------------------------------------------------------*
       4000-COMPARAR.
           PERFORM 4100-COMPARAR-ANTERIOR
               VARYING WS-ANT-SUB FROM 1 BY 1
               UNTIL WS-ANT-SUB > WS-ANT-COUNT.
           PERFORM 4200-CONTAR-AGREGADO
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.
           COMPUTE WS-CONT-DIFERENCIAS = WS-CONT-ALTAS
                                       + WS-CONT-BAJAS
                                       + WS-CONT-MODIF.
           COMPUTE WS-DIF-IMPORTE = WS-ACT-TOT-IMPORTE
                                  - WS-ANT-TOT-IMPORTE.

       4100-COMPARAR-ANTERIOR.
           MOVE 0 TO WS-PAR-HALLADO.
           PERFORM 4110-BUSCAR-PAR
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT
                  OR WS-PAR-HALLADO > 0.
           IF WS-PAR-HALLADO = 0
               MOVE 'B' TO WS-ANT-MARCA (WS-ANT-SUB)
               ADD 1 TO WS-CONT-BAJAS
           ELSE
               MOVE 'S' TO WS-ACT-MARCA (WS-PAR-HALLADO)
               MOVE WS-PAR-HALLADO TO WS-ANT-PAR (WS-ANT-SUB)
               IF WS-ANT-CUIT (WS-ANT-SUB)
                  NOT = WS-ACT-CUIT (WS-PAR-HALLADO)
                OR WS-ANT-FECHA (WS-ANT-SUB)
                  NOT = WS-ACT-FECHA (WS-PAR-HALLADO)
                OR WS-ANT-SUCURSAL (WS-ANT-SUB)
                  NOT = WS-ACT-SUCURSAL (WS-PAR-HALLADO)
                OR WS-ANT-ORIGINAL (WS-ANT-SUB)
                  NOT = WS-ACT-ORIGINAL (WS-PAR-HALLADO)
                OR WS-ANT-BASE (WS-ANT-SUB)
                  NOT = WS-ACT-BASE (WS-PAR-HALLADO)
                OR WS-ANT-IMPORTE (WS-ANT-SUB)
                  NOT = WS-ACT-IMPORTE (WS-PAR-HALLADO)
                   MOVE 'M' TO WS-ANT-MARCA (WS-ANT-SUB)
                   ADD 1 TO WS-CONT-MODIF
               ELSE
                   MOVE 'I' TO WS-ANT-MARCA (WS-ANT-SUB)
               END-IF
           END-IF.

       4110-BUSCAR-PAR.
           IF WS-ACT-MARCA (WS-ACT-SUB) = SPACE
          AND WS-ACT-NUMERO (WS-ACT-SUB) = WS-ANT-NUMERO (WS-ANT-SUB)
          AND WS-ACT-TIPO (WS-ACT-SUB) = WS-ANT-TIPO (WS-ANT-SUB)
               MOVE WS-ACT-SUB TO WS-PAR-HALLADO
           END-IF.

       4200-CONTAR-AGREGADO.
           IF WS-ACT-MARCA (WS-ACT-SUB) = SPACE
               ADD 1 TO WS-CONT-ALTAS
           END-IF.

      *----------------------------------------------------------------*
      * 5000 - Informe de la comparacion: agregados, quitados,         *
      * modificados (como estaban y como estan), los totales de las    *
      * dos presentaciones y la diferencia a pagar o a recuperar.      *
      *----------------------------------------------------------------*
       5000-EMITIR-INFORME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-FS-REPORT NOT = '00'
               DISPLAY "Aviso: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-RECTIF-FILE)
                       ", estado " WS-FS-REPORT
                       ", la comparacion queda solo en la consola."
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "COMPARACION CONTRA LA PRESENTACION ANTERIOR - "
                                           DELIMITED BY SIZE
                  "QUINCENA "              DELIMITED BY SIZE
                  WS-QUINCENA-PED          DELIMITED BY SIZE
                  " - "                    DELIMITED BY SIZE
                  WS-REGIMEN-DESC          DELIMITED BY SPACE
                  " ARBA"                  DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE ALL "=" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-ULT-NRO = 0
               STRING "PRESENTACION ANTERIOR: ORIGINAL DEL "
                                           DELIMITED BY SIZE
                      WS-ULT-FECHA         DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
               STRING "PRESENTACION ANTERIOR: RECTIFICATIVA "
                                           DELIMITED BY SIZE
                      WS-ULT-NRO           DELIMITED BY SIZE
                      " DEL "              DELIMITED BY SIZE
                      WS-ULT-FECHA         DELIMITED BY SIZE
                 INTO REPORT-RECORD
           END-IF.
           PERFORM 8900-GRABAR-LINEA.
           MOVE SPACES TO REPORT-RECORD.
           STRING "ESTADO DE LA QUINCENA: " DELIMITED BY SIZE
                  WS-ESTADO-QUINCENA       DELIMITED BY SPACE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

           MOVE SPACES TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE "COMPROBANTES AGREGADOS" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           PERFORM 5100-EMITIR-AGREGADO
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.
           MOVE WS-CONT-ALTAS TO WS-ED-CANT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  CANTIDAD: " DELIMITED BY SIZE
                  WS-ED-CANT     DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

           MOVE SPACES TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE "COMPROBANTES QUITADOS" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           PERFORM 5200-EMITIR-QUITADO
               VARYING WS-ANT-SUB FROM 1 BY 1
               UNTIL WS-ANT-SUB > WS-ANT-COUNT.
           MOVE WS-CONT-BAJAS TO WS-ED-CANT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  CANTIDAD: " DELIMITED BY SIZE
                  WS-ED-CANT     DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

           MOVE SPACES TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE "COMPROBANTES MODIFICADOS" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           PERFORM 5300-EMITIR-MODIFICADO
               VARYING WS-ANT-SUB FROM 1 BY 1
               UNTIL WS-ANT-SUB > WS-ANT-COUNT.
           MOVE WS-CONT-MODIF TO WS-ED-CANT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  CANTIDAD: " DELIMITED BY SIZE
                  WS-ED-CANT     DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

           PERFORM 5600-EMITIR-TOTALES.
           IF WS-FS-REPORT = '00'
               CLOSE REPORT-FILE
           END-IF.
           MOVE WS-CONT-ALTAS TO WS-ED-CANT.
           DISPLAY "Comprobantes agregados:   " WS-ED-CANT.
           MOVE WS-CONT-BAJAS TO WS-ED-CANT.
           DISPLAY "Comprobantes quitados:    " WS-ED-CANT.
           MOVE WS-CONT-MODIF TO WS-ED-CANT.
           DISPLAY "Comprobantes modificados: " WS-ED-CANT.
           MOVE WS-DIF-IMPORTE TO WS-ED-IMPORTE.
           EVALUATE TRUE
               WHEN WS-DIF-IMPORTE > 0
                   DISPLAY "Diferencia a pagar:       " WS-ED-IMPORTE
               WHEN WS-DIF-IMPORTE < 0
                   DISPLAY "Diferencia a recuperar:   " WS-ED-IMPORTE
               WHEN OTHER
                   DISPLAY "Sin diferencia de importe."
           END-EVALUATE.
           DISPLAY "Comparacion en "
                   FUNCTION TRIM(WS-NOM-RECTIF-FILE) ".".

       5100-EMITIR-AGREGADO.
           IF WS-ACT-MARCA (WS-ACT-SUB) = SPACE
               MOVE 'ALTA'  TO WS-CMP-ROTULO
               PERFORM 5410-TOMAR-ACTUAL
               PERFORM 5500-LINEA-COMPROBANTE
           END-IF.

       5200-EMITIR-QUITADO.
           IF WS-ANT-MARCA (WS-ANT-SUB) = 'B'
               MOVE 'BAJA'  TO WS-CMP-ROTULO
               PERFORM 5400-TOMAR-ANTERIOR
               PERFORM 5500-LINEA-COMPROBANTE
           END-IF.

       5300-EMITIR-MODIFICADO.
           IF WS-ANT-MARCA (WS-ANT-SUB) = 'M'
               MOVE 'ANTES' TO WS-CMP-ROTULO
               PERFORM 5400-TOMAR-ANTERIOR
               PERFORM 5500-LINEA-COMPROBANTE
               MOVE WS-ANT-PAR (WS-ANT-SUB) TO WS-ACT-SUB
               MOVE 'AHORA' TO WS-CMP-ROTULO
               PERFORM 5410-TOMAR-ACTUAL
               PERFORM 5500-LINEA-COMPROBANTE
           END-IF.

       5400-TOMAR-ANTERIOR.
           MOVE WS-ANT-TIPO (WS-ANT-SUB)     TO WS-CMP-TIPO.
           MOVE WS-ANT-CUIT (WS-ANT-SUB)     TO WS-CMP-CUIT.
           MOVE WS-ANT-FECHA (WS-ANT-SUB)    TO WS-CMP-FECHA.
           MOVE WS-ANT-SUCURSAL (WS-ANT-SUB) TO WS-CMP-SUCURSAL.
           MOVE WS-ANT-NUMERO (WS-ANT-SUB)   TO WS-CMP-NUMERO.
           MOVE WS-ANT-ORIGINAL (WS-ANT-SUB) TO WS-CMP-ORIGINAL.
           MOVE WS-ANT-BASE (WS-ANT-SUB)     TO WS-CMP-BASE.
           MOVE WS-ANT-IMPORTE (WS-ANT-SUB)  TO WS-CMP-IMPORTE.

       5410-TOMAR-ACTUAL.
           MOVE WS-ACT-TIPO (WS-ACT-SUB)     TO WS-CMP-TIPO.
           MOVE WS-ACT-CUIT (WS-ACT-SUB)     TO WS-CMP-CUIT.
           MOVE WS-ACT-FECHA (WS-ACT-SUB)    TO WS-CMP-FECHA.
           MOVE WS-ACT-SUCURSAL (WS-ACT-SUB) TO WS-CMP-SUCURSAL.
           MOVE WS-ACT-NUMERO (WS-ACT-SUB)   TO WS-CMP-NUMERO.
           MOVE WS-ACT-ORIGINAL (WS-ACT-SUB) TO WS-CMP-ORIGINAL.
           MOVE WS-ACT-BASE (WS-ACT-SUB)     TO WS-CMP-BASE.
           MOVE WS-ACT-IMPORTE (WS-ACT-SUB)  TO WS-CMP-IMPORTE.

       5500-LINEA-COMPROBANTE.
           IF WS-CMP-TIPO = '2'
               MOVE 'ANULACION' TO WS-CMP-TIPO-DESC
           ELSE
               MOVE 'RETENCION' TO WS-CMP-TIPO-DESC
           END-IF.
           MOVE WS-CMP-BASE    TO WS-ED-BASE.
           MOVE WS-CMP-IMPORTE TO WS-ED-IMPORTE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  "              DELIMITED BY SIZE
                  WS-CMP-ROTULO     DELIMITED BY SIZE
                  WS-CMP-NUMERO     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-CMP-TIPO-DESC  DELIMITED BY SIZE
                  " CUIT "          DELIMITED BY SIZE
                  WS-CMP-CUIT       DELIMITED BY SIZE
                  " SUC "           DELIMITED BY SIZE
                  WS-CMP-SUCURSAL   DELIMITED BY SIZE
                  " FECHA "         DELIMITED BY SIZE
                  WS-CMP-FECHA      DELIMITED BY SIZE
                  " ORIG "          DELIMITED BY SIZE
                  WS-CMP-ORIGINAL   DELIMITED BY SIZE
                  " BASE"           DELIMITED BY SIZE
                  WS-ED-BASE        DELIMITED BY SIZE
                  " IMPORTE"        DELIMITED BY SIZE
                  WS-ED-IMPORTE     DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

       5600-EMITIR-TOTALES.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-ANT-TOT-CANT    TO WS-ED-CANT.
           MOVE WS-ANT-TOT-BASE    TO WS-ED-BASE.
           MOVE WS-ANT-TOT-IMPORTE TO WS-ED-IMPORTE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PRESENTADO  - CANTIDAD " DELIMITED BY SIZE
                  WS-ED-CANT               DELIMITED BY SIZE
                  "  BASE"                 DELIMITED BY SIZE
                  WS-ED-BASE               DELIMITED BY SIZE
                  "  IMPORTE"              DELIMITED BY SIZE
                  WS-ED-IMPORTE            DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-ACT-TOT-CANT    TO WS-ED-CANT.
           MOVE WS-ACT-TOT-BASE    TO WS-ED-BASE.
           MOVE WS-ACT-TOT-IMPORTE TO WS-ED-IMPORTE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "RECTIFICADO - CANTIDAD " DELIMITED BY SIZE
                  WS-ED-CANT               DELIMITED BY SIZE
                  "  BASE"                 DELIMITED BY SIZE
                  WS-ED-BASE               DELIMITED BY SIZE
                  "  IMPORTE"              DELIMITED BY SIZE
                  WS-ED-IMPORTE            DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-DIF-IMPORTE TO WS-ED-IMPORTE.
           MOVE SPACES TO REPORT-RECORD.
           EVALUATE TRUE
               WHEN WS-DIF-IMPORTE > 0
                   STRING "DIFERENCIA A PAGAR:      "
                                           DELIMITED BY SIZE
                          WS-ED-IMPORTE    DELIMITED BY SIZE
                     INTO REPORT-RECORD
               WHEN WS-DIF-IMPORTE < 0
                   STRING "DIFERENCIA A RECUPERAR:  "
                                           DELIMITED BY SIZE
                          WS-ED-IMPORTE    DELIMITED BY SIZE
                     INTO REPORT-RECORD
               WHEN OTHER
                   MOVE "SIN DIFERENCIA DE IMPORTE" TO REPORT-RECORD
           END-EVALUATE.
           PERFORM 8900-GRABAR-LINEA.

      *----------------------------------------------------------------*
      * 6000 - Archivo de la rectificativa. Solo con diferencias y con *
      * la quincena reabierta: una quincena CERRADA o PAGADA no pudo   *
      * cambiar desde que se presento, y hay que reabrirla con PERCTL  *
      * antes de rectificar.                                           *
      *----------------------------------------------------------------*
       6000-GENERAR-RECTIFICATIVA.
           EVALUATE TRUE
               WHEN WS-CONT-DIFERENCIAS = 0
                   DISPLAY "Sin diferencias contra la presentacion "
                           "anterior: no hay rectificativa."
               WHEN NOT QUINCENA-REABIERTA
                   DISPLAY "La quincena esta "
                           FUNCTION TRIM(WS-ESTADO-QUINCENA)
                           ": reabrirla con PERCTL antes de "
                           "rectificar. No se genera el archivo."
               WHEN OTHER
                   COMPUTE WS-NUEVO-NRO = WS-ULT-NRO + 1
                   PERFORM 6100-GRABAR-ARCHIVO
                   IF RECT-GENERADA-SI
                       PERFORM 6500-CONFIRMAR-PRESENTACION
                   END-IF
           END-EVALUATE.

       6100-GRABAR-ARCHIVO.
           MOVE 'N' TO WS-RECT-GENERADA.
           OPEN OUTPUT RECT-FILE.
           IF WS-FS-RECT NOT = '00'
               DISPLAY "ERROR: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-ARBARC-FILE)
                       ", estado " WS-FS-RECT "."
           ELSE
               MOVE WS-AGT-CUIT     TO WS-RCB-CUIT-AGENTE
               MOVE WS-QUINCENA-PED TO WS-RCB-QUINCENA
               MOVE WS-REGIMEN-PED  TO WS-RCB-REGIMEN
               MOVE WS-NUEVO-NRO    TO WS-RCB-RECTIFICATIVA
               MOVE WS-RECT-CABECERA TO RECT-RECORD
               PERFORM 8950-GRABAR-RECT
               PERFORM 6200-EMITIR-DETALLE
                   VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-COUNT
               MOVE WS-ACT-TOT-CANT    TO WS-TOT-CANT
               MOVE WS-ACT-TOT-IMPORTE TO WS-TOT-IMPORTE
               MOVE WS-TOTALES TO RECT-RECORD
               PERFORM 8950-GRABAR-RECT
               CLOSE RECT-FILE
               MOVE 'S' TO WS-RECT-GENERADA
               DISPLAY "Rectificativa " WS-NUEVO-NRO
                       " generada en "
                       FUNCTION TRIM(WS-NOM-ARBARC-FILE) "."
           END-IF.

      *----------------------------------------------------------------*
      * 6200 - Registro de detalle con el formato de ARBADDJJ.TXT:     *
      * fecha DD/MM/AAAA y, en una reversa, el numero de la retencion  *
      * original como comprobante.                                     *
      *----------------------------------------------------------------*
       6200-EMITIR-DETALLE.
           MOVE SPACES TO WS-DETALLE.
           MOVE WS-ACT-TIPO (WS-ACT-SUB)     TO WS-DET-TIPO.
           MOVE WS-ACT-CUIT (WS-ACT-SUB)     TO WS-DET-CUIT.
           MOVE WS-ACT-SUCURSAL (WS-ACT-SUB) TO WS-DET-SUCURSAL.
           MOVE SPACES TO WS-DET-FECHA.
           STRING WS-ACT-FECHA (WS-ACT-SUB) (9:2) DELIMITED BY SIZE
                  "/"                             DELIMITED BY SIZE
                  WS-ACT-FECHA (WS-ACT-SUB) (6:2) DELIMITED BY SIZE
                  "/"                             DELIMITED BY SIZE
                  WS-ACT-FECHA (WS-ACT-SUB) (1:4) DELIMITED BY SIZE
             INTO WS-DET-FECHA.
           IF WS-ACT-TIPO (WS-ACT-SUB) = '2'
               MOVE WS-ACT-ORIGINAL (WS-ACT-SUB) TO WS-DET-NUMERO
           ELSE
               MOVE WS-ACT-NUMERO (WS-ACT-SUB)   TO WS-DET-NUMERO
           END-IF.
           MOVE WS-ACT-IMPORTE (WS-ACT-SUB) TO WS-DET-IMPORTE.
           MOVE WS-DETALLE TO RECT-RECORD.
           PERFORM 8950-GRABAR-RECT.

      *----------------------------------------------------------------*
      * 6500 - Si el operador confirma que la rectificativa se         *
      * presento, se identifica con BITREG, se registra la foto, la    *
      * quincena vuelve a quedar CERRADA y se actualiza el neto        *
      * declarado de PAGDDJJ.DAT. Sin operador identificado o sin      *
      * bitacora no se toca nada: la rectificativa se registra en otra *
      * corrida. Si la foto no se grabo completa la quincena tampoco   *
      * se cierra: la proxima rectificativa se compararia contra la    *
      * presentacion anterior y repetiria el numero.                   *
      *----------------------------------------------------------------*
       6500-CONFIRMAR-PRESENTACION.
           DISPLAY "Se presento la rectificativa " WS-NUEVO-NRO
                   "? Registrarla y cerrar la quincena (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE 'I'           TO WS-BIT-FUNCION
               MOVE 'RECTDDJ'     TO WS-BIT-PROGRAMA
               MOVE WS-AGT-CODIGO TO WS-BIT-AGENTE
               CALL 'BITREG' USING WS-BITACORA-DATOS
               IF BITACORA-HABILITADA
                   PERFORM 6600-GRABAR-FOTO
                   IF FOTO-GRABADA-SI
                       PERFORM 6700-CERRAR-QUINCENA
                       PERFORM 6800-ACTUALIZAR-PAGO
                   ELSE
                       DISPLAY "ERROR: la rectificativa no se "
                               "confirma; la quincena sigue "
                               FUNCTION TRIM(WS-ESTADO-QUINCENA)
                               " y el neto de "
                               FUNCTION TRIM(WS-NOM-PAGOS-FILE)
                               " no cambia."
                   END-IF
               ELSE
                   DISPLAY "ERROR: sin operador identificado no se "
                           "registra la rectificativa; la quincena "
                           "sigue "
                           FUNCTION TRIM(WS-ESTADO-QUINCENA) "."
               END-IF
           ELSE
               DISPLAY "La rectificativa no se registra; la "
                       "quincena sigue "
                       FUNCTION TRIM(WS-ESTADO-QUINCENA) "."
           END-IF.

      *----------------------------------------------------------------*
      * 6600 - Foto de la rectificativa en DDJJFOT.DAT, con el mismo   *
      * formato que graba DDJJRET: cabecera, detalle y totales.        *
      *----------------------------------------------------------------*
       6600-GRABAR-FOTO.
           MOVE 'N' TO WS-FOTO-GRABADA.
           OPEN EXTEND FOTO-FILE.
           IF WS-FS-FOTO = '35'
               OPEN OUTPUT FOTO-FILE
           END-IF.
           IF WS-FS-FOTO NOT = '00'
               DISPLAY "Aviso: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-FOTO-FILE)
                       ", estado " WS-FS-FOTO
                       ", la rectificativa queda sin foto."
           ELSE
               MOVE 'S' TO WS-FOTO-GRABADA
               MOVE SPACES TO FOTO-RECORD
               PERFORM 6610-ARMAR-CLAVE-FOTO
               MOVE 'H'          TO FOT-TIPO-REG
               MOVE WS-FECHA-HOY TO FOT-FECHA-PRESENT
               MOVE 'RECTDDJ'    TO FOT-PROGRAMA
               PERFORM 8990-GRABAR-FOTO
               PERFORM 6620-DETALLE-FOTO
                   VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-COUNT
               MOVE SPACES TO FOTO-RECORD
               PERFORM 6610-ARMAR-CLAVE-FOTO
               MOVE 'T'                TO FOT-TIPO-REG
               MOVE WS-ACT-TOT-CANT    TO FOT-TOT-CANT
               MOVE WS-ACT-TOT-BASE    TO FOT-TOT-BASE
               MOVE WS-ACT-TOT-IMPORTE TO FOT-TOT-IMPORTE
               PERFORM 8990-GRABAR-FOTO
               CLOSE FOTO-FILE
               IF FOTO-GRABADA-SI
                   DISPLAY "Foto de la rectificativa " WS-NUEVO-NRO
                           " registrada en "
                           FUNCTION TRIM(WS-NOM-FOTO-FILE) "."
               ELSE
                   DISPLAY "ERROR: la foto de la rectificativa "
                           WS-NUEVO-NRO " quedo incompleta en "
                           FUNCTION TRIM(WS-NOM-FOTO-FILE)
                           "; quitarla del archivo antes de volver "
                           "a correr RECTDDJ."
               END-IF
           END-IF.

       6610-ARMAR-CLAVE-FOTO.
           MOVE WS-QUINCENA-PED TO FOT-QUINCENA.
           MOVE WS-REGIMEN-PED  TO FOT-REGIMEN.
           MOVE WS-NUEVO-NRO    TO FOT-NRO-PRESENT.

       6620-DETALLE-FOTO.
           MOVE SPACES TO FOTO-RECORD.
           PERFORM 6610-ARMAR-CLAVE-FOTO.
           MOVE 'D' TO FOT-TIPO-REG.
           MOVE WS-ACT-TIPO (WS-ACT-SUB)     TO FOT-DET-TIPO.
           MOVE WS-ACT-CUIT (WS-ACT-SUB)     TO FOT-DET-CUIT.
           MOVE WS-ACT-FECHA (WS-ACT-SUB)    TO FOT-DET-FECHA.
           MOVE WS-ACT-SUCURSAL (WS-ACT-SUB) TO FOT-DET-SUCURSAL.
           MOVE WS-ACT-NUMERO (WS-ACT-SUB)   TO FOT-DET-NUMERO.
           MOVE WS-ACT-ORIGINAL (WS-ACT-SUB) TO FOT-DET-ORIGINAL.
           MOVE WS-ACT-BASE (WS-ACT-SUB)     TO FOT-DET-BASE.
           MOVE WS-ACT-IMPORTE (WS-ACT-SUB)  TO FOT-DET-IMPORTE.
           PERFORM 8990-GRABAR-FOTO.

      *----------------------------------------------------------------*
      * 6700 - Vuelve a cerrar la quincena en el control de periodos   *
      * con la fecha del dia como fecha de presentacion (alta si no    *
      * tenia registro), igual que el cierre de DDJJRET.               *
      *----------------------------------------------------------------*
       6700-CERRAR-QUINCENA.
           IF WS-PER-HALLADO = 0
               IF WS-PER-COUNT >= 200
                   DISPLAY "ERROR: el control de periodos esta "
                           "completo, la quincena " WS-QUINCENA-PED
                           " no se pudo cerrar."
               ELSE
                   ADD 1 TO WS-PER-COUNT
                   MOVE WS-QUINCENA-PED
                       TO WS-PER-T-QUINCENA (WS-PER-COUNT)
                   MOVE SPACES TO WS-PER-T-ESTADO (WS-PER-COUNT)
                                  WS-PER-T-PRESENT (WS-PER-COUNT)
                   MOVE WS-PER-COUNT TO WS-PER-HALLADO
               END-IF
           END-IF.
           IF WS-PER-HALLADO > 0
               PERFORM 6790-IMAGEN-PERIODO
               MOVE WS-PER-IMAGEN TO WS-BIT-ANTES
               MOVE 'CERRADO'    TO WS-PER-T-ESTADO (WS-PER-HALLADO)
               MOVE WS-FECHA-HOY TO WS-PER-T-PRESENT (WS-PER-HALLADO)
               OPEN OUTPUT PERIODO-FILE
               IF WS-FS-PERIODO NOT = '00'
                   DISPLAY "ERROR: no se pudo reescribir "
                           FUNCTION TRIM(WS-NOM-PERIODOS-FILE)
                           ", estado " WS-FS-PERIODO
                           ", cerrar la quincena con PERCTL."
               ELSE
                   PERFORM 6710-GRABAR-PERIODO
                       VARYING WS-PER-SUB FROM 1 BY 1
                       UNTIL WS-PER-SUB > WS-PER-COUNT
                   CLOSE PERIODO-FILE
                   DISPLAY "Quincena " WS-QUINCENA-PED " CERRADA."
                   PERFORM 6790-IMAGEN-PERIODO
                   MOVE WS-PER-IMAGEN        TO WS-BIT-DESPUES
                   MOVE 'R'                  TO WS-BIT-FUNCION
                   MOVE WS-NOM-PERIODOS-FILE TO WS-BIT-ARCHIVO
                   MOVE 'CIERRE'             TO WS-BIT-ACCION
                   MOVE WS-QUINCENA-PED      TO WS-BIT-CLAVE
                   MOVE SPACES               TO WS-BIT-CUIT
                   MOVE WS-QUINCENA-PED      TO WS-BIT-QUINCENA
                   CALL 'BITREG' USING WS-BITACORA-DATOS
               END-IF
           END-IF.

       6710-GRABAR-PERIODO.
           MOVE WS-PER-T-QUINCENA (WS-PER-SUB) TO PER-QUINCENA.
           MOVE WS-PER-T-ESTADO (WS-PER-SUB)   TO PER-ESTADO.
           MOVE WS-PER-T-PRESENT (WS-PER-SUB)
               TO PER-FECHA-PRESENT.
           WRITE PERIODO-RECORD.
           IF WS-FS-PERIODO NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-PERIODOS-FILE)
                       ", estado " WS-FS-PERIODO "."
           END-IF.

      *--- Una quincena sin registro previo queda con la imagen
      *--- anterior en blanco, como un alta.
       6790-IMAGEN-PERIODO.
           IF WS-PER-T-ESTADO (WS-PER-HALLADO) = SPACES
               MOVE SPACES TO WS-PER-IMAGEN
           ELSE
               MOVE WS-PER-T-QUINCENA (WS-PER-HALLADO)
                   TO WS-IMG-QUINCENA
               MOVE WS-PER-T-ESTADO (WS-PER-HALLADO)
                   TO WS-IMG-ESTADO
               MOVE WS-PER-T-PRESENT (WS-PER-HALLADO)
                   TO WS-IMG-PRESENT
           END-IF.

      *----------------------------------------------------------------*
      * 6800 - Neto declarado de la quincena y regimen en PAGDDJJ.DAT: *
      * se actualiza el importe y la fecha de presentacion y se        *
      * conservan los pagos; si no estaba registrado se da de alta.    *
      * PAGRPT informa despues el saldo o el pago de mas.              *
      *----------------------------------------------------------------*
       6800-ACTUALIZAR-PAGO.
           OPEN I-O PAGOS-FILE.
           IF WS-FS-PAGO = '35'
               OPEN OUTPUT PAGOS-FILE
               CLOSE PAGOS-FILE
               OPEN I-O PAGOS-FILE
           END-IF.
           IF WS-FS-PAGO NOT = '00'
               DISPLAY "Aviso: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-PAGOS-FILE)
                       ", estado " WS-FS-PAGO
                       ", el nuevo neto se carga con PAGMNT."
           ELSE
               MOVE WS-QUINCENA-PED TO PAG-QUINCENA
               MOVE WS-REGIMEN-PED  TO PAG-REGIMEN
               READ PAGOS-FILE
                   INVALID KEY
                       MOVE 'ALTA'  TO WS-BIT-ACCION
                       MOVE SPACES  TO WS-BIT-ANTES
                       MOVE 0 TO PAG-CANT-PAGOS
                       MOVE SPACES TO PAG-PAGO (1) PAG-PAGO (2)
                                      PAG-PAGO (3)
                       MOVE 0 TO PAG-IMPORTE-PAGADO (1)
                                 PAG-IMPORTE-PAGADO (2)
                                 PAG-IMPORTE-PAGADO (3)
                       MOVE WS-ACT-TOT-IMPORTE TO PAG-IMPORTE-DDJJ
                       MOVE WS-FECHA-HOY       TO PAG-FECHA-PRESENT
                       WRITE PAGO-RECORD
                   NOT INVALID KEY
                       MOVE 'MODIF'     TO WS-BIT-ACCION
                       MOVE PAGO-RECORD TO WS-BIT-ANTES
                       MOVE WS-ACT-TOT-IMPORTE TO PAG-IMPORTE-DDJJ
                       MOVE WS-FECHA-HOY       TO PAG-FECHA-PRESENT
                       REWRITE PAGO-RECORD
               END-READ
               IF WS-FS-PAGO = '00'
                   DISPLAY "Neto declarado actualizado en "
                           FUNCTION TRIM(WS-NOM-PAGOS-FILE) "."
                   MOVE PAGO-RECORD        TO WS-BIT-DESPUES
                   MOVE 'R'                TO WS-BIT-FUNCION
                   MOVE WS-NOM-PAGOS-FILE  TO WS-BIT-ARCHIVO
                   MOVE PAG-CLAVE          TO WS-BIT-CLAVE
                   MOVE SPACES             TO WS-BIT-CUIT
                   MOVE WS-QUINCENA-PED    TO WS-BIT-QUINCENA
                   CALL 'BITREG' USING WS-BITACORA-DATOS
               ELSE
                   DISPLAY "Aviso: no se pudo registrar el neto de "
                           "la quincena " PAG-QUINCENA " regimen "
                           PAG-REGIMEN ", estado " WS-FS-PAGO "."
               END-IF
               CLOSE PAGOS-FILE
           END-IF.

       8900-GRABAR-LINEA.
           IF WS-FS-REPORT = '00'
               WRITE REPORT-RECORD
               IF WS-FS-REPORT NOT = '00'
                   DISPLAY "Aviso: no se pudo escribir en "
                           FUNCTION TRIM(WS-NOM-RECTIF-FILE)
                           ", estado " WS-FS-REPORT "."
               END-IF
           END-IF.

       8950-GRABAR-RECT.
           WRITE RECT-RECORD.
           IF WS-FS-RECT NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-ARBARC-FILE)
                       ", estado " WS-FS-RECT "."
           END-IF.

       8990-GRABAR-FOTO.
           WRITE FOTO-RECORD.
           IF WS-FS-FOTO NOT = '00'
               MOVE 'N' TO WS-FOTO-GRABADA
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-FOTO-FILE)
                       ", estado " WS-FS-FOTO "."
           END-IF.
