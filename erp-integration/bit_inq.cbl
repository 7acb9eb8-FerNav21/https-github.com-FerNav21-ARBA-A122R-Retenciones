       IDENTIFICATION DIVISION.
       PROGRAM-ID. BITINQ.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este programa consulta la bitacora de cambios sobre los datos  *
      * maestros BITACORA.DAT (ver BITREG) para responder quien cambio *
      * que y como estaba antes: por CUIT (certificados y datos del    *
      * proveedor en PROVMST.DAT), por quincena (cierres, reaperturas, *
      * pagos de la DDJJ y cambios de estado del periodo) o por rango  *
      * de fechas del cambio (todo lo hecho en esos dias, incluidas    *
      * las liberaciones de bloqueo y las instalaciones de archivos).  *
      * Sin filtro lista la bitacora completa.                         *
      *                                                                *
      * La bitacora es una sola para todos los agentes: cada cambio    *
      * muestra el codigo del agente (en blanco para los archivos      *
      * compartidos).                                                  *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - BITACORA.DAT: bitacora de cambios (layout ERPBITR).
      *     - Tipo de consulta y CUIT, quincena o fechas pedidos por
      *       consola.
      *
      * SALIDA:
      *     - BITACORA.TXT: listado de los cambios con las imagenes
      *       antes y despues.
      *     - Resumen de los cambios listados en la consola.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Bitacora de cambios, compartida entre agentes.
           SELECT BITACORA-FILE ASSIGN TO DISK WS-NOM-BITACORA-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BITACORA.

      *--- Listado de la consulta.
           SELECT REPORT-FILE ASSIGN TO DISK WS-NOM-BITINF-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA-FILE.
           COPY ERPBITR.

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
           COPY ERPFILC.

      *--- Consulta pedida por consola.
       01  WS-TIPO-CONSULTA         PIC X(01).
           88 CONSULTA-POR-CUIT          VALUE 'C'.
           88 CONSULTA-POR-QUINCENA      VALUE 'Q'.
           88 CONSULTA-POR-FECHAS        VALUE 'F'.
           88 CONSULTA-COMPLETA          VALUE ' '.
       01  WS-CUIT-PEDIDO           PIC X(11).
       01  WS-QUINCENA-PEDIDA       PIC X(07).
       01  WS-FECHA-DESDE           PIC X(10).
       01  WS-FECHA-HASTA           PIC X(10).

      *--- Descripcion del filtro para el encabezado.
       01  WS-FILTRO-DESC           PIC X(60).

      *--- Fecha del dia (AAAA-MM-DD), hasta por defecto del rango.
       01  WS-FECHA-HOY             PIC X(10).
       01  WS-FECHA-CD              PIC X(08).

      *--- Contadores de la consulta.
       01  WS-CONT-LEIDOS           PIC 9(07) VALUE 0.
       01  WS-CONT-LISTADOS         PIC 9(07) VALUE 0.
       01  WS-ED-CANT               PIC Z,ZZZ,ZZ9.

      *--- Indicadores de estado.
       01  WS-FIN-BITACORA          PIC X(01) VALUE 'N'.
           88 FIN-BITACORA-SI            VALUE 'S'.
       01  WS-CONSULTA-VALIDA       PIC X(01) VALUE 'S'.
           88 CONSULTA-VALIDA            VALUE 'S'.
       01  WS-CAMBIO-ELEGIDO        PIC X(01) VALUE 'N'.
           88 CAMBIO-ELEGIDO             VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-BITACORA           PIC X(02).
       01  WS-FS-REPORT             PIC X(02).

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
           PERFORM 1000-PEDIR-CONSULTA.
           IF CONSULTA-VALIDA
               PERFORM 2000-ABRIR-ARCHIVOS
           END-IF.
           IF CONSULTA-VALIDA
               PERFORM 3000-PROCESAR-CAMBIO
                   UNTIL FIN-BITACORA-SI
               PERFORM 8000-FINALIZAR
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000 - Pide el tipo de consulta y su valor, y arma la          *
      * descripcion del filtro para el encabezado.                     *
      *----------------------------------------------------------------*
       1000-PEDIR-CONSULTA.
           MOVE 'S' TO WS-CONSULTA-VALIDA.
           MOVE SPACES TO WS-CUIT-PEDIDO WS-QUINCENA-PEDIDA
                          WS-FECHA-DESDE WS-FECHA-HASTA
                          WS-FILTRO-DESC.
           DISPLAY "Consulta por (C = CUIT, Q = quincena, "
                   "F = rango de fechas, blanco = toda la "
                   "bitacora): ".
           ACCEPT WS-TIPO-CONSULTA.
           EVALUATE WS-TIPO-CONSULTA
               WHEN 'c'
                   MOVE 'C' TO WS-TIPO-CONSULTA
               WHEN 'q'
                   MOVE 'Q' TO WS-TIPO-CONSULTA
               WHEN 'f'
                   MOVE 'F' TO WS-TIPO-CONSULTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CONSULTA-POR-CUIT
                   PERFORM 1100-PEDIR-CUIT
               WHEN CONSULTA-POR-QUINCENA
                   PERFORM 1200-PEDIR-QUINCENA
               WHEN CONSULTA-POR-FECHAS
                   PERFORM 1300-PEDIR-FECHAS
               WHEN CONSULTA-COMPLETA
                   MOVE "BITACORA COMPLETA" TO WS-FILTRO-DESC
               WHEN OTHER
                   MOVE 'N' TO WS-CONSULTA-VALIDA
                   DISPLAY "La consulta debe ser C, Q, F o blanco."
           END-EVALUATE.

       1100-PEDIR-CUIT.
           DISPLAY "CUIT: ".
           ACCEPT WS-CUIT-PEDIDO.
           IF WS-CUIT-PEDIDO NOT NUMERIC
               MOVE 'N' TO WS-CONSULTA-VALIDA
               DISPLAY "El CUIT debe tener 11 digitos."
           ELSE
               STRING "CUIT "         DELIMITED BY SIZE
                      WS-CUIT-PEDIDO  DELIMITED BY SIZE
                 INTO WS-FILTRO-DESC
           END-IF.

       1200-PEDIR-QUINCENA.
           DISPLAY "Quincena (AAAAMMQ): ".
           ACCEPT WS-QUINCENA-PEDIDA.
           IF WS-QUINCENA-PEDIDA NOT NUMERIC
            OR (WS-QUINCENA-PEDIDA (7:1) NOT = '1'
            AND WS-QUINCENA-PEDIDA (7:1) NOT = '2')
               MOVE 'N' TO WS-CONSULTA-VALIDA
               DISPLAY "La quincena debe ser AAAAMMQ con Q = 1 o 2."
           ELSE
               STRING "QUINCENA "         DELIMITED BY SIZE
                      WS-QUINCENA-PEDIDA  DELIMITED BY SIZE
                 INTO WS-FILTRO-DESC
           END-IF.

      *----------------------------------------------------------------*
      * 1300 - Rango de fechas del cambio, AAAA-MM-DD; el hasta en     *
      * blanco es hoy. Las fechas se comparan como texto, que con ese  *
      * formato respeta el orden cronologico.                          *
      *----------------------------------------------------------------*
       1300-PEDIR-FECHAS.
           DISPLAY "Fecha desde (AAAA-MM-DD): ".
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "Fecha hasta (AAAA-MM-DD, blanco = hoy): ".
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-HASTA = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-HASTA
           END-IF.
           IF WS-FECHA-DESDE (1:4) NOT NUMERIC
            OR WS-FECHA-DESDE (5:1) NOT = '-'
            OR WS-FECHA-DESDE (6:2) NOT NUMERIC
            OR WS-FECHA-DESDE (8:1) NOT = '-'
            OR WS-FECHA-DESDE (9:2) NOT NUMERIC
               MOVE 'N' TO WS-CONSULTA-VALIDA
               DISPLAY "La fecha desde esta mal formada."
           END-IF.
           IF WS-FECHA-HASTA (1:4) NOT NUMERIC
            OR WS-FECHA-HASTA (5:1) NOT = '-'
            OR WS-FECHA-HASTA (6:2) NOT NUMERIC
            OR WS-FECHA-HASTA (8:1) NOT = '-'
            OR WS-FECHA-HASTA (9:2) NOT NUMERIC
               MOVE 'N' TO WS-CONSULTA-VALIDA
               DISPLAY "La fecha hasta esta mal formada."
           END-IF.
           IF CONSULTA-VALIDA
          AND WS-FECHA-HASTA < WS-FECHA-DESDE
               MOVE 'N' TO WS-CONSULTA-VALIDA
               DISPLAY "La fecha hasta no puede ser anterior a la "
                       "fecha desde."
           END-IF.
           IF CONSULTA-VALIDA
               STRING "CAMBIOS DEL "   DELIMITED BY SIZE
                      WS-FECHA-DESDE   DELIMITED BY SIZE
                      " AL "           DELIMITED BY SIZE
                      WS-FECHA-HASTA   DELIMITED BY SIZE
                 INTO WS-FILTRO-DESC
           END-IF.

      *----------------------------------------------------------------*
      * 2000 - Apertura de la bitacora y del listado.                  *
      *----------------------------------------------------------------*
       2000-ABRIR-ARCHIVOS.
           OPEN INPUT BITACORA-FILE.
           IF WS-FS-BITACORA NOT = '00'
               MOVE 'N' TO WS-CONSULTA-VALIDA
               DISPLAY "No existe "
                       FUNCTION TRIM(WS-NOM-BITACORA-FILE)
                       ", no hay cambios registrados."
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-FS-REPORT NOT = '00'
                   MOVE 'N' TO WS-CONSULTA-VALIDA
                   DISPLAY "ERROR: no se pudo crear "
                           FUNCTION TRIM(WS-NOM-BITINF-FILE)
                           ", estado " WS-FS-REPORT "."
                   CLOSE BITACORA-FILE
               ELSE
                   PERFORM 2100-EMITIR-ENCABEZADO
                   PERFORM 3900-LEER-SIGUIENTE-CAMBIO
               END-IF
           END-IF.

       2100-EMITIR-ENCABEZADO.
           MOVE SPACES TO REPORT-RECORD.
           STRING "BITACORA DE CAMBIOS SOBRE DATOS MAESTROS - "
                                        DELIMITED BY SIZE
                  WS-FILTRO-DESC        DELIMITED BY "  "
                  " - EMITIDO EL "      DELIMITED BY SIZE
                  WS-FECHA-HOY          DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE ALL "=" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE "FECHA      HORA     PROGRAMA OPERADOR     AG ACCION  "
              & " ARCHIVO              CLAVE" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

      *----------------------------------------------------------------*
      * 3000 - Ciclo principal: un cambio de la bitacora por vuelta.   *
      *----------------------------------------------------------------*
       3000-PROCESAR-CAMBIO.
           ADD 1 TO WS-CONT-LEIDOS.
           PERFORM 3100-APLICAR-FILTRO.
           IF CAMBIO-ELEGIDO
               ADD 1 TO WS-CONT-LISTADOS
               PERFORM 3200-EMITIR-CAMBIO
           END-IF.
           PERFORM 3900-LEER-SIGUIENTE-CAMBIO.

       3100-APLICAR-FILTRO.
           MOVE 'N' TO WS-CAMBIO-ELEGIDO.
           EVALUATE TRUE
               WHEN CONSULTA-POR-CUIT
                   IF BIT-CUIT = WS-CUIT-PEDIDO
                       MOVE 'S' TO WS-CAMBIO-ELEGIDO
                   END-IF
               WHEN CONSULTA-POR-QUINCENA
                   IF BIT-QUINCENA = WS-QUINCENA-PEDIDA
                       MOVE 'S' TO WS-CAMBIO-ELEGIDO
                   END-IF
               WHEN CONSULTA-POR-FECHAS
                   IF BIT-FECHA NOT < WS-FECHA-DESDE
                  AND BIT-FECHA NOT > WS-FECHA-HASTA
                       MOVE 'S' TO WS-CAMBIO-ELEGIDO
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WS-CAMBIO-ELEGIDO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 3200 - Un cambio en el listado: la linea del cambio y las      *
      * imagenes antes y despues, partidas en dos lineas cuando no     *
      * entran en una. En la consola solo la linea del cambio.         *
      *----------------------------------------------------------------*
       3200-EMITIR-CAMBIO.
           MOVE SPACES TO REPORT-RECORD.
           STRING BIT-FECHA        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BIT-HORA         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BIT-PROGRAMA     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BIT-OPERADOR     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BIT-AGENTE       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BIT-ACCION       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BIT-ARCHIVO      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BIT-CLAVE        DELIMITED BY SIZE
             INTO REPORT-RECORD.
           DISPLAY REPORT-RECORD (1:95).
           PERFORM 8900-GRABAR-LINEA.
           MOVE SPACES TO REPORT-RECORD.
           STRING "           ANTES:   "   DELIMITED BY SIZE
                  BIT-IMAGEN-ANTES (1:100) DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           IF BIT-IMAGEN-ANTES (101:70) NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               MOVE BIT-IMAGEN-ANTES (101:70)
                   TO REPORT-RECORD (21:70)
               PERFORM 8900-GRABAR-LINEA
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "           DESPUES: "     DELIMITED BY SIZE
                  BIT-IMAGEN-DESPUES (1:100) DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           IF BIT-IMAGEN-DESPUES (101:70) NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               MOVE BIT-IMAGEN-DESPUES (101:70)
                   TO REPORT-RECORD (21:70)
               PERFORM 8900-GRABAR-LINEA
           END-IF.

       3900-LEER-SIGUIENTE-CAMBIO.
           READ BITACORA-FILE
               AT END
                   MOVE 'S' TO WS-FIN-BITACORA
           END-READ.

      *----------------------------------------------------------------*
      * 8000 - Totales, cierre y resumen en la consola.                *
      *----------------------------------------------------------------*
       8000-FINALIZAR.
           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-CONT-LISTADOS TO WS-ED-CANT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CAMBIOS LISTADOS: "  DELIMITED BY SIZE
                  WS-ED-CANT            DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           CLOSE BITACORA-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "Consulta de la bitacora finalizada.".
           DISPLAY "Cambios leidos:   " WS-CONT-LEIDOS.
           DISPLAY "Cambios listados: " WS-CONT-LISTADOS.
           DISPLAY "Detalle con las imagenes antes y despues en "
                   FUNCTION TRIM(WS-NOM-BITINF-FILE) ".".

       8900-GRABAR-LINEA.
           WRITE REPORT-RECORD.
           IF WS-FS-REPORT NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-BITINF-FILE)
                       ", estado " WS-FS-REPORT "."
           END-IF.
