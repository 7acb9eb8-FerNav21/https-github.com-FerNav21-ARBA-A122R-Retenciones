       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDJJAGP.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este programa genera el archivo de presentacion de AGIP (CABA) *
      * para agentes de retencion (AGIPDDJJ.TXT), el equivalente de    *
      * ARBADDJJ.TXT para la segunda jurisdiccion. Lee el log de       *
      * auditoria con los mismos filtros con que DDJJRET arma la       *
      * SECCION RETENCIONES AGIP (CABA) de RETDDJJ.TXT (lineas OK de   *
      * jurisdiccion 'C' con fecha de operacion dentro del periodo):   *
      * cada originacion sale como registro de detalle, cada anulacion *
      * como registro de anulacion con la base y el importe en         *
      * negativo y la referencia al certificado original, y el         *
      * registro de totales sale de sumar exactamente los detalles     *
      * emitidos, asi el archivo cierra contra la seccion de AGIP del  *
      * resumen interno.                                               *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - RETLOG.CSV: log de auditoria de GENRET y RESEND.
      *     - Fechas desde/hasta (AAAA-MM-DD) pedidas por consola.
      *
      * SALIDA:
      *     - AGIPDDJJ.TXT con el formato de presentacion de AGIP:
      *         tipo '1' (retencion) o '2' (anulacion), fecha
      *         DD/MM/AAAA, numero de certificado (7), CUIT (11),
      *         base imponible y alicuota, importe retenido con signo
      *         y, en una anulacion, el numero del certificado
      *         original (ceros en una retencion); al final el
      *         registro '9' con cantidad, suma de bases y suma de
      *         importes.
      *     - Mensajes de estado en la consola.
      *
      * AGIP solo tiene regimen de retenciones en este circuito: las
      * lineas de ARBA (retenciones y percepciones) no entran, se
      * presentan con DDJJARB.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Log de auditoria de las operaciones transmitidas, la
      *--- misma fuente que totaliza DDJJRET.
           SELECT AUDIT-FILE ASSIGN TO DISK WS-NOM-AUDIT-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT.

      *--- Archivo de presentacion para AGIP.
           SELECT AGIPDJ-FILE ASSIGN TO DISK WS-NOM-AGIPDJ-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AGIPDJ.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(200).

       FD  AGIPDJ-FILE.
       01  AGIPDJ-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
           COPY ERPFILC.

      *--- Agente de recaudacion elegido con AGTSEL: el archivo
      *--- de presentacion sale del log de esa sociedad.
           COPY ERPAGTW.

      *--- Periodo pedido por consola (AAAA-MM-DD).
       01  WS-FECHA-DESDE           PIC X(10).
       01  WS-FECHA-HASTA           PIC X(10).

      *--- Campos de la linea de auditoria, luego de separarla por
      *--- comas con UNSTRING. La jurisdiccion (campo 13) solo se
      *--- honra si el campo mide 1 y la linea traia el regimen
      *--- (campo 12 de largo 1): en una linea del formato anterior
      *--- esos campos son la razon social.
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

      *--- Registro de detalle del archivo de AGIP.
       01  WS-DETALLE.
           05 WS-DET-TIPO           PIC X(01).
           05 WS-DET-FECHA          PIC X(10).
           05 WS-DET-NUMERO         PIC 9(07).
           05 WS-DET-CUIT           PIC X(11).
           05 WS-DET-BASE           PIC -9(09).99.
           05 WS-DET-ALICUOTA       PIC 9(02).99.
           05 WS-DET-IMPORTE        PIC -9(09).99.
           05 WS-DET-ORIGINAL       PIC 9(07).

      *--- Registro de totales del archivo de AGIP.
       01  WS-TOTALES.
           05 WS-TOT-TIPO           PIC X(01) VALUE '9'.
           05 WS-TOT-CANT           PIC 9(07).
           05 WS-TOT-BASE           PIC -9(11).99.
           05 WS-TOT-IMPORTE        PIC -9(11).99.

      *--- Base e importe de la linea en proceso, con signo (una
      *--- anulacion resta) y acumuladores del periodo.
       01  WS-LIN-BASE              PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-LIN-ALICUOTA          PIC 9(02)V99 VALUE 0.
       01  WS-LIN-IMPORTE           PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-ACU-CANT              PIC 9(07) VALUE 0.
       01  WS-ACU-BASE              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACU-IMPORTE           PIC S9(11)V99 COMP-3 VALUE 0.

      *--- Contadores del resumen por consola.
       01  WS-CONT-RETENCIONES      PIC 9(05) VALUE 0.
       01  WS-CONT-ANULACIONES      PIC 9(05) VALUE 0.
       01  WS-IMPORTE-ED            PIC ----,---,--9.99.

      *--- Indicadores de estado.
       01  WS-FIN-AUDIT             PIC X(01) VALUE 'N'.
           88 FIN-AUDIT-SI               VALUE 'S'.
       01  WS-AUDIT-ABIERTO         PIC X(01) VALUE 'N'.
           88 AUDIT-ABIERTO-SI           VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-AUDIT              PIC X(02).
       01  WS-FS-AGIPDJ             PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
      * Logica principal del programa.                                 *
      *================================================================*
       MAIN-PROCEDURE.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-RECORRER-AUDITORIA
               UNTIL FIN-AUDIT-SI.
           PERFORM 8000-FINALIZAR.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000 - Inicializacion: pide el periodo y abre el log y el      *
      * archivo de salida.                                             *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           PERFORM 1050-SELECCIONAR-AGENTE.
           IF NOT AGENTE-SELECCIONADO
               MOVE 'S' TO WS-FIN-AUDIT
           ELSE
               PERFORM 1100-PEDIR-PERIODO
           END-IF.

      *----------------------------------------------------------------*
      * 1050 - Seleccion del agente de recaudacion: AGTSEL reescribe   *
      * los nombres de los archivos con los propios de la sociedad     *
      * elegida. Sin agente valido no se genera la presentacion.       *
      *----------------------------------------------------------------*
       1050-SELECCIONAR-AGENTE.
           CALL 'AGTSEL' USING WS-ARCHIVOS-INTERNOS
                               WS-AGENTE-DATOS.
           IF NOT AGENTE-SELECCIONADO
               DISPLAY "ERROR: no se pudo seleccionar el agente, "
                       "no se genera la presentacion de AGIP."
           END-IF.

       1100-PEDIR-PERIODO.
           DISPLAY "Fecha desde (AAAA-MM-DD): ".
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "Fecha hasta (AAAA-MM-DD): ".
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-DESDE = SPACES
               MOVE '0000-00-00' TO WS-FECHA-DESDE
           END-IF.
           IF WS-FECHA-HASTA = SPACES
               MOVE '9999-99-99' TO WS-FECHA-HASTA
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF WS-FS-AUDIT NOT = '00'
               DISPLAY "ERROR: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-AUDIT-FILE)
                       ", estado " WS-FS-AUDIT "."
               MOVE 'S' TO WS-FIN-AUDIT
           ELSE
               MOVE 'S' TO WS-AUDIT-ABIERTO
               OPEN OUTPUT AGIPDJ-FILE
               IF WS-FS-AGIPDJ NOT = '00'
                   DISPLAY "ERROR: no se pudo abrir "
                           FUNCTION TRIM(WS-NOM-AGIPDJ-FILE)
                           ", estado " WS-FS-AGIPDJ "."
                   CLOSE AUDIT-FILE
                   MOVE 'N' TO WS-AUDIT-ABIERTO
                   MOVE 'S' TO WS-FIN-AUDIT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2000 - Ciclo principal: una linea del log por vuelta, con los  *
      * mismos filtros que la seccion de AGIP de DDJJRET: resultado    *
      * OK, jurisdiccion 'C' y fecha de operacion dentro del periodo.  *
      *----------------------------------------------------------------*
       2000-RECORRER-AUDITORIA.
           READ AUDIT-FILE
               AT END
                   MOVE 'S' TO WS-FIN-AUDIT
               NOT AT END
                   PERFORM 2100-SEPARAR-LINEA-AUDITORIA
                   IF WS-AUD-RESULTADO = "OK"
                  AND WS-AUD-JURISDICCION = 'C'
                  AND WS-AUD-FECHA (1:10) >= WS-FECHA-DESDE
                  AND WS-AUD-FECHA (1:10) <= WS-FECHA-HASTA
                  AND WS-AUD-RET-NUMERO NUMERIC
                       PERFORM 2200-EMITIR-DETALLE
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 2100 - Separa la linea CSV del log en sus campos y extrae el   *
      * numero de certificado del nombre de archivo ("c" + numero).    *
      *----------------------------------------------------------------*
       2100-SEPARAR-LINEA-AUDITORIA.
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
           MOVE WS-AUD-FILENAME (2:7) TO WS-AUD-RET-NUMERO.

      *----------------------------------------------------------------*
      * 2200 - Registro de detalle del formato de AGIP. La fecha va    *
      * DD/MM/AAAA; el numero es el del certificado (en una anulacion, *
      * el de la anulacion, y el original va en su propio campo). La   *
      * base y el importe de una anulacion van en negativo y restan    *
      * del total, igual que restan en RETDDJJ.TXT.                    *
      *----------------------------------------------------------------*
       2200-EMITIR-DETALLE.
           MOVE SPACES TO WS-DETALLE.
           MOVE WS-AUD-CUIT TO WS-DET-CUIT.
           MOVE WS-AUD-RET-NUMERO TO WS-DET-NUMERO.
           MOVE SPACES TO WS-DET-FECHA.
           STRING WS-AUD-FECHA (9:2)  DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-AUD-FECHA (6:2)  DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-AUD-FECHA (1:4)  DELIMITED BY SIZE
             INTO WS-DET-FECHA.
           COMPUTE WS-LIN-BASE =
               FUNCTION NUMVAL(WS-AUD-BASE-ED).
           COMPUTE WS-LIN-ALICUOTA =
               FUNCTION NUMVAL(WS-AUD-ALIC-ED).
           COMPUTE WS-LIN-IMPORTE =
               FUNCTION NUMVAL(WS-AUD-IMPORTE-ED).
           IF WS-AUD-TIPO = 'A'
               ADD 1 TO WS-CONT-ANULACIONES
               MOVE '2' TO WS-DET-TIPO
               IF WS-AUD-ORIGINAL NUMERIC
                   MOVE WS-AUD-ORIGINAL TO WS-DET-ORIGINAL
               ELSE
                   MOVE 0 TO WS-DET-ORIGINAL
               END-IF
               COMPUTE WS-LIN-BASE    = 0 - WS-LIN-BASE
               COMPUTE WS-LIN-IMPORTE = 0 - WS-LIN-IMPORTE
           ELSE
               ADD 1 TO WS-CONT-RETENCIONES
               MOVE '1' TO WS-DET-TIPO
               MOVE 0 TO WS-DET-ORIGINAL
           END-IF.
           MOVE WS-LIN-BASE     TO WS-DET-BASE.
           MOVE WS-LIN-ALICUOTA TO WS-DET-ALICUOTA.
           MOVE WS-LIN-IMPORTE  TO WS-DET-IMPORTE.
           ADD 1 TO WS-ACU-CANT.
           ADD WS-LIN-BASE    TO WS-ACU-BASE.
           ADD WS-LIN-IMPORTE TO WS-ACU-IMPORTE.
           MOVE WS-DETALLE TO AGIPDJ-RECORD.
           PERFORM 8900-GRABAR-LINEA.

      *----------------------------------------------------------------*
      * 8000 - Registro de totales y cierre. El total sale de sumar    *
      * los detalles emitidos: el archivo cierra consigo mismo y       *
      * contra la seccion de AGIP de RETDDJJ.TXT del mismo periodo.    *
      *----------------------------------------------------------------*
       8000-FINALIZAR.
           IF AUDIT-ABIERTO-SI
               MOVE WS-ACU-CANT    TO WS-TOT-CANT
               MOVE WS-ACU-BASE    TO WS-TOT-BASE
               MOVE WS-ACU-IMPORTE TO WS-TOT-IMPORTE
               MOVE WS-TOTALES TO AGIPDJ-RECORD
               PERFORM 8900-GRABAR-LINEA
               CLOSE AGIPDJ-FILE
               CLOSE AUDIT-FILE
           END-IF.
           IF AGENTE-SELECCIONADO
               MOVE WS-ACU-IMPORTE TO WS-IMPORTE-ED
               DISPLAY "Presentacion de AGIP generada en "
                       FUNCTION TRIM(WS-NOM-AGIPDJ-FILE) "."
               DISPLAY "Retenciones declaradas: "
                       WS-CONT-RETENCIONES
               DISPLAY "Anulaciones declaradas: " WS-CONT-ANULACIONES
               DISPLAY "Importe total:          " WS-IMPORTE-ED
               DISPLAY "Debe coincidir con la SECCION RETENCIONES "
                       "AGIP (CABA) de "
                       FUNCTION TRIM(WS-NOM-DDJJ-FILE)
                       " del mismo periodo."
           END-IF.

       8900-GRABAR-LINEA.
           WRITE AGIPDJ-RECORD.
           IF WS-FS-AGIPDJ NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-AGIPDJ-FILE)
                       ", estado " WS-FS-AGIPDJ "."
           END-IF.
