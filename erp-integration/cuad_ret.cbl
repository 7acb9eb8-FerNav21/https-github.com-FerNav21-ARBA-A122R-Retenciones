      * diferencias: archivos huerfanos en la carpeta sin linea OK en  *
      * el log, lineas OK de la corrida sin registro en el maestro,    *
      * registros transmitidos del maestro sin linea de auditoria y    *
      * el balance de procesadas/errores/excluidas de la corrida, con  *
      * las transmitidas abiertas por jurisdiccion (ARBA y AGIP). Se   *
      * corre todas las tardes despues del lote.                       *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - GENRET.CFG: configuracion (ruta de red de los CSV).
      *     - RETLOG.CSV, RETPEND.CSV y RETMST.DAT.
      *     - El identificador de corrida (el que GENRET graba en la
      *       auditoria y el checkpoint), pedido por consola o, en
      *       una corrida desatendida, tomado del parametro CORRIDA
      *       de RUNPARM.DAT; en blanco se cuadra la ultima corrida
      *       del log.
      *
      * SALIDA:
      *     - RETCUAD.TXT con el informe de diferencias.
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-09-02  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      Los pagos que no alcanzan el
      *                                 minimo del regimen (NO-SUJETO
      *                                 en la auditoria) tienen su
      *                                 propia linea en el balance.
      *     2026-10-15  ERP-System      Corrida desatendida: la corrida
      *                                 a cuadrar sale de RUNPARM.DAT
      *                                 (RUNPRM, clave CORRIDA). Codigo
      *                                 de retorno para la cadena
      *                                 nocturna (ERPRETC): 16 sin
      *                                 agente o sin informe, 4 con
      *                                 diferencias.
      *     2026-10-15  ERP-System      Las transmitidas OK de la
      *                                 corrida se abren en el balance
      *                                 por jurisdiccion, ARBA y AGIP
      *                                 (CABA).
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--- cruza los rastros de esa sociedad.
           COPY ERPAGTW.

      *--- Parametro de corrida desatendida (RUNPRM) y codigo de
      *--- retorno para la cadena nocturna.
           COPY ERPPRMW.
           COPY ERPRETC.

      *--- Corrida a cuadrar: la pedida por consola o, en blanco, la
      *--- ultima registrada en el log (relevada en la pasada
      *--- previa).
       01  WS-AUD-TIPO              PIC X(01).
       01  WS-AUD-ORIGINAL          PIC X(07).
       01  WS-AUD-RUN-ID            PIC X(14).
       01  WS-AUD-REGIMEN           PIC X(01).
       01  WS-AUD-REG-LEN           PIC 9(03) VALUE 0.
       01  WS-AUD-JURISDICCION      PIC X(01).
       01  WS-AUD-JUR-LEN           PIC 9(03) VALUE 0.
       01  WS-AUD-RET-NUMERO        PIC X(07).

      *--- Tabla de archivos con linea OK en el log (de cualquier
       01  WS-CONT-ARCHIVOS         PIC 9(05) VALUE 0.
       01  WS-CONT-HUERFANOS        PIC 9(05) VALUE 0.
       01  WS-CONT-RUN-OK           PIC 9(05) VALUE 0.
       01  WS-CONT-RUN-OK-ARBA      PIC 9(05) VALUE 0.
       01  WS-CONT-RUN-OK-AGIP      PIC 9(05) VALUE 0.
       01  WS-CONT-RUN-ERROR        PIC 9(05) VALUE 0.
       01  WS-CONT-RUN-EXCLUIDO     PIC 9(05) VALUE 0.
       01  WS-CONT-RUN-NO-SUJETO    PIC 9(05) VALUE 0.
       01  WS-CONT-SIN-MAESTRO      PIC 9(05) VALUE 0.
       01  WS-CONT-MST-SIN-AUD      PIC 9(05) VALUE 0.
       01  WS-CONT-PENDIENTES       PIC 9(05) VALUE 0.
               PERFORM 8000-FINALIZAR
           ELSE
               DISPLAY "Cuadratura no ejecutada."
               MOVE 16 TO WS-CODIGO-RETORNO
           END-IF.
      *---    El listado de la carpeta con CALL "SYSTEM" pisa
      *---    RETURN-CODE: el codigo de la corrida se carga recien aca.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           PERFORM 1100-LEER-CONFIGURACION.
           MOVE 'CUADRET' TO WS-PRM-PROGRAMA.
           MOVE 'CORRIDA' TO WS-PRM-CLAVE.
           CALL 'RUNPRM' USING WS-PARAMETRO-CORRIDA.
           IF MODO-DESATENDIDO
               MOVE WS-PRM-VALOR (1:14) TO WS-RUN-SOLICITADA
           ELSE
               DISPLAY "Corrida a cuadrar (AAAAMMDDHHMMSS, blanco = "
                       "ultima): "
               ACCEPT WS-RUN-SOLICITADA
           END-IF.
           PERFORM 1200-RELEVAR-LOG.
           IF WS-RUN-SOLICITADA NOT = SPACES
               MOVE WS-RUN-SOLICITADA TO WS-RUN-FILTRO
               DISPLAY "ERROR: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-CUAD-FILE)
                       ", estado " WS-FS-REPORT "."
               MOVE 16 TO WS-CODIGO-RETORNO
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CUADRATURA DE CIERRE - CORRIDA "

      *----------------------------------------------------------------*
      * 4000 - Releer el log filtrando la corrida pedida: recompone    *
      * el balance del lote (OK, errores, excluidas, no sujetas) y     *
      * controla que cada linea OK tenga su registro en el maestro.    *
      *----------------------------------------------------------------*
       4000-CRUZAR-CORRIDA.
           MOVE 'N' TO WS-FIN-AUDIT.
                       EVALUATE WS-AUD-RESULTADO
                           WHEN "OK"
                               ADD 1 TO WS-CONT-RUN-OK
                               IF WS-AUD-JURISDICCION = 'C'
                                   ADD 1 TO WS-CONT-RUN-OK-AGIP
                               ELSE
                                   ADD 1 TO WS-CONT-RUN-OK-ARBA
                               END-IF
                               PERFORM 4200-CONTROLAR-MAESTRO
                           WHEN "ERROR"
                               ADD 1 TO WS-CONT-RUN-ERROR
                           WHEN "EXCLUIDO"
                               ADD 1 TO WS-CONT-RUN-EXCLUIDO
                           WHEN "NO-SUJETO"
                               ADD 1 TO WS-CONT-RUN-NO-SUJETO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE

      *----------------------------------------------------------------*
      * 6100 - Separa la linea CSV del log de auditoria en sus campos  *
      * y extrae el numero de retencion del nombre de archivo. La      *
      * jurisdiccion solo se honra si la linea ya traia el regimen y   *
      * el campo mide exactamente 1: en los formatos anteriores el     *
      * campo 13 es la razon social. Todo lo demas es ARBA.            *
      *----------------------------------------------------------------*
       6100-SEPARAR-LINEA-AUDITORIA.
           MOVE SPACES TO WS-AUD-TIPO WS-AUD-ORIGINAL
                          WS-AUD-RUN-ID WS-AUD-REGIMEN
                          WS-AUD-JURISDICCION.
           MOVE 0 TO WS-AUD-REG-LEN WS-AUD-JUR-LEN.
           UNSTRING AUDIT-RECORD DELIMITED BY ","
               INTO WS-AUD-CUIT
                    WS-AUD-SUCURSAL
                    WS-AUD-TIPO
                    WS-AUD-ORIGINAL
                    WS-AUD-RUN-ID
                    WS-AUD-REGIMEN
                        COUNT IN WS-AUD-REG-LEN
                    WS-AUD-JURISDICCION
                        COUNT IN WS-AUD-JUR-LEN
           END-UNSTRING.
           MOVE WS-AUD-FILENAME (2:7) TO WS-AUD-RET-NUMERO.
           IF WS-AUD-JURISDICCION NOT = 'C'
            OR WS-AUD-JUR-LEN NOT = 1
            OR WS-AUD-REG-LEN NOT = 1
               MOVE 'B' TO WS-AUD-JURISDICCION
           END-IF.

      *----------------------------------------------------------------*
      * 6200 - Busca el archivo en la tabla de lineas OK del log.      *
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-CONT-RUN-OK TO WS-CONT-ED.
           PERFORM 8100-LINEA-BALANCE-OK.
           MOVE WS-CONT-RUN-OK-ARBA TO WS-CONT-ED.
           PERFORM 8110-LINEA-BALANCE-ARBA.
           MOVE WS-CONT-RUN-OK-AGIP TO WS-CONT-ED.
           PERFORM 8120-LINEA-BALANCE-AGIP.
           MOVE WS-CONT-RUN-ERROR TO WS-CONT-ED.
           PERFORM 8200-LINEA-BALANCE-ERROR.
           MOVE WS-CONT-RUN-EXCLUIDO TO WS-CONT-ED.
           PERFORM 8300-LINEA-BALANCE-EXCL.
           MOVE WS-CONT-RUN-NO-SUJETO TO WS-CONT-ED.
           PERFORM 8350-LINEA-BALANCE-NO-SUJ.
           MOVE WS-CONT-PENDIENTES TO WS-CONT-ED.
           PERFORM 8400-LINEA-BALANCE-PEND.
           MOVE SPACES TO REPORT-RECORD.
           ELSE
               DISPLAY "Revisar "
                       FUNCTION TRIM(WS-NOM-CUAD-FILE) "."
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.

       8100-LINEA-BALANCE-OK.
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

       8110-LINEA-BALANCE-ARBA.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  DE ELLAS ARBA.......:" DELIMITED BY SIZE
                  WS-CONT-ED                DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

       8120-LINEA-BALANCE-AGIP.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  DE ELLAS AGIP (CABA):" DELIMITED BY SIZE
                  WS-CONT-ED                DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

       8200-LINEA-BALANCE-ERROR.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CON ERROR DE ENVIO....:" DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

       8350-LINEA-BALANCE-NO-SUJ.
           MOVE SPACES TO REPORT-RECORD.
           STRING "NO SUJETAS (MINIMO)...:" DELIMITED BY SIZE
                  WS-CONT-ED                DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

       8400-LINEA-BALANCE-PEND.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PENDIENTES (FOTO HOY).:" DELIMITED BY SIZE
