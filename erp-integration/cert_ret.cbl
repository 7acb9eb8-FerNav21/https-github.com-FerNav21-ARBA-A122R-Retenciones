      *----------------------------------------------------------------*
      * ENTRADA:
      *     - RETLOG.CSV: log de auditoria generado por GENRET.
      *     - RETMST.DAT: maestro de retenciones, para informar el
      *       origen de la alicuota aplicada.
      *     - Numero de retencion pedido por consola, o blanco para
      *       emitir un lote completo; en ese caso se pide la
      *       corrida (blanco = la ultima corrida del log). En una
      *       corrida desatendida los dos salen de los parametros
      *       RETENCION y CORRIDA de RUNPARM.DAT.
      *
      * SALIDA:
      *     - RETCERT.TXT con un certificado formateado por
      *                                 driver, CSV y numeracion
      *                                 propios, regimen en la
      *                                 auditoria y el maestro).
      *     2026-10-15  ERP-System      El certificado informa el
      *                                 origen de la alicuota (padron
      *                                 por sujeto, alicuota maxima,
      *                                 categoria o defecto) tomado
      *                                 del maestro, para responder
      *                                 cuando el proveedor la
      *                                 discute.
      *     2026-10-15  ERP-System      Corrida desatendida: numero de
      *                                 retencion y corrida salen de
      *                                 RUNPARM.DAT (RUNPRM, claves
      *                                 RETENCION y CORRIDA). Codigo de
      *                                 retorno para la cadena nocturna
      *                                 (ERPRETC): 16 sin agente o sin
      *                                 log, 4 si la retencion pedida
      *                                 no se encontro.
      *     2026-10-15  ERP-System      Certificados de las retenciones
      *                                 de AGIP (CABA), con el titulo y
      *                                 el padron por sujeto de esa
      *                                 jurisdiccion; la razon social
      *                                 se toma despues de la
      *                                 jurisdiccion del log.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CERT.

      *--- Maestro indexado de retenciones, solo lectura por numero:
      *--- de ahi sale el origen de la alicuota, que no viaja en el
      *--- log.
           SELECT MASTER-FILE ASSIGN TO DISK WS-NOM-MASTER-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-RET-NUMERO
           ALTERNATE RECORD KEY IS MST-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-MASTER.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       FD  CERT-FILE.
       01  CERT-RECORD             PIC X(80).

       FD  MASTER-FILE.
           COPY ERPMSTR.

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
      *--- certificados salen del log de esa sociedad.
           COPY ERPAGTW.

      *--- Parametro de corrida desatendida (RUNPRM) y codigo de
      *--- retorno para la cadena nocturna.
           COPY ERPPRMW.
           COPY ERPRETC.

      *--- Numero de retencion pedido por consola; en blanco se
      *--- emite el lote de una corrida.
       01  WS-RET-SOLICITADA        PIC X(07).
       01  WS-AUD-RUN-ID            PIC X(14).
       01  WS-AUD-REGIMEN           PIC X(01).
       01  WS-AUD-REG-LEN           PIC 9(03) VALUE 0.
       01  WS-AUD-JURISDICCION      PIC X(01).
           88 AUD-ES-AGIP                VALUE 'C'.
       01  WS-AUD-JUR-LEN           PIC 9(03) VALUE 0.
       01  WS-AUD-RAZON             PIC X(26).
       01  WS-AUD-RET-NUMERO        PIC X(07).
       01  WS-AUD-PTR               PIC 9(03) VALUE 1.
       01  WS-AUD-PTR-JUR           PIC 9(03) VALUE 1.

      *--- Tabla de retenciones anuladas por una reversa OK del log,
      *--- cargada en una pasada previa: una retencion anulada no se
                            INDEXED BY WS-ANU-IDX.
              10 WS-ANU-RET-NUMERO  PIC 9(07).

      *--- Origen de la alicuota para el certificado, armado desde el
      *--- registro del maestro.
       01  WS-ORIGEN-DESC           PIC X(50) VALUE SPACES.

      *--- Contadores del resumen de la emision.
       01  WS-CONT-EMITIDOS         PIC 9(05) VALUE 0.
       01  WS-CONT-ANULADAS         PIC 9(05) VALUE 0.
           88 RETENCION-ANULADA          VALUE 'S'.
       01  WS-CORRESPONDE           PIC X(01) VALUE 'N'.
           88 CORRESPONDE-EMITIR         VALUE 'S'.
       01  WS-MASTER-ABIERTO        PIC X(01) VALUE 'N'.
           88 MASTER-ABIERTO-SI          VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-AUDIT              PIC X(02).
       01  WS-FS-CERT               PIC X(02).
       01  WS-FS-MASTER             PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
           PERFORM 2000-EMITIR-CERTIFICADOS
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
               PERFORM 1100-PEDIR-RETENCION
               IF WS-RET-SOLICITADA = '0000000'
                   MOVE SPACES TO WS-RET-SOLICITADA
               END-IF
               IF WS-RET-SOLICITADA = SPACES
                   PERFORM 1150-PEDIR-CORRIDA
               END-IF

               PERFORM 1300-CARGAR-ANULACIONES
                   DISPLAY "ERROR: no se pudo abrir "
                           FUNCTION TRIM(WS-NOM-AUDIT-FILE) "."
                   MOVE 'S' TO WS-FIN-AUDIT
                   MOVE 16 TO WS-CODIGO-RETORNO
               ELSE
                   MOVE 'S' TO WS-AUDIT-ABIERTO
                   OPEN OUTPUT CERT-FILE
                   PERFORM 1400-ABRIR-MAESTRO
                   PERFORM 2900-LEER-SIGUIENTE-AUDITORIA
               END-IF
           END-IF.
                       "no se emiten certificados."
           END-IF.

      *----------------------------------------------------------------*
      * 1100 - Numero de retencion a reimprimir y 1150 - corrida a     *
      * emitir: en una corrida desatendida salen de RUNPARM.DAT; si    *
      * no, se piden por consola.                                      *
      *----------------------------------------------------------------*
       1100-PEDIR-RETENCION.
           MOVE 'CERTRET' TO WS-PRM-PROGRAMA.
           MOVE 'RETENCION' TO WS-PRM-CLAVE.
           CALL 'RUNPRM' USING WS-PARAMETRO-CORRIDA.
           IF MODO-DESATENDIDO
               MOVE WS-PRM-VALOR (1:7) TO WS-RET-SOLICITADA
           ELSE
               DISPLAY "Numero de retencion (blanco = lote de una "
                       "corrida): "
               ACCEPT WS-RET-SOLICITADA
           END-IF.

       1150-PEDIR-CORRIDA.
           MOVE 'CERTRET' TO WS-PRM-PROGRAMA.
           MOVE 'CORRIDA' TO WS-PRM-CLAVE.
           CALL 'RUNPRM' USING WS-PARAMETRO-CORRIDA.
           IF MODO-DESATENDIDO
               MOVE WS-PRM-VALOR (1:14) TO WS-RUN-SOLICITADA
           ELSE
               DISPLAY "Corrida (AAAAMMDDHHMMSS, blanco = "
                       "ultima): "
               ACCEPT WS-RUN-SOLICITADA
           END-IF.

      *----------------------------------------------------------------*
      * 1400 - Apertura del maestro, solo lectura. Sin maestro los     *
      * certificados salen igual, con el origen de la alicuota como    *
      * no registrado.                                                 *
      *----------------------------------------------------------------*
       1400-ABRIR-MAESTRO.
           OPEN INPUT MASTER-FILE.
           IF WS-FS-MASTER = '00'
               MOVE 'S' TO WS-MASTER-ABIERTO
           ELSE
               DISPLAY "Aviso: no se pudo abrir el maestro "
                       FUNCTION TRIM(WS-NOM-MASTER-FILE)
                       ", estado " WS-FS-MASTER
                       ", el origen de la alicuota no se informa."
           END-IF.

      *----------------------------------------------------------------*
      * 1300 - Pasada previa sobre el log de auditoria: junta los      *
      * numeros de retencion anulados por una reversa transmitida OK.  *
       2100-SEPARAR-LINEA-AUDITORIA.
           MOVE SPACES TO WS-AUD-TIPO WS-AUD-ORIGINAL
                          WS-AUD-RUN-ID WS-AUD-REGIMEN
                          WS-AUD-JURISDICCION WS-AUD-RAZON.
           MOVE 1 TO WS-AUD-PTR.
           MOVE 0 TO WS-AUD-REG-LEN WS-AUD-JUR-LEN.
           UNSTRING AUDIT-RECORD DELIMITED BY ","
               INTO WS-AUD-CUIT
                    WS-AUD-SUCURSAL
                        COUNT IN WS-AUD-REG-LEN
               WITH POINTER WS-AUD-PTR
           END-UNSTRING.
      *---    La jurisdiccion (campo 13) solo se honra si la linea
      *---    traia el regimen y el campo mide 1 con 'B' o 'C'; en
      *---    una linea de un formato anterior el campo 13 ya es la
      *---    razon social y se vuelve a tomar desde alli.
           MOVE WS-AUD-PTR TO WS-AUD-PTR-JUR.
           IF WS-AUD-PTR <= 200
               UNSTRING AUDIT-RECORD DELIMITED BY ","
                   INTO WS-AUD-JURISDICCION
                            COUNT IN WS-AUD-JUR-LEN
                   WITH POINTER WS-AUD-PTR
               END-UNSTRING
           END-IF.
           IF WS-AUD-REG-LEN NOT = 1
            OR WS-AUD-JUR-LEN NOT = 1
            OR (WS-AUD-JURISDICCION NOT = 'B'
           AND WS-AUD-JURISDICCION NOT = 'C')
               MOVE WS-AUD-PTR-JUR TO WS-AUD-PTR
               MOVE 'B' TO WS-AUD-JURISDICCION
           END-IF.
           IF WS-AUD-PTR <= 200
               MOVE AUDIT-RECORD (WS-AUD-PTR:) TO WS-AUD-RAZON
           END-IF.
           ADD 1 TO WS-CONT-EMITIDOS.
           MOVE ALL "=" TO CERT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           IF AUD-ES-AGIP
               MOVE "          CERTIFICADO DE RETENCION - INGRESOS "
                    & "BRUTOS AGIP (CABA)" TO CERT-RECORD
           ELSE
               MOVE "          CERTIFICADO DE RETENCION - INGRESOS "
                    & "BRUTOS ARBA" TO CERT-RECORD
           END-IF.
           PERFORM 8900-GRABAR-LINEA.
           MOVE SPACES TO CERT-RECORD.
           STRING "          CERTIFICADO NUMERO "
                  " %"                    DELIMITED BY SIZE
             INTO CERT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           PERFORM 2350-DESCRIBIR-ORIGEN.
           MOVE SPACES TO CERT-RECORD.
           STRING "ORIGEN DE LA ALICUOTA.......: "
                                          DELIMITED BY SIZE
                  WS-ORIGEN-DESC          DELIMITED BY SIZE
             INTO CERT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE SPACES TO CERT-RECORD.
           STRING "IMPORTE RETENIDO............: $ "
                                          DELIMITED BY SIZE
           MOVE SPACES TO CERT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

      *----------------------------------------------------------------*
      * 2350 - Origen de la alicuota segun el maestro: padron por      *
      * sujeto del mes de la operacion, alicuota maxima (alto riesgo   *
      * o fuera del padron), categoria del padron o alicuota por       *
      * defecto. Una retencion sin registro en el maestro, o           *
      * reconstruida por RECMST, sale como no registrada. En una       *
      * retencion de AGIP el padron por sujeto es el de AGIP.          *
      *----------------------------------------------------------------*
       2350-DESCRIBIR-ORIGEN.
           MOVE 'NO REGISTRADO' TO WS-ORIGEN-DESC.
           IF MASTER-ABIERTO-SI
          AND WS-AUD-RET-NUMERO NUMERIC
               MOVE WS-AUD-RET-NUMERO TO MST-RET-NUMERO
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-ORIGEN-DESC
                       EVALUATE TRUE
                           WHEN MST-ALIC-PADRON-SUJETO
                            AND AUD-ES-AGIP
                               STRING "PADRON POR SUJETO AGIP "
                                          DELIMITED BY SIZE
                                      MST-FECHA-OPERACION (1:4)
                                          DELIMITED BY SIZE
                                      MST-FECHA-OPERACION (6:2)
                                          DELIMITED BY SIZE
                                 INTO WS-ORIGEN-DESC
                           WHEN MST-ALIC-PADRON-SUJETO
                               STRING "PADRON POR SUJETO ARBA "
                                          DELIMITED BY SIZE
                                      MST-FECHA-OPERACION (1:4)
                                          DELIMITED BY SIZE
                                      MST-FECHA-OPERACION (6:2)
                                          DELIMITED BY SIZE
                                 INTO WS-ORIGEN-DESC
                           WHEN MST-ALIC-ALTO-RIESGO
                               MOVE 'MAXIMA, ALTO RIESGO FISCAL'
                                   TO WS-ORIGEN-DESC
                           WHEN MST-ALIC-MAXIMA
                               MOVE 'MAXIMA, FUERA DEL PADRON POR '
                                  & 'SUJETO' TO WS-ORIGEN-DESC
                           WHEN MST-ALIC-CATEGORIA
                               STRING "PADRON DE CATEGORIAS, "
                                          DELIMITED BY SIZE
                                      "CATEGORIA "
                                          DELIMITED BY SIZE
                                      MST-CAT-CODIGO
                                          DELIMITED BY SIZE
                                 INTO WS-ORIGEN-DESC
                           WHEN MST-ALIC-DEFECTO
                               MOVE 'ALICUOTA POR DEFECTO'
                                   TO WS-ORIGEN-DESC
                           WHEN OTHER
                               MOVE 'NO REGISTRADO'
                                   TO WS-ORIGEN-DESC
                       END-EVALUATE
               END-READ
           END-IF.

       2900-LEER-SIGUIENTE-AUDITORIA.
           READ AUDIT-FILE
               AT END
               CLOSE AUDIT-FILE
               CLOSE CERT-FILE
           END-IF.
           IF MASTER-ABIERTO-SI
               CLOSE MASTER-FILE
           END-IF.
           DISPLAY "Emision de certificados finalizada.".
           DISPLAY "Certificados emitidos: " WS-CONT-EMITIDOS.
           IF WS-CONT-EMITIDOS > 0
               DISPLAY "No se encontro la retencion "
                       WS-RET-SOLICITADA " transmitida OK en "
                       FUNCTION TRIM(WS-NOM-AUDIT-FILE) "."
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.

       8900-GRABAR-LINEA.
