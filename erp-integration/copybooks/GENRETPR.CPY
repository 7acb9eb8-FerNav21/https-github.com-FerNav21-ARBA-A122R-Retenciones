           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PADRON.

      *--- Padron mensual por sujeto de ARBA (ver PADCUIT), por CUIT
      *--- y periodo: se consulta antes que el padron de categorias.
           SELECT SUJETO-FILE ASSIGN TO DISK WS-NOM-PADSUJ-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUJ-CLAVE
           FILE STATUS IS WS-FS-SUJETO.

      *--- Padron mensual por sujeto de AGIP (CABA), mismo esquema
      *--- que el de ARBA: se consulta para las lineas del driver de
      *--- jurisdiccion 'C', que no usan el padron de categorias.
           SELECT SUJAGP-FILE ASSIGN TO DISK WS-NOM-PADAGP-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SJA-CLAVE
           FILE STATUS IS WS-FS-SUJAGP.

      *--- Minimos no sujetos a retencion por regimen, con vigencias
      *--- como el padron: base minima mensual e importe minimo.
           SELECT MINIMO-FILE ASSIGN TO DISK WS-NOM-MINIMOS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MINIMO.

      *--- Asocia el nombre logico del archivo (RETENCION-FILE) con
      *--- un archivo fisico en disco (la variable RET-FILE-PATH).
           SELECT RETENCION-FILE ASSIGN TO DISK RET-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERCONTROL.

      *--- Ultimo numero de retencion de AGIP utilizado: la
      *--- jurisdiccion de CABA lleva numeracion propia en GENAGP.CTL.
           SELECT AGPCONTROL-FILE ASSIGN TO DISK WS-NOM-AGPCTL-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AGPCONTROL.

      *--- Checkpoint de reinicio del lote.
           SELECT CHECKPOINT-FILE ASSIGN TO DISK
                  WS-NOM-CHECKPOINT-FILE

      *--- Maestro indexado de retenciones: acceso directo por numero
      *--- de retencion y por CUIT para las consultas operativas,
      *--- sin recorrer el log de auditoria completo. Acceso
      *--- dinamico: ademas del acceso directo por numero, se
      *--- recorren por la clave alternativa los comprobantes del
      *--- mismo CUIT para acumular los pagos del mes.
           SELECT MASTER-FILE ASSIGN TO DISK WS-NOM-MASTER-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-RET-NUMERO
           ALTERNATE RECORD KEY IS MST-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-MASTER.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIODO.

      *--- Registro de las llamadas a la API que necesitaron mas de
      *--- un intento, para el tablero de gestion (TABGES).
           SELECT REINTENTO-FILE ASSIGN TO DISK WS-NOM-APIREI-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REINTENTO.

      *--- Operaciones del driver que no llegan al maestro (excluidas,
      *--- no sujetas o desviadas a pendientes sin numero), para el
      *--- archivo de retorno a los sistemas de origen (RETORN).
           SELECT SINNUM-FILE ASSIGN TO DISK WS-NOM-SINNUM-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SINNUM.

       DATA DIVISION.
      *================================================================*
      * Declara las variables y estructuras de datos.                  *
       FD  PADRON-FILE.
           COPY ERPPADR.

       FD  MINIMO-FILE.
           COPY ERPMINR.

       FD  SUJETO-FILE.
           COPY ERPSUJR.

       FD  SUJAGP-FILE.
           COPY ERPSJAR.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD           PIC X(200).

       FD  PERCONTROL-FILE.
       01  PERCONTROL-RECORD      PIC 9(07).

       FD  AGPCONTROL-FILE.
       01  AGPCONTROL-RECORD      PIC 9(07).

      *--- Los numeros de percepcion y de AGIP del checkpoint son
      *--- posteriores al resto del registro; un checkpoint del
      *--- formato anterior los trae en blanco y se ignoran.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKP-RET-NUMERO      PIC 9(07).
           05 CKP-POS-DRIVER      PIC 9(06).
           05 CKP-RUN-ID          PIC X(14).
           05 CKP-PER-NUMERO      PIC 9(07).
           05 CKP-AGP-NUMERO      PIC 9(07).

       FD  LOCK-FILE.
           COPY ERPLCKR.
       FD  PERIODO-FILE.
           COPY ERPPERR.

       FD  REINTENTO-FILE.
           COPY ERPAPIR.

       FD  SINNUM-FILE.
           COPY ERPSNRR.

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control (compartidos
      *--- con ACKRECON para que no queden desincronizados).
      *--- auditoria, pendientes y maestros propios.
           COPY ERPAGTW.

      *--- Codigo de retorno para la cadena nocturna.
           COPY ERPRETC.

      *--- Datos de la retencion que se esta procesando.
       01  WS-RETENCION-DATA.
           05 WS-CUIT-CONTRIB      PIC X(11).
       01  WS-REGIMEN              PIC X(01) VALUE 'R'.
           88 ES-PERCEPCION             VALUE 'P'.

      *--- Jurisdiccion del registro del driver en proceso: ARBA ('B'
      *--- o blanco en los drivers anteriores) o AGIP de CABA ('C'),
      *--- con padron, CSV, script de la API y numeracion propios.
      *--- AGIP solo tiene regimen de retenciones.
       01  WS-JURISDICCION         PIC X(01) VALUE 'B'.
           88 ES-AGIP                   VALUE 'C'.

      *--- Numero de comprobante de la operacion en proceso: el de la
      *--- serie de retenciones, el de la serie de percepciones o el
      *--- de la serie de AGIP, segun el regimen y la jurisdiccion.
       01  WS-NUM-ACTUAL           PIC 9(07) VALUE 0.

      *--- Registros de control del driver (cabecera y cola) y la
      *--- Numero de percepcion, tomado de GENPER.CTL. La serie de
      *--- percepciones arranca en 5000001 para que las dos series
      *--- no colisionen en la clave del maestro RETMST.DAT.
       01  WS-AGP-NUMERO           PIC 9(07).
      *--- Numero de retencion de AGIP, tomado de GENAGP.CTL. La
      *--- serie arranca en 8000001, por encima de las de ARBA.
       01  WS-FILE-NAME            PIC X(12).
      *--- Nombre del archivo CSV (ej: r0012345.csv).
       01  RET-FILE-PATH           PIC X(100).
       01  WS-CKP-RET-NUMERO       PIC 9(07) VALUE 0.
       01  WS-CKP-POS-DRIVER       PIC 9(06) VALUE 0.
       01  WS-CKP-PER-NUMERO       PIC 9(07) VALUE 0.
       01  WS-CKP-AGP-NUMERO       PIC 9(07) VALUE 0.

      *--- Identificador de la corrida (fecha y hora de inicio),
      *--- registrado en la auditoria y en el checkpoint para que

       01  WS-ALICUOTA-DEFECTO     PIC 9(02)V99 VALUE 2.50.

      *--- Origen de la alicuota de la operacion en proceso, que queda
      *--- en el maestro (MST-ORIGEN-ALIC) y sale en el certificado.
      *--- En las operaciones de AGIP 'S', 'A' y 'M' se refieren al
      *--- padron de AGIP.
       01  WS-ORIGEN-ALIC          PIC X(01) VALUE SPACE.
           88 ALIC-PADRON-SUJETO        VALUE 'S'.
           88 ALIC-ALTO-RIESGO          VALUE 'A'.
           88 ALIC-MAXIMA               VALUE 'M'.
           88 ALIC-CATEGORIA            VALUE 'C'.
           88 ALIC-DEFECTO              VALUE 'D'.

      *--- Periodo (AAAAMM) de la operacion en proceso para el padron
      *--- por sujeto, y ultimo periodo cuyo registro de control se
      *--- consulto: el control se relee solo cuando cambia el mes.
       01  WS-SUJ-PERIODO-OPER     PIC X(06) VALUE SPACES.
       01  WS-SUJ-PERIODO-CONS     PIC X(06) VALUE SPACES.
       01  WS-CUIT-CONTROL         PIC X(11) VALUE '00000000000'.

      *--- Lo mismo para el padron por sujeto de AGIP.
       01  WS-SJA-PERIODO-CONS     PIC X(06) VALUE SPACES.

      *--- Tabla de minimos no sujetos por regimen y vigencia,
      *--- cargada de RETMIN.DAT al iniciar. El minimo que se aplica
      *--- es el vigente en la fecha de operacion; un regimen sin
      *--- entrada vigente no tiene minimo. Las retenciones de AGIP
      *--- buscan su minimo con el codigo de regimen 'C'.
       01  WS-MIN-COUNT            PIC 9(03) VALUE 0.
       01  WS-TABLA-MINIMOS.
           05 WS-MIN-ENTRY OCCURS 100 TIMES
                            DEPENDING ON WS-MIN-COUNT
                            INDEXED BY WS-MIN-IDX.
              10 WS-MIN-T-REGIMEN   PIC X(01).
              10 WS-MIN-T-BASE      PIC 9(07)V99.
              10 WS-MIN-T-IMPORTE   PIC 9(07)V99.
              10 WS-MIN-T-VIG-DESDE PIC X(10).
              10 WS-MIN-T-VIG-HASTA PIC X(10).

      *--- Minimo vigente para la operacion en proceso.
       01  WS-MIN-BASE-VIG         PIC 9(07)V99 VALUE 0.
       01  WS-MIN-IMPORTE-VIG      PIC 9(07)V99 VALUE 0.

      *--- Codigo de regimen con que se busca el minimo de la
      *--- operacion en proceso.
       01  WS-MIN-REGIMEN          PIC X(01) VALUE 'R'.

      *--- Pagos del mismo CUIT, mes, regimen y jurisdiccion que no
      *--- alcanzaron el minimo (lineas NO-SUJETO del historico de
      *--- auditoria mas las del lote en curso). No tienen numero ni
      *--- registro en el maestro, pero su base cuenta para el
      *--- acumulado del mes en que el proveedor supera el minimo.
       01  WS-NSJ-COUNT            PIC 9(05) VALUE 0.
       01  WS-TABLA-NO-SUJETOS.
           05 WS-NSJ-ENTRY OCCURS 5000 TIMES
                            DEPENDING ON WS-NSJ-COUNT
                            INDEXED BY WS-NSJ-IDX.
              10 WS-NSJ-CUIT        PIC X(11).
              10 WS-NSJ-MES         PIC X(07).
              10 WS-NSJ-REGIMEN     PIC X(01).
              10 WS-NSJ-JURISDICCION PIC X(01).
              10 WS-NSJ-BASE        PIC 9(09)V99 COMP-3.

      *--- Pago no sujeto a sumar en la tabla.
       01  WS-NSJ-A-CUIT           PIC X(11).
       01  WS-NSJ-A-MES            PIC X(07).
       01  WS-NSJ-A-REGIMEN        PIC X(01).
       01  WS-NSJ-A-JURISDICCION   PIC X(01).
       01  WS-NSJ-A-BASE           PIC 9(09)V99 COMP-3.

      *--- Acumulado del mes para el CUIT, regimen y jurisdiccion de
      *--- la operacion en proceso: base de los pagos anteriores
      *--- (retenidos o no) e importe ya retenido sobre ellos. La
      *--- retencion del pago actual es la del acumulado con este
      *--- pago, menos lo ya retenido en el mes.
       01  WS-ACUM-MES             PIC X(07) VALUE SPACES.
       01  WS-ACUM-BASE            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACUM-RETENIDO        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACUM-BASE-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACUM-IMPORTE         PIC S9(11)V99 COMP-3 VALUE 0.

      *--- Tabla de claves de retenciones ya transmitidas: historico
      *--- de RETLOG.CSV cargado al iniciar mas lo que va generando
      *--- el lote en curso. La clave identifica la operacion por
      *--- CUIT, sucursal, fecha de operacion, base imponible,
      *--- regimen y jurisdiccion (una compra retenida y una venta
      *--- percibida del mismo dia y base son operaciones distintas,
      *--- y un mismo pago lleva una retencion de ARBA y otra de
      *--- AGIP); una repeticion es un duplicado y no debe
      *--- transmitirse. El numero de retencion acompana a la clave
      *--- para poder descartarla cuando una anulacion del mismo
      *--- lote revierte esa retencion (la clave descartada queda en
      *--- blanco).
       01  WS-DUP-COUNT            PIC 9(05) VALUE 0.
       01  WS-TABLA-DUPLICADOS.
           05 WS-DUP-ENTRY OCCURS 9000 TIMES
                            DEPENDING ON WS-DUP-COUNT
                            INDEXED BY WS-DUP-IDX.
              10 WS-DUP-CLAVE      PIC X(43).
              10 WS-DUP-RET-NUMERO PIC 9(07).

      *--- Subindice para recorrer la tabla de duplicados.
           05 WS-DUP-A-FECHA       PIC X(19).
           05 WS-DUP-A-BASE        PIC X(10).
           05 WS-DUP-A-REGIMEN     PIC X(01).
           05 WS-DUP-A-JURISDICCION PIC X(01).

      *--- Numeros de retencion anulados por una reversa OK: los del
      *--- historico se juntan en una pasada previa y los del lote en
       01  WS-HIS-RUN-ID           PIC X(14).
       01  WS-HIS-REGIMEN          PIC X(01).
       01  WS-HIS-REG-LEN          PIC 9(03) VALUE 0.
       01  WS-HIS-JURISDICCION     PIC X(01).
       01  WS-HIS-JUR-LEN          PIC 9(03) VALUE 0.
       01  WS-HIS-RET-NUMERO       PIC X(07).

      *--- Resultado de la consulta al maestro de proveedores para
           88 PROVEEDOR-REDUCIDO        VALUE 'R'.
       01  WS-PROV-PORC            PIC 9(02)V99 VALUE 0.

      *--- Tabla de quincenas CERRADAS o PAGADAS del control de
      *--- periodos, cargada al iniciar. Una operacion cuya quincena
      *--- (AAAAMMQ) figure aca se desvia a pendientes con motivo
      *--- PERIODO-CERRADO.
       01  WS-PER-COUNT            PIC 9(03) VALUE 0.
       01  WS-TABLA-PERIODOS.

      *--- Control de reintentos de la llamada a la API.
       01  WS-INTENTO              PIC 9(02) VALUE 0.
       01  WS-REI-FECHA-CD         PIC X(08).
       01  WS-REI-HORA-CD          PIC X(06).

      *--- Estado y motivo de una operacion que no llega al maestro,
      *--- para el registro de operaciones sin numero.
       01  WS-SNR-A-ESTADO         PIC X(12).
       01  WS-SNR-A-MOTIVO         PIC X(25).

      *--- Contadores de resumen del lote.
       01  WS-CONT-PROCESADOS      PIC 9(05) VALUE 0.
       01  WS-CONT-EXCLUIDOS       PIC 9(05) VALUE 0.
       01  WS-CONT-PER-CERRADO     PIC 9(05) VALUE 0.
       01  WS-CONT-PERCEPCIONES    PIC 9(05) VALUE 0.
       01  WS-CONT-AGIP            PIC 9(05) VALUE 0.
       01  WS-CONT-NO-SUJETOS      PIC 9(05) VALUE 0.
       01  WS-CONT-ALIC-MAXIMA     PIC 9(05) VALUE 0.
       01  WS-CONT-ALIC-CATEGORIA  PIC 9(05) VALUE 0.

      *--- Indicadores de estado.
       01  WS-FIN-DRIVER           PIC X(01) VALUE 'N'.
           88 COLA-DRV-OK               VALUE 'S'.
       01  WS-BLOQUEO-TOMADO       PIC X(01) VALUE 'N'.
           88 BLOQUEO-TOMADO-SI         VALUE 'S'.
       01  WS-FIN-MINIMOS          PIC X(01) VALUE 'N'.
           88 FIN-MINIMOS-SI            VALUE 'S'.
       01  WS-MINIMO-HALLADO       PIC X(01) VALUE 'N'.
           88 MINIMO-HALLADO            VALUE 'S'.
       01  WS-NO-SUJETO            PIC X(01) VALUE 'N'.
           88 ES-NO-SUJETO              VALUE 'S'.
       01  WS-FIN-ACUM-MST         PIC X(01) VALUE 'N'.
           88 FIN-ACUM-MST-SI           VALUE 'S'.
       01  WS-SUJETO-ABIERTO       PIC X(01) VALUE 'N'.
           88 SUJETO-ABIERTO-SI         VALUE 'S'.
       01  WS-SUJ-PER-CARGADO      PIC X(01) VALUE 'N'.
           88 SUJ-PERIODO-CARGADO       VALUE 'S'.
       01  WS-SJA-ABIERTO          PIC X(01) VALUE 'N'.
           88 SJA-ABIERTO-SI            VALUE 'S'.
       01  WS-SJA-PER-CARGADO      PIC X(01) VALUE 'N'.
           88 SJA-PERIODO-CARGADO       VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-CONFIG            PIC X(02).
       01  WS-FS-DRIVER            PIC X(02).
       01  WS-FS-PADRON            PIC X(02).
       01  WS-FS-MINIMO            PIC X(02).
       01  WS-FS-SUJETO            PIC X(02).
       01  WS-FS-SUJAGP            PIC X(02).
       01  WS-FS-AUDIT             PIC X(02).
       01  WS-FS-PENDING           PIC X(02).
       01  WS-FS-CONTROL           PIC X(02).
       01  WS-FS-PERCONTROL        PIC X(02).
       01  WS-FS-AGPCONTROL        PIC X(02).
       01  WS-FS-CHECKPOINT        PIC X(02).
       01  WS-FS-RETENCION         PIC X(02).
       01  WS-FS-MASTER            PIC X(02).
       01  WS-FS-PROV              PIC X(02).
       01  WS-FS-PERIODO           PIC X(02).
       01  WS-FS-LOCK              PIC X(02).
       01  WS-FS-REINTENTO         PIC X(02).
       01  WS-FS-SINNUM            PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
           PERFORM 2000-PROCESAR-RETENCIONES
               UNTIL FIN-DRIVER-SI.
           PERFORM 8000-FINALIZAR.
      *---    Los CALL "SYSTEM" del lote pisan RETURN-CODE: el codigo
      *---    de la corrida se carga recien aca.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
           IF AGENTE-SELECCIONADO
               PERFORM 1050-TOMAR-BLOQUEO
           END-IF.
           IF NOT AGENTE-SELECCIONADO
               MOVE 16 TO WS-CODIGO-RETORNO
           END-IF.
           IF NOT AGENTE-SELECCIONADO
            OR NOT BLOQUEO-TOMADO-SI
               MOVE 'S' TO WS-FIN-DRIVER
           ELSE
               PERFORM 1100-LEER-CONFIGURACION
               PERFORM 1200-CARGAR-PADRON-ALICUOTAS
               PERFORM 1250-CARGAR-MINIMOS
               PERFORM 1300-LEER-ULTIMO-NUMERO
               PERFORM 1400-LEER-CHECKPOINT
               PERFORM 1600-ABRIR-MAESTRO
               PERFORM 1700-ABRIR-PROVEEDORES
               PERFORM 1750-ABRIR-PADRON-SUJETOS
               PERFORM 1800-CARGAR-PERIODOS
               PERFORM 1500-CARGAR-HISTORICO

                   DISPLAY "ERROR: no se pudo abrir el driver "
                           FUNCTION TRIM(CF-DRIVER-FILE) "."
                   MOVE 'S' TO WS-FIN-DRIVER
                   MOVE 16 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM 1900-CONTROLAR-COLA-DRIVER
                   IF NOT COLA-DRV-OK
      *---            checkpoint de una corrida anterior queda en
      *---            pie y no se transmite un extracto a medias.
                       MOVE 'S' TO WS-FIN-DRIVER
                       MOVE 8 TO WS-CODIGO-RETORNO
                   ELSE
      *---            La pasada previa cerro el driver; si la
      *---            reapertura falla (la red parpadeo), el lote
                                   FUNCTION TRIM(CF-DRIVER-FILE)
                                   ", estado " WS-FS-DRIVER "."
                           MOVE 'S' TO WS-FIN-DRIVER
                           MOVE 16 TO WS-CODIGO-RETORNO
                       ELSE
                           MOVE 'S' TO WS-DRIVER-ABIERTO
                           OPEN EXTEND AUDIT-FILE
                       "curso (corrida " LCK-RUN-ID ")."
               DISPLAY "Si la corrida anterior cayo, liberar "
                       "el bloqueo con LIBLOCK y reintentar."
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               MOVE 'ACTIVO' TO LCK-ESTADO
               MOVE WS-RUN-ID TO LCK-RUN-ID
                   DISPLAY "ERROR: no se pudo tomar el bloqueo en "
                           FUNCTION TRIM(WS-NOM-LOCK-FILE)
                           ", estado " WS-FS-LOCK "."
                   MOVE 16 TO WS-CODIGO-RETORNO
               ELSE
                   WRITE LOCK-RECORD
                   CLOSE LOCK-FILE
           MOVE 'PADRON.DAT'             TO CF-PADRON-FILE.
           MOVE 'CONSTANCIA.DAT'         TO CF-ACK-FILE.
           MOVE 3                         TO CF-MAX-REINTENTOS.
           MOVE 1.75                      TO CF-ALIC-MAX-RET.
           MOVE 3.00                      TO CF-ALIC-MAX-PER.
           MOVE 'llamar_agip.bat'        TO CF-API-SCRIPT-AGP.
           MOVE 4.50                      TO CF-ALIC-MAX-AGP.

           OPEN INPUT CONFIG-FILE.
           IF WS-FS-CONFIG NOT = '00'
               CLOSE CONFIG-FILE
           END-IF.

      *---    Un GENRET.CFG del formato anterior termina antes de las
      *---    alicuotas maximas: rigen las de por defecto.
           IF CF-ALIC-MAX-RET NOT NUMERIC OR CF-ALIC-MAX-RET = 0
               MOVE 1.75 TO CF-ALIC-MAX-RET
           END-IF.
           IF CF-ALIC-MAX-PER NOT NUMERIC OR CF-ALIC-MAX-PER = 0
               MOVE 3.00 TO CF-ALIC-MAX-PER
           END-IF.
      *---    Tampoco trae el script ni la alicuota maxima de AGIP.
           IF CF-API-SCRIPT-AGP = SPACES
               MOVE 'llamar_agip.bat' TO CF-API-SCRIPT-AGP
           END-IF.
           IF CF-ALIC-MAX-AGP NOT NUMERIC OR CF-ALIC-MAX-AGP = 0
               MOVE 4.50 TO CF-ALIC-MAX-AGP
           END-IF.

      *---    El registro del agente elegido manda sobre GENRET.CFG:
      *---    ruta de red, driver, padron y constancia propios de la
      *---    sociedad. En modo mono-agente (codigo en blanco) rige
                       TO WS-PAD-VIG-HASTA (WS-PADRON-COUNT)
           END-READ.

      *----------------------------------------------------------------*
      * 1250 - Carga de los minimos no sujetos por regimen. Sin        *
      * archivo de minimos ningun regimen tiene minimo y se retiene    *
      * todo pago, como antes de los minimos.                          *
      *----------------------------------------------------------------*
       1250-CARGAR-MINIMOS.
           MOVE 0 TO WS-MIN-COUNT.
           MOVE 'N' TO WS-FIN-MINIMOS.
           OPEN INPUT MINIMO-FILE.
           IF WS-FS-MINIMO NOT = '00'
               DISPLAY "Aviso: no se encontro "
                       FUNCTION TRIM(WS-NOM-MINIMOS-FILE)
                       ", no se aplican minimos no sujetos."
           ELSE
               PERFORM 1260-LEER-MINIMO
                   UNTIL FIN-MINIMOS-SI
                      OR WS-MIN-COUNT >= 100
               CLOSE MINIMO-FILE
           END-IF.

       1260-LEER-MINIMO.
           READ MINIMO-FILE
               AT END
                   MOVE 'S' TO WS-FIN-MINIMOS
               NOT AT END
                   IF MIN-BASE-MINIMA NUMERIC
                  AND MIN-IMPORTE-MINIMO NUMERIC
                       ADD 1 TO WS-MIN-COUNT
                       MOVE MIN-REGIMEN
                           TO WS-MIN-T-REGIMEN (WS-MIN-COUNT)
                       MOVE MIN-BASE-MINIMA
                           TO WS-MIN-T-BASE (WS-MIN-COUNT)
                       MOVE MIN-IMPORTE-MINIMO
                           TO WS-MIN-T-IMPORTE (WS-MIN-COUNT)
                       MOVE MIN-VIG-DESDE
                           TO WS-MIN-T-VIG-DESDE (WS-MIN-COUNT)
                       MOVE MIN-VIG-HASTA
                           TO WS-MIN-T-VIG-HASTA (WS-MIN-COUNT)
                   ELSE
                       DISPLAY "Aviso: registro de minimos mal "
                               "formado, se ignora: " MINIMO-RECORD
                   END-IF
           END-READ.

       1300-LEER-ULTIMO-NUMERO.
           OPEN INPUT CONTROL-FILE.
           IF WS-FS-CONTROL NOT = '00'
               CLOSE CONTROL-FILE
           END-IF.
           PERFORM 1350-LEER-ULTIMO-PERCEP.
           PERFORM 1360-LEER-ULTIMO-AGIP.

      *----------------------------------------------------------------*
      * 1350 - Numeracion propia del regimen de percepciones: la       *
               CLOSE PERCONTROL-FILE
           END-IF.

      *----------------------------------------------------------------*
      * 1360 - Numeracion propia de las retenciones de AGIP: la serie  *
      * arranca en 8000001, por encima de las dos series de ARBA.      *
      *----------------------------------------------------------------*
       1360-LEER-ULTIMO-AGIP.
           OPEN INPUT AGPCONTROL-FILE.
           IF WS-FS-AGPCONTROL NOT = '00'
               MOVE 8000001 TO WS-AGP-NUMERO
           ELSE
               READ AGPCONTROL-FILE
                   AT END
                       MOVE 8000001 TO WS-AGP-NUMERO
                   NOT AT END
                       MOVE AGPCONTROL-RECORD TO WS-AGP-NUMERO
               END-READ
               CLOSE AGPCONTROL-FILE
           END-IF.

       1400-LEER-CHECKPOINT.
           MOVE 0 TO WS-CKP-PER-NUMERO.
           MOVE 0 TO WS-CKP-AGP-NUMERO.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-FS-CHECKPOINT NOT = '00'
               MOVE 0 TO WS-CKP-RET-NUMERO
                           MOVE CKP-PER-NUMERO
                               TO WS-CKP-PER-NUMERO
                       END-IF
                       IF CKP-AGP-NUMERO NUMERIC
                           MOVE CKP-AGP-NUMERO
                               TO WS-CKP-AGP-NUMERO
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
               IF WS-CKP-PER-NUMERO > 0
                   MOVE WS-CKP-PER-NUMERO TO WS-PCP-NUMERO
               END-IF
               IF WS-CKP-AGP-NUMERO > 0
                   MOVE WS-CKP-AGP-NUMERO TO WS-AGP-NUMERO
               END-IF
               DISPLAY "Reanudando lote despues del registro "
                       WS-CKP-POS-DRIVER " del driver, retencion "
                       WS-RET-NUMERO "."
      * nuevo. Las retenciones anuladas por una reversa posterior, o   *
      * que quedaron RECHAZADA o ANULADA en el maestro, no cargan su   *
      * clave: la operacion corregida debe poder reemitirse sin caer   *
      * en DUPLICADO. Los pagos que quedaron NO-SUJETO por no          *
      * alcanzar el minimo tambien cargan su clave (un driver repetido *
      * no debe sumarlos dos veces al acumulado del mes) y su base     *
      * entra a la tabla de no sujetos.                                *
      *----------------------------------------------------------------*
       1500-CARGAR-HISTORICO.
           PERFORM 1450-CARGAR-ANULACIONES.
                  AND WS-HIS-TIPO NOT = 'A'
                       PERFORM 1530-CARGAR-CLAVE-HISTORICO
                   END-IF
                   IF WS-HIS-RESULTADO = "NO-SUJETO"
                       PERFORM 1530-CARGAR-CLAVE-HISTORICO
                       PERFORM 1560-CARGAR-NO-SUJETO
                   END-IF
           END-READ.

       1520-SEPARAR-LINEA-HISTORICO.
           MOVE SPACES TO WS-HIS-TIPO WS-HIS-ORIGINAL
                          WS-HIS-RUN-ID WS-HIS-REGIMEN
                          WS-HIS-JURISDICCION.
           MOVE 0 TO WS-HIS-REG-LEN WS-HIS-JUR-LEN.
           UNSTRING AUDIT-RECORD DELIMITED BY ","
               INTO WS-HIS-CUIT
                    WS-HIS-SUCURSAL
                    WS-HIS-RUN-ID
                    WS-HIS-REGIMEN
                        COUNT IN WS-HIS-REG-LEN
                    WS-HIS-JURISDICCION
                        COUNT IN WS-HIS-JUR-LEN
           END-UNSTRING.
           MOVE WS-HIS-FILENAME (2:7) TO WS-HIS-RET-NUMERO.
      *---    La jurisdiccion se honra con el mismo criterio, y solo
      *---    si la linea ya traia el regimen: en las lineas de los
      *---    formatos anteriores el campo 13 es la razon social o
      *---    no existe. Todo lo demas es ARBA.
           IF WS-HIS-JURISDICCION NOT = 'C'
            OR WS-HIS-JUR-LEN NOT = 1
            OR WS-HIS-REG-LEN NOT = 1
               MOVE 'B' TO WS-HIS-JURISDICCION
           END-IF.
      *---    El regimen solo se honra si el campo delimitado mide
      *---    exactamente 1: en una linea del formato anterior el
      *---    campo 12 es la razon social y una razon que empieza
                   TO WS-DUP-CLAVE (WS-DUP-COUNT) (32:10)
               MOVE WS-HIS-REGIMEN
                   TO WS-DUP-CLAVE (WS-DUP-COUNT) (42:1)
               MOVE WS-HIS-JURISDICCION
                   TO WS-DUP-CLAVE (WS-DUP-COUNT) (43:1)
               IF WS-HIS-RET-NUMERO NUMERIC
                   MOVE WS-HIS-RET-NUMERO
                       TO WS-DUP-RET-NUMERO (WS-DUP-COUNT)
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * 1560 - Suma la base de un pago NO-SUJETO del historico a la    *
      * tabla de no sujetos por CUIT, mes, regimen y jurisdiccion.     *
      *----------------------------------------------------------------*
       1560-CARGAR-NO-SUJETO.
           MOVE WS-HIS-CUIT        TO WS-NSJ-A-CUIT.
           MOVE WS-HIS-FECHA (1:7) TO WS-NSJ-A-MES.
           MOVE WS-HIS-REGIMEN     TO WS-NSJ-A-REGIMEN.
           MOVE WS-HIS-JURISDICCION TO WS-NSJ-A-JURISDICCION.
           COMPUTE WS-NSJ-A-BASE = FUNCTION NUMVAL(WS-HIS-BASE-ED).
           PERFORM 1570-SUMAR-NO-SUJETO.

       1570-SUMAR-NO-SUJETO.
           SET WS-NSJ-IDX TO 1.
           IF WS-NSJ-COUNT = 0
               PERFORM 1580-ALTA-NO-SUJETO
           ELSE
               SEARCH WS-NSJ-ENTRY
                   AT END
                       PERFORM 1580-ALTA-NO-SUJETO
                   WHEN WS-NSJ-CUIT (WS-NSJ-IDX) = WS-NSJ-A-CUIT
                    AND WS-NSJ-MES (WS-NSJ-IDX) = WS-NSJ-A-MES
                    AND WS-NSJ-REGIMEN (WS-NSJ-IDX)
                      = WS-NSJ-A-REGIMEN
                    AND WS-NSJ-JURISDICCION (WS-NSJ-IDX)
                      = WS-NSJ-A-JURISDICCION
                       ADD WS-NSJ-A-BASE TO WS-NSJ-BASE (WS-NSJ-IDX)
               END-SEARCH
           END-IF.

       1580-ALTA-NO-SUJETO.
           IF WS-NSJ-COUNT >= 5000
               DISPLAY "Aviso: la tabla de pagos no sujetos esta "
                       "completa, el acumulado del mes del CUIT "
                       WS-NSJ-A-CUIT " puede ser incompleto."
           ELSE
               ADD 1 TO WS-NSJ-COUNT
               MOVE WS-NSJ-A-CUIT    TO WS-NSJ-CUIT (WS-NSJ-COUNT)
               MOVE WS-NSJ-A-MES     TO WS-NSJ-MES (WS-NSJ-COUNT)
               MOVE WS-NSJ-A-REGIMEN
                   TO WS-NSJ-REGIMEN (WS-NSJ-COUNT)
               MOVE WS-NSJ-A-JURISDICCION
                   TO WS-NSJ-JURISDICCION (WS-NSJ-COUNT)
               MOVE WS-NSJ-A-BASE    TO WS-NSJ-BASE (WS-NSJ-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      * 1600 - Apertura del maestro indexado de retenciones; si no     *
      * existe todavia se lo crea vacio. Si el maestro no se puede     *
                       ", no se aplican certificados."
           END-IF.

      *----------------------------------------------------------------*
      * 1750 - Apertura del padron por sujeto, solo lectura. Si no     *
      * existe todavia ningun periodo esta cargado y la alicuota sale  *
      * del padron de categorias, como antes del padron por sujeto.    *
      *----------------------------------------------------------------*
       1750-ABRIR-PADRON-SUJETOS.
           OPEN INPUT SUJETO-FILE.
           IF WS-FS-SUJETO = '00'
               MOVE 'S' TO WS-SUJETO-ABIERTO
           ELSE
               DISPLAY "Aviso: no se pudo abrir el padron por "
                       "sujeto "
                       FUNCTION TRIM(WS-NOM-PADSUJ-FILE)
                       ", estado " WS-FS-SUJETO
                       ", se usa el padron de categorias."
           END-IF.
           OPEN INPUT SUJAGP-FILE.
           IF WS-FS-SUJAGP = '00'
               MOVE 'S' TO WS-SJA-ABIERTO
           ELSE
               DISPLAY "Aviso: no se pudo abrir el padron de AGIP "
                       FUNCTION TRIM(WS-NOM-PADAGP-FILE)
                       ", estado " WS-FS-SUJAGP
                       ", las retenciones de AGIP van a la "
                       "alicuota maxima."
           END-IF.

      *----------------------------------------------------------------*
      * 1800 - Carga del control de periodos las quincenas CERRADAS.   *
      * Sin archivo de control no hay quincena presentada y todo se    *
                   MOVE 'S' TO WS-FIN-PERIODOS
               NOT AT END
                   IF PER-ESTADO = 'CERRADO'
                    OR PER-ESTADO = 'PAGADO'
                       ADD 1 TO WS-PER-COUNT
                       MOVE PER-QUINCENA
                           TO WS-PER-QUINCENA (WS-PER-COUNT)
                       PERFORM 2170-AGREGAR-CLAVE-LOTE
                       PERFORM 2200-OBTENER-ALICUOTA
                       PERFORM 2300-CALCULAR-IMPORTE
                       IF ES-NO-SUJETO
                           PERFORM 2740-REGISTRAR-NO-SUJETO
                       ELSE
                           PERFORM 2050-TRANSMITIR-OPERACION
                       END-IF
               END-EVALUATE
               PERFORM 2800-ACTUALIZAR-CHECKPOINT
           END-IF.
           PERFORM 2900-LEER-SIGUIENTE-DRIVER.

      *----------------------------------------------------------------*
      * 2050 - Genera el CSV de la operacion, lo transmite, deja la    *
      * auditoria y el maestro y consume el numero de la serie del     *
      * regimen. Un pago NO-SUJETO no pasa por aca: no genera archivo  *
      * ni consume numero.                                             *
      *----------------------------------------------------------------*
       2050-TRANSMITIR-OPERACION.
           PERFORM 2400-GENERAR-ARCHIVO-CSV.
           IF CSV-GENERADO-SI
               PERFORM 2500-LLAMAR-API-CON-REINTENTOS
               PERFORM 2600-REGISTRAR-AUDITORIA
               IF NOT API-RESULTO-OK
                   PERFORM 2760-REGISTRAR-PENDIENTE-API
               END-IF
           ELSE
               PERFORM 2770-REGISTRAR-PENDIENTE-CSV
           END-IF.
           PERFORM 2650-GRABAR-MAESTRO.
           IF ES-ANULACION
          AND CSV-GENERADO-SI AND API-RESULTO-OK
               PERFORM 2680-REGISTRAR-ANULACION-LOTE
           END-IF.
           EVALUATE TRUE
               WHEN ES-AGIP
                   ADD 1 TO WS-AGP-NUMERO
               WHEN ES-PERCEPCION
                   ADD 1 TO WS-PCP-NUMERO
               WHEN OTHER
                   ADD 1 TO WS-RET-NUMERO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2100 - Valida el CUIT con el digito verificador modulo 11      *
      * antes de generar ningun archivo para ARBA.                     *
      *----------------------------------------------------------------*
      * 2155 - Determina el regimen del registro del driver:           *
      * percepcion ('P') o retencion ('R', tambien para el blanco de   *
      * los drivers anteriores), y la jurisdiccion: AGIP ('C') o ARBA  *
      * (todo lo demas). Toma el numero de comprobante de la serie     *
      * que corresponde. AGIP solo retiene: una linea de AGIP con otro *
      * regimen ya la rechazo VALDRV y aca se trata como retencion.    *
      *----------------------------------------------------------------*
       2155-DETERMINAR-REGIMEN.
           IF DR-JURISDICCION = 'C'
               MOVE 'C' TO WS-JURISDICCION
           ELSE
               MOVE 'B' TO WS-JURISDICCION
           END-IF.
           EVALUATE TRUE
               WHEN ES-AGIP
                   MOVE 'R' TO WS-REGIMEN
                   MOVE WS-AGP-NUMERO TO WS-NUM-ACTUAL
               WHEN DR-REGIMEN = 'P'
                   MOVE 'P' TO WS-REGIMEN
                   MOVE WS-PCP-NUMERO TO WS-NUM-ACTUAL
               WHEN OTHER
                   MOVE 'R' TO WS-REGIMEN
                   MOVE WS-RET-NUMERO TO WS-NUM-ACTUAL
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2160 - Controla que la operacion del driver no se haya         *
      * transmitido ya, ni en el historico de auditoria ni en el lote  *
      * en curso. Una originacion repite si su clave (CUIT, sucursal,  *
      * fecha, base, regimen y jurisdiccion) ya se transmitio: la      *
      * retencion de ARBA y la de AGIP del mismo pago no se pisan. Una *
      * anulacion repite si su retencion original ya fue revertida por *
      * otra reversa, porque un doble negativo en el fisco es tan      *
      * irrecuperable como una doble originacion.                      *
      *----------------------------------------------------------------*
       2160-BUSCAR-DUPLICADO.
           MOVE 'N' TO WS-ES-DUPLICADO.
                   MOVE DR-BASE-IMPONIBLE  TO WS-BASE-ED
                   MOVE WS-BASE-ED         TO WS-DUP-A-BASE
                   MOVE WS-REGIMEN         TO WS-DUP-A-REGIMEN
                   MOVE WS-JURISDICCION    TO WS-DUP-A-JURISDICCION
                   SET WS-DUP-IDX TO 1
                   IF WS-DUP-COUNT > 0
                       SEARCH WS-DUP-ENTRY
      * Las percepciones tampoco: los certificados de ARBA son por     *
      * regimen y los del maestro de proveedores son del regimen de    *
      * retenciones, no deben suprimir la percepcion sobre una venta   *
      * al mismo CUIT. Ni las retenciones de AGIP: los certificados    *
      * del maestro los emite ARBA y no valen en CABA.                 *
      *----------------------------------------------------------------*
       2175-CONSULTAR-PROVEEDOR.
           MOVE SPACE TO WS-PROV-CERT.
          AND CUIT-ES-VALIDO
          AND NOT ES-ANULACION
          AND NOT ES-PERCEPCION
          AND NOT ES-AGIP
               MOVE DR-CUIT TO PRV-CUIT
               READ PROV-FILE
                   INVALID KEY
      * 2185 - Arma la quincena de la fecha de operacion (AAAAMMQ,     *
      * dias 1 a 15 = quincena 1) y la busca entre las CERRADAS del    *
      * control de periodos: una operacion de una quincena ya          *
      * presentada no debe transmitirse, desencuadraria la DDJJ. El    *
      * control de periodos es el de las presentaciones ante ARBA: no  *
      * se aplica a las retenciones de AGIP.                           *
      *----------------------------------------------------------------*
       2185-CONTROLAR-PERIODO.
           MOVE 'N' TO WS-PERIODO-CERRADO.
           MOVE SPACES TO WS-QUINCENA-OPER.
           IF WS-PER-COUNT > 0
          AND NOT ES-AGIP
          AND DR-FECHA-OPERACION (1:4) NUMERIC
          AND DR-FECHA-OPERACION (6:2) NUMERIC
          AND DR-FECHA-OPERACION (9:2) NUMERIC
           END-IF.

      *----------------------------------------------------------------*
      * 2200 - Determina la alicuota del contribuyente. Primero el     *
      * padron por sujeto del mes de la operacion (2210): la alicuota  *
      * propia del CUIT, o la maxima del regimen si es de alto riesgo  *
      * fiscal o si el periodo esta cargado y el CUIT no figura. Solo  *
      * si el periodo no se cargo se recurre al padron de categorias:  *
      * la entrada de la categoria cuya vigencia cubre la fecha de     *
      * operacion. Una vigencia-desde en blanco (formato anterior del  *
      * padron) rige desde siempre y una vigencia-hasta en blanco      *
      * sigue vigente. El origen queda en WS-ORIGEN-ALIC. Las          *
      * retenciones de AGIP solo usan el padron de AGIP (2220): el     *
      * padron de categorias es de ARBA.                               *
      *----------------------------------------------------------------*
       2200-OBTENER-ALICUOTA.
           MOVE SPACE TO WS-ORIGEN-ALIC.
           IF ES-AGIP
               PERFORM 2220-CONSULTAR-PADRON-AGIP
           ELSE
               PERFORM 2210-CONSULTAR-PADRON-SUJETO
           END-IF.
           IF WS-ORIGEN-ALIC = SPACE
               ADD 1 TO WS-CONT-ALIC-CATEGORIA
               MOVE 'D' TO WS-ORIGEN-ALIC
               SET WS-PADRON-IDX TO 1
               IF WS-PADRON-COUNT = 0
                   MOVE WS-ALICUOTA-DEFECTO TO WS-ALICUOTA
               ELSE
                   SEARCH WS-PADRON-ENTRY
                       AT END
                           MOVE WS-ALICUOTA-DEFECTO TO WS-ALICUOTA
                       WHEN WS-PAD-CAT-CODIGO (WS-PADRON-IDX)
                          = DR-CAT-CODIGO
                      AND DR-FECHA-OPERACION (1:10)
                          >= WS-PAD-VIG-DESDE (WS-PADRON-IDX)
                      AND (WS-PAD-VIG-HASTA (WS-PADRON-IDX) = SPACES
                       OR DR-FECHA-OPERACION (1:10)
                          <= WS-PAD-VIG-HASTA (WS-PADRON-IDX))
                           MOVE WS-PAD-ALICUOTA (WS-PADRON-IDX)
                               TO WS-ALICUOTA
                           MOVE 'C' TO WS-ORIGEN-ALIC
                   END-SEARCH
               END-IF
           END-IF.
      *---    Un certificado de reduccion vigente ajusta la alicuota
      *---    que salio del padron en el porcentaje del certificado.
                   WS-ALICUOTA * (100 - WS-PROV-PORC) / 100
           END-IF.

      *----------------------------------------------------------------*
      * 2210 - Consulta del padron por sujeto con el CUIT y el mes de  *
      * la fecha de operacion. Sin padron abierto, sin fecha valida o  *
      * con el periodo sin registro de control (no cargado) el origen  *
      * queda en blanco y 2200 sigue con el padron de categorias. El   *
      * control del periodo se relee solo cuando cambia el mes.        *
      *----------------------------------------------------------------*
       2210-CONSULTAR-PADRON-SUJETO.
           IF SUJETO-ABIERTO-SI
          AND DR-FECHA-OPERACION (1:4) NUMERIC
          AND DR-FECHA-OPERACION (6:2) NUMERIC
               MOVE DR-FECHA-OPERACION (1:4)
                   TO WS-SUJ-PERIODO-OPER (1:4)
               MOVE DR-FECHA-OPERACION (6:2)
                   TO WS-SUJ-PERIODO-OPER (5:2)
               IF WS-SUJ-PERIODO-OPER NOT = WS-SUJ-PERIODO-CONS
                   PERFORM 2215-CONTROLAR-PERIODO-SUJETO
               END-IF
               IF SUJ-PERIODO-CARGADO
                   MOVE WS-CUIT-CONTRIB     TO SUJ-CUIT
                   MOVE WS-SUJ-PERIODO-OPER TO SUJ-PERIODO
                   READ SUJETO-FILE
                       INVALID KEY
                           MOVE 'M' TO WS-ORIGEN-ALIC
                       NOT INVALID KEY
                           IF SUJ-ES-ALTO-RIESGO
                               MOVE 'A' TO WS-ORIGEN-ALIC
                           ELSE
                               MOVE 'S' TO WS-ORIGEN-ALIC
                               IF ES-PERCEPCION
                                   MOVE SUJ-ALIC-PER TO WS-ALICUOTA
                               ELSE
                                   MOVE SUJ-ALIC-RET TO WS-ALICUOTA
                               END-IF
                           END-IF
                   END-READ
                   IF ALIC-ALTO-RIESGO OR ALIC-MAXIMA
                       ADD 1 TO WS-CONT-ALIC-MAXIMA
                       IF ES-PERCEPCION
                           MOVE CF-ALIC-MAX-PER TO WS-ALICUOTA
                       ELSE
                           MOVE CF-ALIC-MAX-RET TO WS-ALICUOTA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2215-CONTROLAR-PERIODO-SUJETO.
           MOVE WS-SUJ-PERIODO-OPER TO WS-SUJ-PERIODO-CONS.
           MOVE WS-CUIT-CONTROL     TO SUJ-CUIT.
           MOVE WS-SUJ-PERIODO-OPER TO SUJ-PERIODO.
           READ SUJETO-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SUJ-PER-CARGADO
                   DISPLAY "Aviso: el padron por sujeto del periodo "
                           WS-SUJ-PERIODO-OPER " no esta cargado, "
                           "se usa el padron de categorias."
               NOT INVALID KEY
                   MOVE 'S' TO WS-SUJ-PER-CARGADO
           END-READ.

      *----------------------------------------------------------------*
      * 2220 - Consulta del padron por sujeto de AGIP, con el mismo    *
      * esquema que 2210. AGIP no tiene padron de categorias: sin      *
      * padron, sin fecha valida o con el periodo sin cargar se        *
      * retiene a la alicuota maxima de AGIP, igual que al CUIT de     *
      * alto riesgo o ausente del padron de un periodo cargado.        *
      *----------------------------------------------------------------*
       2220-CONSULTAR-PADRON-AGIP.
           MOVE 'M' TO WS-ORIGEN-ALIC.
           IF SJA-ABIERTO-SI
          AND DR-FECHA-OPERACION (1:4) NUMERIC
          AND DR-FECHA-OPERACION (6:2) NUMERIC
               MOVE DR-FECHA-OPERACION (1:4)
                   TO WS-SUJ-PERIODO-OPER (1:4)
               MOVE DR-FECHA-OPERACION (6:2)
                   TO WS-SUJ-PERIODO-OPER (5:2)
               IF WS-SUJ-PERIODO-OPER NOT = WS-SJA-PERIODO-CONS
                   PERFORM 2225-CONTROLAR-PERIODO-AGIP
               END-IF
               IF SJA-PERIODO-CARGADO
                   MOVE WS-CUIT-CONTRIB     TO SJA-CUIT
                   MOVE WS-SUJ-PERIODO-OPER TO SJA-PERIODO
                   READ SUJAGP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SJA-ES-ALTO-RIESGO
                               MOVE 'A' TO WS-ORIGEN-ALIC
                           ELSE
                               MOVE 'S' TO WS-ORIGEN-ALIC
                               MOVE SJA-ALIC-RET TO WS-ALICUOTA
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF ALIC-ALTO-RIESGO OR ALIC-MAXIMA
               ADD 1 TO WS-CONT-ALIC-MAXIMA
               MOVE CF-ALIC-MAX-AGP TO WS-ALICUOTA
           END-IF.

       2225-CONTROLAR-PERIODO-AGIP.
           MOVE WS-SUJ-PERIODO-OPER TO WS-SJA-PERIODO-CONS.
           MOVE WS-CUIT-CONTROL     TO SJA-CUIT.
           MOVE WS-SUJ-PERIODO-OPER TO SJA-PERIODO.
           READ SUJAGP-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SJA-PER-CARGADO
                   DISPLAY "Aviso: el padron de AGIP del periodo "
                           WS-SUJ-PERIODO-OPER " no esta cargado, "
                           "se retiene a la alicuota maxima de AGIP."
               NOT INVALID KEY
                   MOVE 'S' TO WS-SJA-PER-CARGADO
           END-READ.

      *----------------------------------------------------------------*
      * 2300 - El importe retenido siempre se deriva de la base y      *
      * la alicuota, nunca se tipea por separado. En una originacion   *
      * se acumulan los pagos del mismo CUIT, mes y regimen: se        *
      * retiene sobre la base acumulada del mes (incluido este pago)   *
      * menos lo ya retenido en el mes, y si la base acumulada o el    *
      * importe no alcanzan el minimo del regimen el pago queda        *
      * NO-SUJETO. Una anulacion revierte el importe que se retuvo en  *
      * la original, que con la acumulacion puede no ser base por      *
      * alicuota.                                                      *
      *----------------------------------------------------------------*
       2300-CALCULAR-IMPORTE.
           MOVE DR-BASE-IMPONIBLE TO WS-BASE-IMPONIBLE.
           MOVE 'N' TO WS-NO-SUJETO.
           IF ES-ANULACION
               PERFORM 2310-IMPORTE-ANULACION
           ELSE
               PERFORM 2320-ACUMULAR-MES
               COMPUTE WS-ACUM-BASE-TOTAL =
                   WS-ACUM-BASE + WS-BASE-IMPONIBLE
               COMPUTE WS-ACUM-IMPORTE ROUNDED =
                   (WS-ACUM-BASE-TOTAL * WS-ALICUOTA) / 100
                   - WS-ACUM-RETENIDO
               IF WS-ACUM-IMPORTE < 0
                   MOVE 0 TO WS-ACUM-IMPORTE
               END-IF
               MOVE WS-ACUM-IMPORTE TO WS-IMPORTE-RET
               PERFORM 2350-CONTROLAR-MINIMO
           END-IF.

       2310-IMPORTE-ANULACION.
           COMPUTE WS-IMPORTE-RET ROUNDED =
               (WS-BASE-IMPONIBLE * WS-ALICUOTA) / 100.
           IF MASTER-ABIERTO-SI
               MOVE WS-RET-ORIGINAL TO MST-RET-NUMERO
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MST-IMPORTE-RET TO WS-IMPORTE-RET
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * 2320 - Acumulado del mes: recorre en el maestro, por la clave  *
      * alternativa, los comprobantes del CUIT y suma base e importe   *
      * de las originaciones del mismo mes, regimen y jurisdiccion que *
      * siguen en pie (las ANULADA y RECHAZADA no cuentan; una         *
      * PENDIENTE si, porque RESEND la va a transmitir). El registro   *
      * con el numero en curso es el de una corrida caida que se       *
      * reescribe y no cuenta. A eso se suma la base de los pagos      *
      * NO-SUJETO del mes.                                             *
      *----------------------------------------------------------------*
       2320-ACUMULAR-MES.
           MOVE 0 TO WS-ACUM-BASE.
           MOVE 0 TO WS-ACUM-RETENIDO.
           MOVE DR-FECHA-OPERACION (1:7) TO WS-ACUM-MES.
           IF MASTER-ABIERTO-SI
               MOVE 'N' TO WS-FIN-ACUM-MST
               MOVE DR-CUIT TO MST-CUIT
               START MASTER-FILE KEY IS = MST-CUIT
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-ACUM-MST
               END-START
               PERFORM 2325-LEER-ACUMULADO-MAESTRO
                   UNTIL FIN-ACUM-MST-SI
           END-IF.
           MOVE DR-CUIT    TO WS-NSJ-A-CUIT.
           MOVE WS-ACUM-MES TO WS-NSJ-A-MES.
           MOVE WS-REGIMEN TO WS-NSJ-A-REGIMEN.
           MOVE WS-JURISDICCION TO WS-NSJ-A-JURISDICCION.
           SET WS-NSJ-IDX TO 1.
           IF WS-NSJ-COUNT > 0
               SEARCH WS-NSJ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NSJ-CUIT (WS-NSJ-IDX) = WS-NSJ-A-CUIT
                    AND WS-NSJ-MES (WS-NSJ-IDX) = WS-NSJ-A-MES
                    AND WS-NSJ-REGIMEN (WS-NSJ-IDX)
                      = WS-NSJ-A-REGIMEN
                    AND WS-NSJ-JURISDICCION (WS-NSJ-IDX)
                      = WS-NSJ-A-JURISDICCION
                       ADD WS-NSJ-BASE (WS-NSJ-IDX) TO WS-ACUM-BASE
               END-SEARCH
           END-IF.

       2325-LEER-ACUMULADO-MAESTRO.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ACUM-MST
               NOT AT END
                   IF MST-CUIT NOT = DR-CUIT
                       MOVE 'S' TO WS-FIN-ACUM-MST
                   ELSE
      *---                Un registro del formato anterior trae el
      *---                regimen en blanco y es una retencion.
                       IF MST-REGIMEN = SPACE
                           MOVE 'R' TO MST-REGIMEN
                       END-IF
      *---                ... y la jurisdiccion en blanco, que es ARBA.
                       IF MST-JURISDICCION = SPACE
                           MOVE 'B' TO MST-JURISDICCION
                       END-IF
                       IF MST-FECHA-OPERACION (1:7) = WS-ACUM-MES
                      AND MST-REGIMEN = WS-REGIMEN
                      AND MST-JURISDICCION = WS-JURISDICCION
                      AND MST-TIPO-MOVIMIENTO NOT = 'A'
                      AND MST-RET-NUMERO NOT = WS-NUM-ACTUAL
                      AND MST-ESTADO NOT = 'ANULADA'
                      AND MST-ESTADO NOT = 'RECHAZADA'
                           ADD MST-BASE-IMPONIBLE TO WS-ACUM-BASE
                           ADD MST-IMPORTE-RET TO WS-ACUM-RETENIDO
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 2350 - Busca el minimo del regimen vigente en la fecha de      *
      * operacion y marca NO-SUJETO el pago si la base acumulada del   *
      * mes no llega a la base minima o el importe a retener no llega  *
      * al importe minimo. Las retenciones de AGIP tienen su propio    *
      * minimo, cargado con el codigo de regimen 'C'.                  *
      *----------------------------------------------------------------*
       2350-CONTROLAR-MINIMO.
           MOVE 'N' TO WS-MINIMO-HALLADO.
           IF ES-AGIP
               MOVE 'C' TO WS-MIN-REGIMEN
           ELSE
               MOVE WS-REGIMEN TO WS-MIN-REGIMEN
           END-IF.
           SET WS-MIN-IDX TO 1.
           IF WS-MIN-COUNT > 0
               SEARCH WS-MIN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MIN-T-REGIMEN (WS-MIN-IDX)
                      = WS-MIN-REGIMEN
                    AND DR-FECHA-OPERACION (1:10)
                        >= WS-MIN-T-VIG-DESDE (WS-MIN-IDX)
                    AND (WS-MIN-T-VIG-HASTA (WS-MIN-IDX) = SPACES
                     OR DR-FECHA-OPERACION (1:10)
                        <= WS-MIN-T-VIG-HASTA (WS-MIN-IDX))
                       MOVE 'S' TO WS-MINIMO-HALLADO
                       MOVE WS-MIN-T-BASE (WS-MIN-IDX)
                           TO WS-MIN-BASE-VIG
                       MOVE WS-MIN-T-IMPORTE (WS-MIN-IDX)
                           TO WS-MIN-IMPORTE-VIG
               END-SEARCH
           END-IF.
           IF MINIMO-HALLADO
               IF WS-ACUM-BASE-TOTAL < WS-MIN-BASE-VIG
               OR WS-IMPORTE-RET < WS-MIN-IMPORTE-VIG
                   MOVE 'S' TO WS-NO-SUJETO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2400 - Genera el archivo CSV de la retencion actual.           *
           MOVE WS-IMPORTE-RET     TO WS-IMPORTE-ED.

      *---    Prepara el nombre del archivo: r0012345.csv para una
      *---    retencion, p5000123.csv para una percepcion,
      *---    c8000123.csv para una retencion de AGIP.
           EVALUATE TRUE
               WHEN ES-AGIP
                   STRING "c"
                          WS-AGP-NUMERO DELIMITED BY SIZE
                          ".csv"        DELIMITED BY SIZE
                     INTO WS-FILE-NAME
               WHEN ES-PERCEPCION
                   STRING "p"
                          WS-PCP-NUMERO DELIMITED BY SIZE
                          ".csv"        DELIMITED BY SIZE
                     INTO WS-FILE-NAME
               WHEN OTHER
                   STRING "r"
                          WS-RET-NUMERO DELIMITED BY SIZE
                          ".csv"        DELIMITED BY SIZE
                     INTO WS-FILE-NAME
           END-EVALUATE.

      *---    Construye la ruta completa en la carpeta de red,
      *---    tomada de la configuracion, no de un literal fijo.
                  WS-FILE-NAME  DELIMITED BY SIZE
             INTO RET-FILE-PATH.

      *---    Construye el registro CSV segun la jurisdiccion, el
      *---    regimen y el tipo de movimiento: ARBA exige para las
      *---    percepciones un formato distinto del de retenciones, y
      *---    AGIP tiene su propio formato.
           EVALUATE TRUE
               WHEN ES-AGIP AND ES-ANULACION
                   PERFORM 2460-ARMAR-CSV-AGIP-ANU
               WHEN ES-AGIP
                   PERFORM 2450-ARMAR-CSV-AGIP
               WHEN ES-PERCEPCION AND ES-ANULACION
                   PERFORM 2440-ARMAR-CSV-PERCEP-ANU
               WHEN ES-PERCEPCION
                  WS-RET-ORIGINAL      DELIMITED BY SIZE
             INTO WS-CSV-RECORD.

      *----------------------------------------------------------------*
      * 2450 - Registro CSV de una retencion de AGIP, en el formato    *
      * del aplicativo de CABA: tipo de operacion '1' (retencion),     *
      * numero de comprobante, fecha, CUIT, sucursal, base, alicuota,  *
      * importe y razon social.                                        *
      *----------------------------------------------------------------*
       2450-ARMAR-CSV-AGIP.
           MOVE SPACES TO WS-CSV-RECORD.
           STRING "1"                  DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-AGP-NUMERO        DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-FECHA-OPERACION   DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-CUIT-CONTRIB      DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-SUCURSAL          DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-BASE-ED           DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-ALIC-ED           DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-IMPORTE-ED        DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  '"'                  DELIMITED BY SIZE
                  WS-RAZON-SOCIAL      DELIMITED BY SIZE
                  '"'                  DELIMITED BY SIZE
             INTO WS-CSV-RECORD.

      *----------------------------------------------------------------*
      * 2460 - Registro CSV de la anulacion de una retencion de AGIP:  *
      * tipo de operacion '2', la base y el importe en negativo y al   *
      * final el numero de la retencion original que se revierte.      *
      *----------------------------------------------------------------*
       2460-ARMAR-CSV-AGIP-ANU.
           COMPUTE WS-BASE-NEG-ED    = 0 - WS-BASE-IMPONIBLE.
           COMPUTE WS-IMPORTE-NEG-ED = 0 - WS-IMPORTE-RET.
           MOVE SPACES TO WS-CSV-RECORD.
           STRING "2"                  DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-AGP-NUMERO        DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-FECHA-OPERACION   DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-CUIT-CONTRIB      DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-SUCURSAL          DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-BASE-NEG-ED       DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-ALIC-ED           DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-IMPORTE-NEG-ED    DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  '"'                  DELIMITED BY SIZE
                  WS-RAZON-SOCIAL      DELIMITED BY SIZE
                  '"'                  DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-RET-ORIGINAL      DELIMITED BY SIZE
             INTO WS-CSV-RECORD.

      *----------------------------------------------------------------*
      * 2500 - Llama al script de la API y reintenta si falla.         *
      *----------------------------------------------------------------*
               VARYING WS-INTENTO FROM 1 BY 1
               UNTIL WS-INTENTO > CF-MAX-REINTENTOS
                  OR API-RESULTO-OK.
      *--- Al salir del ciclo WS-INTENTO quedo uno por encima del
      *--- ultimo intento usado: mas de 2 es que hubo reintentos.
           IF WS-INTENTO > 2
               PERFORM 2520-REGISTRAR-REINTENTOS
           END-IF.

       2510-INTENTAR-LLAMADA-API.
      *---    Las retenciones de AGIP se transmiten con su propio
      *---    script.
           MOVE SPACES TO COMMAND-STRING.
           IF ES-AGIP
               STRING CF-API-SCRIPT-AGP DELIMITED BY SPACE
                      " "               DELIMITED BY SIZE
                      WS-FILE-NAME      DELIMITED BY SIZE
                 INTO COMMAND-STRING
           ELSE
               STRING CF-API-SCRIPT DELIMITED BY SPACE
                      " "           DELIMITED BY SIZE
                      WS-FILE-NAME  DELIMITED BY SIZE
                 INTO COMMAND-STRING
           END-IF.

           DISPLAY "Llamando a la API Local (intento "
                   WS-INTENTO ")...".
                       "con codigo " RETURN-CODE "."
           END-IF.

      *----------------------------------------------------------------*
      * 2520 - Deja en RETAPI.DAT la llamada que necesito reintentos,  *
      * con los intentos usados y el resultado final. El archivo se    *
      * abre y se cierra en cada registro: los reintentos son pocos y  *
      * asi un corte del lote no deja la linea sin grabar.             *
      *----------------------------------------------------------------*
       2520-REGISTRAR-REINTENTOS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REI-FECHA-CD.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-REI-HORA-CD.
           OPEN EXTEND REINTENTO-FILE.
           IF WS-FS-REINTENTO = '35'
               OPEN OUTPUT REINTENTO-FILE
           END-IF.
           IF WS-FS-REINTENTO NOT = '00'
               DISPLAY "Aviso: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-APIREI-FILE) ", estado "
                       WS-FS-REINTENTO "."
           ELSE
               MOVE SPACES TO REINTENTO-RECORD
               STRING WS-REI-FECHA-CD (1:4) DELIMITED BY SIZE
                      "-"                   DELIMITED BY SIZE
                      WS-REI-FECHA-CD (5:2) DELIMITED BY SIZE
                      "-"                   DELIMITED BY SIZE
                      WS-REI-FECHA-CD (7:2) DELIMITED BY SIZE
                 INTO REI-FECHA
               STRING WS-REI-HORA-CD (1:2)  DELIMITED BY SIZE
                      ":"                   DELIMITED BY SIZE
                      WS-REI-HORA-CD (3:2)  DELIMITED BY SIZE
                      ":"                   DELIMITED BY SIZE
                      WS-REI-HORA-CD (5:2)  DELIMITED BY SIZE
                 INTO REI-HORA
               MOVE 'GENRET'     TO REI-PROGRAMA
               MOVE WS-FILE-NAME TO REI-ARCHIVO
               COMPUTE REI-INTENTOS = WS-INTENTO - 1
               IF API-RESULTO-OK
                   MOVE 'OK'    TO REI-RESULTADO
               ELSE
                   MOVE 'ERROR' TO REI-RESULTADO
               END-IF
               WRITE REINTENTO-RECORD
               IF WS-FS-REINTENTO NOT = '00'
                   DISPLAY "Aviso: no se pudo escribir en "
                           FUNCTION TRIM(WS-NOM-APIREI-FILE)
                           ", estado " WS-FS-REINTENTO "."
               END-IF
               CLOSE REINTENTO-FILE
           END-IF.

      *----------------------------------------------------------------*
      * 2600 - Deja constancia en el log de auditoria del resultado.   *
      * La razon social va al final de la linea porque puede contener  *
               IF ES-PERCEPCION
                   ADD 1 TO WS-CONT-PERCEPCIONES
               END-IF
               IF ES-AGIP
                   ADD 1 TO WS-CONT-AGIP
               END-IF
           ELSE
               MOVE "ERROR" TO WS-RESULTADO-API
           END-IF.
                  ","                DELIMITED BY SIZE
                  WS-REGIMEN         DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-JURISDICCION    DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-RAZON-SOCIAL    DELIMITED BY SIZE
             INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
      *----------------------------------------------------------------*
       2747-REGISTRAR-PENDIENTE-PER.
           ADD 1 TO WS-CONT-PER-CERRADO.
           MOVE 'PENDIENTE'       TO WS-SNR-A-ESTADO.
           MOVE 'PERIODO-CERRADO' TO WS-SNR-A-MOTIVO.
           PERFORM 2790-REGISTRAR-SIN-NUMERO.
           MOVE SPACES TO PENDING-RECORD.
           STRING DR-CUIT          DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
      *----------------------------------------------------------------*
       2745-REGISTRAR-EXCLUSION.
           ADD 1 TO WS-CONT-EXCLUIDOS.
           MOVE 'EXCLUIDA'        TO WS-SNR-A-ESTADO.
           MOVE 'CERTIFICADO-EXCLUSION' TO WS-SNR-A-MOTIVO.
           PERFORM 2790-REGISTRAR-SIN-NUMERO.
           IF DR-BASE-IMPONIBLE NUMERIC
               MOVE DR-BASE-IMPONIBLE TO WS-BASE-ED
           ELSE
                  ","                 DELIMITED BY SIZE
                  WS-REGIMEN          DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-JURISDICCION     DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  DR-RAZON-SOCIAL     DELIMITED BY SIZE
             INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           DISPLAY "CUIT " DR-CUIT " excluido por certificado "
                   "vigente, no se retiene.".

      *----------------------------------------------------------------*
      * 2740 - El pago no alcanza el minimo del regimen: no se retiene *
      * y queda constancia en la auditoria con el resultado NO-SUJETO, *
      * aparte de los EXCLUIDO (sin archivo CSV ni numero, porque no   *
      * se genero nada, y con importe cero). La base queda en la tabla *
      * de no sujetos para el acumulado del mes y la clave de la       *
      * operacion no se asocia a ningun numero: el numero en curso     *
      * pasa a la operacion siguiente.                                 *
      *----------------------------------------------------------------*
       2740-REGISTRAR-NO-SUJETO.
           ADD 1 TO WS-CONT-NO-SUJETOS.
           MOVE 'NO-SUJETA'       TO WS-SNR-A-ESTADO.
           MOVE 'MINIMO-NO-ALCANZADO' TO WS-SNR-A-MOTIVO.
           PERFORM 2790-REGISTRAR-SIN-NUMERO.
           IF WS-DUP-COUNT > 0
               IF WS-DUP-CLAVE (WS-DUP-COUNT) = WS-DUP-CLAVE-ACTUAL
                   MOVE 0 TO WS-DUP-RET-NUMERO (WS-DUP-COUNT)
               END-IF
           END-IF.
           MOVE DR-CUIT        TO WS-NSJ-A-CUIT.
           MOVE WS-ACUM-MES    TO WS-NSJ-A-MES.
           MOVE WS-REGIMEN     TO WS-NSJ-A-REGIMEN.
           MOVE WS-JURISDICCION TO WS-NSJ-A-JURISDICCION.
           MOVE WS-BASE-IMPONIBLE TO WS-NSJ-A-BASE.
           PERFORM 1570-SUMAR-NO-SUJETO.
           MOVE WS-BASE-IMPONIBLE TO WS-BASE-ED.
           MOVE WS-ALICUOTA    TO WS-ALIC-ED.
           MOVE 0              TO WS-IMPORTE-ED.
           MOVE SPACES TO AUDIT-RECORD.
           STRING DR-CUIT             DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  DR-SUCURSAL         DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-BASE-ED          DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-ALIC-ED          DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-IMPORTE-ED       DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  DR-FECHA-OPERACION  DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  "NO-SUJETO"         DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-TIPO-MOV         DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-RET-ORIGINAL     DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-RUN-ID           DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-REGIMEN          DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-JURISDICCION     DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  DR-RAZON-SOCIAL     DELIMITED BY SIZE
             INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           IF WS-FS-AUDIT NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-AUDIT-FILE) ", estado "
                       WS-FS-AUDIT "."
           END-IF.
           DISPLAY "CUIT " DR-CUIT " no alcanza el minimo del "
                   "regimen en el mes, no se retiene.".

       2750-REGISTRAR-PENDIENTE-CUIT.
           ADD 1 TO WS-CONT-RECHAZADOS.
           MOVE 'PENDIENTE'       TO WS-SNR-A-ESTADO.
           MOVE 'CUIT-INVALIDO' TO WS-SNR-A-MOTIVO.
           PERFORM 2790-REGISTRAR-SIN-NUMERO.
           MOVE SPACES TO PENDING-RECORD.
           STRING DR-CUIT          DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE

       2755-REGISTRAR-PENDIENTE-ANU.
           ADD 1 TO WS-CONT-RECHAZADOS.
           MOVE 'PENDIENTE'       TO WS-SNR-A-ESTADO.
           MOVE 'ANULACION-SIN-ORIGINAL' TO WS-SNR-A-MOTIVO.
           PERFORM 2790-REGISTRAR-SIN-NUMERO.
           MOVE SPACES TO PENDING-RECORD.
           STRING DR-CUIT          DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
           IF MASTER-ABIERTO-SI
               MOVE WS-NUM-ACTUAL      TO MST-RET-NUMERO
               MOVE WS-REGIMEN         TO MST-REGIMEN
               MOVE WS-JURISDICCION    TO MST-JURISDICCION
               MOVE WS-CUIT-CONTRIB    TO MST-CUIT
               MOVE WS-SUCURSAL        TO MST-SUCURSAL
               MOVE DR-CAT-CODIGO      TO MST-CAT-CODIGO
               MOVE WS-BASE-IMPONIBLE  TO MST-BASE-IMPONIBLE
               MOVE WS-ALICUOTA        TO MST-ALICUOTA
               MOVE WS-ORIGEN-ALIC     TO MST-ORIGEN-ALIC
               MOVE WS-IMPORTE-RET     TO MST-IMPORTE-RET
               MOVE WS-RAZON-SOCIAL    TO MST-RAZON-SOCIAL
               MOVE WS-FECHA-OPERACION TO MST-FECHA-OPERACION
               MOVE WS-TIPO-MOV        TO MST-TIPO-MOVIMIENTO
               MOVE WS-RET-ORIGINAL    TO MST-RET-ORIGINAL
               MOVE WS-FILE-NAME       TO MST-FILE-NAME
               MOVE DR-SISTEMA-ORIGEN  TO MST-SISTEMA-ORIGEN
               MOVE DR-DOC-REFERENCIA  TO MST-DOC-REFERENCIA
               IF CSV-GENERADO-SI AND API-RESULTO-OK
                   MOVE 'TRANSMITIDA' TO MST-ESTADO
               ELSE
               END-IF
               IF WS-FS-MASTER NOT = '00'
                   DISPLAY "Aviso: no se pudo grabar la retencion "
                           WS-NUM-ACTUAL " en el maestro, estado "
                           WS-FS-MASTER "."
               END-IF
               IF ES-ANULACION

       2765-REGISTRAR-PENDIENTE-DUP.
           ADD 1 TO WS-CONT-DUPLICADOS.
           MOVE 'PENDIENTE'       TO WS-SNR-A-ESTADO.
           MOVE 'DUPLICADO' TO WS-SNR-A-MOTIVO.
           PERFORM 2790-REGISTRAR-SIN-NUMERO.
           MOVE SPACES TO PENDING-RECORD.
           STRING DR-CUIT          DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
      *---    Los pendientes por fallo de la API o del CSV llevan,
      *---    ademas del motivo, todos los datos de la retencion
      *---    (base, alicuota, importe, fecha, tipo de movimiento,
      *---    retencion original, regimen, jurisdiccion y razon
      *---    social) para que RESEND
      *---    pueda regenerar y reenviar sin recurrir al driver
      *---    original. La razon social va al final de la linea
      *---    porque puede contener comas.
                  ","                  DELIMITED BY SIZE
                  WS-REGIMEN           DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-JURISDICCION      DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-RAZON-SOCIAL      DELIMITED BY SIZE
             INTO PENDING-RECORD.
           WRITE PENDING-RECORD.
                  ","                    DELIMITED BY SIZE
                  WS-REGIMEN             DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  WS-JURISDICCION        DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  WS-RAZON-SOCIAL        DELIMITED BY SIZE
             INTO PENDING-RECORD.
           WRITE PENDING-RECORD.
                       WS-FS-PENDING "."
           END-IF.

      *----------------------------------------------------------------*
      * 2790 - Deja en RETSNR.DAT la operacion del driver que no llega *
      * al maestro (excluida, no sujeta o pendiente sin numero), con   *
      * su sistema de origen y su documento, para que RETORN la        *
      * devuelva al sistema que la envio. Sin sistema de origen no hay *
      * a quien devolverla y no se registra.                           *
      *----------------------------------------------------------------*
       2790-REGISTRAR-SIN-NUMERO.
           IF DR-SISTEMA-ORIGEN NOT = SPACES
               OPEN EXTEND SINNUM-FILE
               IF WS-FS-SINNUM = '35'
                   OPEN OUTPUT SINNUM-FILE
               END-IF
               IF WS-FS-SINNUM NOT = '00'
                   DISPLAY "Aviso: no se pudo abrir "
                           FUNCTION TRIM(WS-NOM-SINNUM-FILE)
                           ", estado " WS-FS-SINNUM "."
               ELSE
                   MOVE SPACES TO SIN-NUMERO-RECORD
                   MOVE WS-RUN-ID          TO SNR-RUN-ID
                   MOVE DR-SISTEMA-ORIGEN  TO SNR-SISTEMA-ORIGEN
                   MOVE DR-DOC-REFERENCIA  TO SNR-DOC-REFERENCIA
                   MOVE DR-CUIT            TO SNR-CUIT
                   IF DR-SUCURSAL NUMERIC
                       MOVE DR-SUCURSAL TO SNR-SUCURSAL
                   ELSE
                       MOVE 0 TO SNR-SUCURSAL
                   END-IF
                   MOVE DR-FECHA-OPERACION TO SNR-FECHA-OPERACION
                   IF DR-BASE-IMPONIBLE NUMERIC
                       MOVE DR-BASE-IMPONIBLE TO SNR-BASE-IMPONIBLE
                   ELSE
                       MOVE 0 TO SNR-BASE-IMPONIBLE
                   END-IF
                   MOVE WS-REGIMEN         TO SNR-REGIMEN
                   MOVE WS-JURISDICCION    TO SNR-JURISDICCION
                   MOVE WS-TIPO-MOV        TO SNR-TIPO-MOVIMIENTO
                   MOVE WS-SNR-A-ESTADO    TO SNR-ESTADO
                   MOVE WS-SNR-A-MOTIVO    TO SNR-MOTIVO
                   WRITE SIN-NUMERO-RECORD
                   IF WS-FS-SINNUM NOT = '00'
                       DISPLAY "Aviso: no se pudo escribir en "
                               FUNCTION TRIM(WS-NOM-SINNUM-FILE)
                               ", estado " WS-FS-SINNUM "."
                   END-IF
                   CLOSE SINNUM-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2800 - Graba el checkpoint con el ultimo registro procesado,   *
      * para que un reinicio no reenvie lo ya transmitido.             *
           MOVE WS-POS-DRIVER TO CKP-POS-DRIVER.
           MOVE WS-RUN-ID     TO CKP-RUN-ID.
           MOVE WS-PCP-NUMERO TO CKP-PER-NUMERO.
           MOVE WS-AGP-NUMERO TO CKP-AGP-NUMERO.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           IF WS-FS-CHECKPOINT NOT = '00'
               IF PROV-ABIERTO-SI
                   CLOSE PROV-FILE
               END-IF
               IF SUJETO-ABIERTO-SI
                   CLOSE SUJETO-FILE
               END-IF
               IF SJA-ABIERTO-SI
                   CLOSE SUJAGP-FILE
               END-IF
               PERFORM 8100-GRABAR-ULTIMO-NUMERO

      *---        Solo se libera el checkpoint cuando el driver se
                   MOVE 0 TO CKP-POS-DRIVER
                   MOVE SPACES TO CKP-RUN-ID
                   MOVE 0 TO CKP-PER-NUMERO
                   MOVE 0 TO CKP-AGP-NUMERO
                   OPEN OUTPUT CHECKPOINT-FILE
                   WRITE CHECKPOINT-RECORD
                   IF WS-FS-CHECKPOINT NOT = '00'
               DISPLAY "Operaciones procesadas: " WS-CONT-PROCESADOS
               DISPLAY "  de ellas percepciones: "
                       WS-CONT-PERCEPCIONES
               DISPLAY "  de ellas de AGIP:      "
                       WS-CONT-AGIP
               DISPLAY "Retenciones rechazadas: " WS-CONT-RECHAZADOS
               DISPLAY "Retenciones pendientes: " WS-CONT-PENDIENTES
               DISPLAY "Duplicados detectados:  " WS-CONT-DUPLICADOS
               DISPLAY "Excluidos por certificado: "
                       WS-CONT-EXCLUIDOS
               DISPLAY "No sujetos por minimo:  "
                       WS-CONT-NO-SUJETOS
               DISPLAY "A la alicuota maxima:   "
                       WS-CONT-ALIC-MAXIMA
               DISPLAY "Por padron de categorias: "
                       WS-CONT-ALIC-CATEGORIA
               DISPLAY "De periodos cerrados:   "
                       WS-CONT-PER-CERRADO
               IF WS-CONT-RECHAZADOS > 0
                OR WS-CONT-PENDIENTES > 0
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF
           END-IF.

       8100-GRABAR-ULTIMO-NUMERO.
                       WS-FS-PERCONTROL "."
           END-IF.
           CLOSE PERCONTROL-FILE.
           MOVE WS-AGP-NUMERO TO AGPCONTROL-RECORD.
           OPEN OUTPUT AGPCONTROL-FILE.
           WRITE AGPCONTROL-RECORD.
           IF WS-FS-AGPCONTROL NOT = '00'
               DISPLAY "Aviso: no se pudo grabar "
                       FUNCTION TRIM(WS-NOM-AGPCTL-FILE) ", estado "
                       WS-FS-AGPCONTROL "."
           END-IF.
           CLOSE AGPCONTROL-FILE.

      *----------------------------------------------------------------*
      * 8200 - Libera el bloqueo de ejecucion al terminar el lote.     *
