       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABGES.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este programa es el tablero mensual de gestion del circuito de *
      * retenciones y percepciones: arma para el mes pedido, el mes    *
      * anterior y el mismo mes del anio anterior los indicadores que  *
      * pide la gerencia, recorriendo todos los agentes de             *
      * AGENTES.CFG:                                                   *
      *     - cantidades e importes por regimen (las retenciones de    *
      *       AGIP aparte de las de ARBA), por categoria y por agente; *
      *     - que parte de las operaciones termino PENDIENTE,          *
      *       RECHAZADA o ANULADA;                                     *
      *     - llamadas a la API con reintentos y dias promedio hasta   *
      *       el acuse de ARBA;                                        *
      *     - proveedores excluidos por certificado;                   *
      *     - principales proveedores retenidos;                       *
      *     - pendientes abiertos en RETPEND.CSV por motivo (situacion *
      *       al dia, sin comparacion).                                *
      *                                                                *
      * Las operaciones salen del maestro vivo RETMST.DAT y del        *
      * historico RETHIS.DAT, y las exclusiones del log vivo           *
      * RETLOG.CSV y de los logs anuales RETLOGAAAA.CSV, para que las  *
      * cifras no bajen despues de ARCHRET. El mes de una operacion es *
      * el de su fecha de operacion. Las cantidades e importes son de  *
      * las operaciones originales (las anulaciones no suman),         *
      * cualquiera sea su estado; los principales proveedores se       *
      * ordenan por lo efectivamente retenido (sin las ANULADA ni las  *
      * RECHAZADA).                                                    *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - AGENTES.CFG: agentes de recaudacion (ERPAGTR). Sin el
      *       archivo se hace una sola pasada en modo mono-agente.
      *     - Por agente: RETMST.DAT, RETHIS.DAT, RETLOG.CSV y los
      *       RETLOGAAAA.CSV de los dos ejercicios involucrados,
      *       RETPEND.CSV, RETAPI.DAT (reintentos de la API, ver
      *       GENRET y RESEND) y RETACU.DAT (acuses, ver ACKRECON).
      *     - Mes a informar (AAAAMM, blanco = mes anterior) pedido
      *       por consola o, en una corrida desatendida, la clave MES
      *       de RUNPARM.DAT.
      *
      * SALIDA:
      *     - TABGES.TXT: tablero con las tres columnas y la variacion
      *       del mes contra el mes anterior y contra el mismo mes del
      *       anio anterior.
      *     - TABGES.CSV: los mismos indicadores para la planilla de
      *       calculo.
      *     - Mensajes de estado en la consola.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      La razon social de los
      *                                 excluidos se toma despues de la
      *                                 jurisdiccion en las lineas
      *                                 nuevas del log.
      *     2026-10-15  ERP-System      Las retenciones de AGIP
      *                                 (jurisdiccion 'C') se informan
      *                                 en su propio renglon del
      *                                 regimen y ya no suman en las
      *                                 retenciones de ARBA.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Registro de agentes de recaudacion del grupo.
           SELECT AGENTE-FILE ASSIGN TO DISK WS-NOM-AGENTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AGENTE.

      *--- Maestro vivo de retenciones del agente en proceso.
           SELECT MASTER-FILE ASSIGN TO DISK WS-NOM-MASTER-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MST-RET-NUMERO
           ALTERNATE RECORD KEY IS MST-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-MASTER.

      *--- Historico de retenciones archivadas por ARCHRET.
           SELECT HIST-FILE ASSIGN TO DISK WS-NOM-HIST-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIS-RET-NUMERO
           ALTERNATE RECORD KEY IS HIS-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-HIST.

      *--- Log de auditoria: el vivo o uno de los anuales.
           SELECT AUDIT-FILE ASSIGN TO DISK WS-NOM-LOG-LEIDO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT.

      *--- Pendientes abiertos del agente.
           SELECT PENDING-FILE ASSIGN TO DISK WS-NOM-PENDING-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PENDING.

      *--- Llamadas a la API con reintentos.
           SELECT REINTENTO-FILE ASSIGN TO DISK WS-NOM-APIREI-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REINTENTO.

      *--- Acuses registrados por ACKRECON.
           SELECT ACUSE-FILE ASSIGN TO DISK WS-NOM-ACUSE-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACUSE.

      *--- Tablero impreso.
           SELECT REPORT-FILE ASSIGN TO DISK WS-NOM-TABGES-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REPORT.

      *--- Version CSV del tablero.
           SELECT CSV-FILE ASSIGN TO DISK WS-NOM-TABCSV-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CSV.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENTE-FILE.
           COPY ERPAGTR.

       FD  MASTER-FILE.
           COPY ERPMSTR.

       FD  HIST-FILE.
           COPY ERPHISR.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(200).

       FD  PENDING-FILE.
       01  PENDING-RECORD          PIC X(200).

       FD  REINTENTO-FILE.
           COPY ERPAPIR.

       FD  ACUSE-FILE.
           COPY ERPACUR.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       FD  CSV-FILE.
       01  CSV-RECORD              PIC X(200).

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control; los propios
      *--- de cada agente se rearman aca mismo en cada pasada, con la
      *--- misma regla que AGTSEL.
           COPY ERPFILC.

      *--- Parametro de corrida desatendida (RUNPRM).
           COPY ERPPRMW.

      *--- Nombre del registro de agentes, compartido entre todas
      *--- las sociedades.
       01  WS-NOM-AGENTES           PIC X(12) VALUE 'AGENTES.CFG'.

      *--- Log de auditoria en lectura (vivo o anual).
       01  WS-NOM-LOG-LEIDO         PIC X(20) VALUE SPACES.

      *--- Armado de cada nombre de archivo por agente: prefijo mas
      *--- codigo mas extension.
       01  WS-ARM-PREFIJO           PIC X(08).
       01  WS-ARM-EXT               PIC X(04).
       01  WS-ARM-NOMBRE            PIC X(20).

      *--- Agentes a recorrer, con sus cantidades e importes por
      *--- periodo. En modo mono-agente hay una sola entrada con el
      *--- codigo en blanco.
       01  WS-AGC-COUNT             PIC 9(02) VALUE 0.
       01  WS-TABLA-AGENTES.
           05 WS-AGC-ENTRY OCCURS 50 TIMES
                            DEPENDING ON WS-AGC-COUNT.
              10 WS-AGC-T-CODIGO    PIC X(02).
              10 WS-AGC-T-RAZON     PIC X(26).
              10 WS-AGC-T-CANT      PIC S9(07) COMP-3
                                    OCCURS 3 TIMES.
              10 WS-AGC-T-IMPORTE   PIC S9(11)V99 COMP-3
                                    OCCURS 3 TIMES.
       01  WS-AGC-SUB               PIC 9(02) VALUE 0.

      *--- Periodos del tablero (AAAAMM): 1 = mes pedido, 2 = mes
      *--- anterior, 3 = mismo mes del anio anterior.
       01  WS-MES-PEDIDO            PIC X(06) VALUE SPACES.
       01  WS-MES-PEDIDO-NUM REDEFINES WS-MES-PEDIDO.
           05 WS-MES-ANIO           PIC 9(04).
           05 WS-MES-MES            PIC 9(02).
       01  WS-PERIODOS.
           05 WS-PER-MES            PIC X(06) OCCURS 3 TIMES.
           05 WS-PER-MES-ED         PIC X(07) OCCURS 3 TIMES.
       01  WS-PER-SUB               PIC 9(01) VALUE 0.
       01  WS-PER-HALLADO           PIC 9(01) VALUE 0.
       01  WS-MES-DATO              PIC X(06).
       01  WS-ANIO-AUX              PIC 9(04).
       01  WS-MES-AUX               PIC 9(02).

      *--- Ejercicios de los logs anuales a leer: el del mes pedido y
      *--- el anterior.
       01  WS-EJERCICIO             PIC 9(04).

      *--- Acumuladores del grupo por periodo.
       01  WS-TABLERO.
           05 WS-TAB-ENTRY OCCURS 3 TIMES.
              10 WS-TAB-CANT-RET      PIC S9(07) COMP-3.
              10 WS-TAB-IMP-RET       PIC S9(11)V99 COMP-3.
              10 WS-TAB-CANT-PER      PIC S9(07) COMP-3.
              10 WS-TAB-IMP-PER       PIC S9(11)V99 COMP-3.
              10 WS-TAB-CANT-AGIP     PIC S9(07) COMP-3.
              10 WS-TAB-IMP-AGIP      PIC S9(11)V99 COMP-3.
              10 WS-TAB-CANT-TOTAL    PIC S9(07) COMP-3.
              10 WS-TAB-IMP-TOTAL     PIC S9(11)V99 COMP-3.
              10 WS-TAB-CANT-TRANSM   PIC S9(07) COMP-3.
              10 WS-TAB-CANT-PEND     PIC S9(07) COMP-3.
              10 WS-TAB-CANT-ACEP     PIC S9(07) COMP-3.
              10 WS-TAB-CANT-RECH     PIC S9(07) COMP-3.
              10 WS-TAB-CANT-ANUL     PIC S9(07) COMP-3.
              10 WS-TAB-LLAM-REINT    PIC S9(07) COMP-3.
              10 WS-TAB-REINTENTOS    PIC S9(07) COMP-3.
              10 WS-TAB-LLAM-FALLIDAS PIC S9(07) COMP-3.
              10 WS-TAB-ACUSES        PIC S9(07) COMP-3.
              10 WS-TAB-DIAS-ACUSE    PIC S9(09) COMP-3.
              10 WS-TAB-EXCL-OPER     PIC S9(07) COMP-3.
              10 WS-TAB-EXCL-PROV     PIC S9(07) COMP-3.
              10 WS-TAB-EXCL-BASE     PIC S9(11)V99 COMP-3.

      *--- Cantidades e importes por categoria del padron.
       01  WS-CAT-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-CATEGORIAS.
           05 WS-CAT-ENTRY OCCURS 200 TIMES
                            DEPENDING ON WS-CAT-COUNT
                            INDEXED BY WS-CAT-IDX.
              10 WS-CAT-T-CODIGO    PIC X(04).
              10 WS-CAT-T-CANT      PIC S9(07) COMP-3
                                    OCCURS 3 TIMES.
              10 WS-CAT-T-IMPORTE   PIC S9(11)V99 COMP-3
                                    OCCURS 3 TIMES.
       01  WS-CAT-AUX.
           05 WS-CAT-A-CODIGO       PIC X(04).
           05 WS-CAT-A-CANT         PIC S9(07) COMP-3
                                    OCCURS 3 TIMES.
           05 WS-CAT-A-IMPORTE      PIC S9(11)V99 COMP-3
                                    OCCURS 3 TIMES.
       01  WS-CAT-SUB               PIC 9(03) VALUE 0.
       01  WS-CAT-SUB2              PIC 9(03) VALUE 0.

      *--- Importe retenido por proveedor, para los principales.
       01  WS-PRV-COUNT             PIC 9(05) VALUE 0.
       01  WS-TABLA-PROVEEDORES.
           05 WS-PRV-ENTRY OCCURS 9000 TIMES
                            DEPENDING ON WS-PRV-COUNT
                            INDEXED BY WS-PRV-IDX.
              10 WS-PRV-T-CUIT      PIC X(11).
              10 WS-PRV-T-RAZON     PIC X(26).
              10 WS-PRV-T-IMPORTE   PIC S9(11)V99 COMP-3
                                    OCCURS 3 TIMES.
              10 WS-PRV-T-ELEGIDO   PIC X(01).
       01  WS-PRV-SUB               PIC 9(05) VALUE 0.
       01  WS-PRV-MAYOR             PIC 9(05) VALUE 0.
       01  WS-TOP-MAX               PIC 9(02) VALUE 10.
       01  WS-TOP-SUB               PIC 9(02) VALUE 0.
       01  WS-TOP-ED                PIC 9(02).

      *--- Proveedores excluidos por certificado, uno por periodo y
      *--- CUIT.
       01  WS-EXC-COUNT             PIC 9(04) VALUE 0.
       01  WS-TABLA-EXCLUIDOS.
           05 WS-EXC-ENTRY OCCURS 3000 TIMES
                            DEPENDING ON WS-EXC-COUNT
                            INDEXED BY WS-EXC-IDX.
              10 WS-EXC-T-PERIODO   PIC 9(01).
              10 WS-EXC-T-CUIT      PIC X(11).
              10 WS-EXC-T-RAZON     PIC X(26).
              10 WS-EXC-T-CANT      PIC S9(05) COMP-3.
              10 WS-EXC-T-BASE      PIC S9(11)V99 COMP-3.
       01  WS-EXC-SUB               PIC 9(04) VALUE 0.

      *--- Pendientes abiertos por motivo, al dia.
       01  WS-PENDIENTES-ABIERTOS.
           05 WS-PEN-CUIT-INV       PIC S9(07) COMP-3 VALUE 0.
           05 WS-PEN-ANU-SIN-ORIG   PIC S9(07) COMP-3 VALUE 0.
           05 WS-PEN-PER-CERRADO    PIC S9(07) COMP-3 VALUE 0.
           05 WS-PEN-DUPLICADO      PIC S9(07) COMP-3 VALUE 0.
           05 WS-PEN-FALLO-API      PIC S9(07) COMP-3 VALUE 0.
           05 WS-PEN-FALLO-CSV      PIC S9(07) COMP-3 VALUE 0.
           05 WS-PEN-OTROS          PIC S9(07) COMP-3 VALUE 0.
           05 WS-PEN-TOTAL          PIC S9(07) COMP-3 VALUE 0.
       01  WS-PEN-CUIT              PIC X(11).
       01  WS-PEN-SUCURSAL          PIC X(01).
       01  WS-PEN-MOTIVO            PIC X(25).

      *--- Operacion del maestro o del historico en proceso, en un
      *--- solo formato para acumularla.
       01  WS-OPERACION.
           05 WS-OPE-CUIT           PIC X(11).
           05 WS-OPE-RAZON          PIC X(26).
           05 WS-OPE-CATEGORIA      PIC X(04).
           05 WS-OPE-IMPORTE        PIC 9(07)V99.
           05 WS-OPE-FECHA          PIC X(19).
           05 WS-OPE-TIPO           PIC X(01).
           05 WS-OPE-ESTADO         PIC X(12).
           05 WS-OPE-REGIMEN        PIC X(01).
           05 WS-OPE-JURISDICCION   PIC X(01).

      *--- Campos de la linea de auditoria, luego de separarla por
      *--- comas con UNSTRING. La razon social es el resto de la
      *--- linea; en las lineas nuevas la precede la jurisdiccion.
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
       01  WS-AUD-RAZON             PIC X(26).
       01  WS-AUD-PTR               PIC 9(03) VALUE 1.
       01  WS-AUD-PTR-JUR           PIC 9(03) VALUE 1.
       01  WS-AUD-BASE              PIC S9(09)V99 COMP-3 VALUE 0.

      *--- Indicador en armado: seccion, nombre, tipo de valor y los
      *--- tres valores del tablero.
       01  WS-IND-SECCION           PIC X(40).
       01  WS-IND-NOMBRE            PIC X(48).
       01  WS-IND-TIPO              PIC X(01).
           88 IND-CANTIDAD               VALUE 'C'.
           88 IND-IMPORTE                VALUE 'I'.
           88 IND-PORCENTAJE             VALUE 'P'.
           88 IND-DIAS                   VALUE 'D'.
       01  WS-INDICADOR.
           05 WS-IND-ENTRY OCCURS 3 TIMES.
              10 WS-IND-VALOR       PIC S9(11)V99 COMP-3.
      *---        'N' cuando el valor no se puede calcular (promedio
      *---        o porcentaje sin operaciones).
              10 WS-IND-DISP        PIC X(01).
              10 WS-IND-TXT         PIC X(18) JUSTIFIED RIGHT.
              10 WS-IND-VAR-TXT     PIC X(11).
              10 WS-IND-CSV         PIC X(16).
       01  WS-IND-VAR               PIC S9(07)V9 COMP-3 VALUE 0.

      *--- Campos editados.
       01  WS-ED-CANT               PIC ---,---,--9.
       01  WS-ED-IMPORTE            PIC ---,---,---,--9.99.
       01  WS-ED-PORC               PIC ----9.99.
       01  WS-ED-DIAS               PIC ---,--9.9.
       01  WS-ED-VAR                PIC -----9.9.
       01  WS-ED-CSV                PIC -(12)9.99.
       01  WS-ED-TIT                PIC X(18) JUSTIFIED RIGHT.

      *--- Fecha del dia.
       01  WS-FECHA-HOY             PIC X(10).
       01  WS-FECHA-CD              PIC X(08).

      *--- Contadores de lectura, para el resumen en la consola.
       01  WS-CONT-MAESTRO          PIC 9(07) VALUE 0.
       01  WS-CONT-HISTORICO        PIC 9(07) VALUE 0.
       01  WS-CONT-LOG              PIC 9(07) VALUE 0.
       01  WS-CONT-DESBORDES        PIC 9(05) VALUE 0.

      *--- Indicadores de estado.
       01  WS-FIN-AGENTES           PIC X(01) VALUE 'N'.
           88 FIN-AGENTES-SI             VALUE 'S'.
       01  WS-FIN-ARCHIVO           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-SI             VALUE 'S'.
       01  WS-PROCESO               PIC X(01) VALUE 'S'.
           88 PROCESO-OK                 VALUE 'S'.
       01  WS-HALLADO               PIC X(01) VALUE 'N'.
           88 REGISTRO-HALLADO           VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-AGENTE             PIC X(02).
       01  WS-FS-MASTER             PIC X(02).
       01  WS-FS-HIST               PIC X(02).
       01  WS-FS-AUDIT              PIC X(02).
       01  WS-FS-PENDING            PIC X(02).
       01  WS-FS-REINTENTO          PIC X(02).
       01  WS-FS-ACUSE              PIC X(02).
       01  WS-FS-REPORT             PIC X(02).
       01  WS-FS-CSV                PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
      * Logica principal del programa.                                 *
      *================================================================*
       MAIN-PROCEDURE.
           PERFORM 1000-INICIALIZAR.
           IF PROCESO-OK
               PERFORM 2000-PROCESAR-AGENTE
                   VARYING WS-AGC-SUB FROM 1 BY 1
                   UNTIL WS-AGC-SUB > WS-AGC-COUNT
               PERFORM 6000-EMITIR-TABLERO
               PERFORM 8000-FINALIZAR
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000 - Inicializacion: mes a informar, periodos del tablero,   *
      * agentes a recorrer y apertura de las salidas.                  *
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
           INITIALIZE WS-TABLERO.
           PERFORM 1100-PEDIR-MES.
           IF PROCESO-OK
               PERFORM 1200-ARMAR-PERIODOS
               PERFORM 1300-CARGAR-AGENTES
               PERFORM 1400-ABRIR-SALIDAS
           END-IF.

      *----------------------------------------------------------------*
      * 1100 - Mes a informar: en una corrida desatendida sale de la   *
      * clave MES de RUNPARM.DAT; si no, se pide por consola. En       *
      * blanco es el mes anterior al de hoy, el ya cerrado.            *
      *----------------------------------------------------------------*
       1100-PEDIR-MES.
           MOVE 'TABGES' TO WS-PRM-PROGRAMA.
           MOVE 'MES'    TO WS-PRM-CLAVE.
           CALL 'RUNPRM' USING WS-PARAMETRO-CORRIDA.
           IF MODO-DESATENDIDO
               MOVE WS-PRM-VALOR (1:6) TO WS-MES-PEDIDO
           ELSE
               DISPLAY "Mes a informar (AAAAMM, blanco = mes "
                       "anterior): "
               ACCEPT WS-MES-PEDIDO
           END-IF.
           IF WS-MES-PEDIDO = SPACES
               MOVE WS-FECHA-CD (1:4) TO WS-ANIO-AUX
               MOVE WS-FECHA-CD (5:2) TO WS-MES-AUX
               PERFORM 1250-RESTAR-UN-MES
               MOVE WS-ANIO-AUX TO WS-MES-ANIO
               MOVE WS-MES-AUX  TO WS-MES-MES
           END-IF.
           IF WS-MES-PEDIDO NOT NUMERIC
               MOVE 'N' TO WS-PROCESO
               DISPLAY "El mes debe ser AAAAMM."
           ELSE
               IF WS-MES-MES < 1 OR WS-MES-MES > 12
                   MOVE 'N' TO WS-PROCESO
                   DISPLAY "El mes debe estar entre 01 y 12."
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 1200 - Los tres periodos del tablero y el rotulo AAAA-MM de    *
      * cada uno.                                                      *
      *----------------------------------------------------------------*
       1200-ARMAR-PERIODOS.
           MOVE WS-MES-PEDIDO TO WS-PER-MES (1).
           MOVE WS-MES-ANIO TO WS-ANIO-AUX.
           MOVE WS-MES-MES  TO WS-MES-AUX.
           PERFORM 1250-RESTAR-UN-MES.
           MOVE WS-ANIO-AUX TO WS-PER-MES (2) (1:4).
           MOVE WS-MES-AUX  TO WS-PER-MES (2) (5:2).
           COMPUTE WS-ANIO-AUX = WS-MES-ANIO - 1.
           MOVE WS-ANIO-AUX TO WS-PER-MES (3) (1:4).
           MOVE WS-MES-MES  TO WS-PER-MES (3) (5:2).
           PERFORM 1260-ROTULAR-PERIODO
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.
           DISPLAY "Tablero de " WS-PER-MES-ED (1)
                   " contra " WS-PER-MES-ED (2)
                   " y " WS-PER-MES-ED (3) ".".

       1250-RESTAR-UN-MES.
           IF WS-MES-AUX = 1
               MOVE 12 TO WS-MES-AUX
               SUBTRACT 1 FROM WS-ANIO-AUX
           ELSE
               SUBTRACT 1 FROM WS-MES-AUX
           END-IF.

       1260-ROTULAR-PERIODO.
           MOVE SPACES TO WS-PER-MES-ED (WS-PER-SUB).
           STRING WS-PER-MES (WS-PER-SUB) (1:4) DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  WS-PER-MES (WS-PER-SUB) (5:2) DELIMITED BY SIZE
             INTO WS-PER-MES-ED (WS-PER-SUB).

      *----------------------------------------------------------------*
      * 1300 - Carga los agentes de AGENTES.CFG. Sin el archivo se     *
      * hace una sola pasada con el codigo en blanco, sobre los        *
      * nombres mono-agente historicos.                                *
      *----------------------------------------------------------------*
       1300-CARGAR-AGENTES.
           MOVE 0 TO WS-AGC-COUNT.
           MOVE 'N' TO WS-FIN-AGENTES.
           OPEN INPUT AGENTE-FILE.
           IF WS-FS-AGENTE NOT = '00'
               MOVE 1 TO WS-AGC-COUNT
               MOVE SPACES TO WS-AGC-T-CODIGO (1)
               MOVE 'MONO-AGENTE' TO WS-AGC-T-RAZON (1)
               DISPLAY "Sin " FUNCTION TRIM(WS-NOM-AGENTES)
                       ", se informa en modo mono-agente."
           ELSE
               PERFORM 1310-LEER-AGENTE
                   UNTIL FIN-AGENTES-SI
               CLOSE AGENTE-FILE
           END-IF.
           PERFORM 1320-LIMPIAR-AGENTE
               VARYING WS-AGC-SUB FROM 1 BY 1
               UNTIL WS-AGC-SUB > WS-AGC-COUNT.

       1310-LEER-AGENTE.
           READ AGENTE-FILE
               AT END
                   MOVE 'S' TO WS-FIN-AGENTES
               NOT AT END
                   IF AGENTE-RECORD NOT = SPACES
                       IF WS-AGC-COUNT < 50
                           ADD 1 TO WS-AGC-COUNT
                           MOVE AG-CODIGO
                               TO WS-AGC-T-CODIGO (WS-AGC-COUNT)
                           MOVE AG-RAZON-SOCIAL
                               TO WS-AGC-T-RAZON (WS-AGC-COUNT)
                       ELSE
                           DISPLAY "Aviso: la tabla de agentes esta "
                                   "completa, el agente " AG-CODIGO
                                   " queda fuera del tablero."
                       END-IF
                   END-IF
           END-READ.

       1320-LIMPIAR-AGENTE.
           PERFORM 1330-LIMPIAR-AGENTE-PERIODO
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.

       1330-LIMPIAR-AGENTE-PERIODO.
           MOVE 0 TO WS-AGC-T-CANT (WS-AGC-SUB WS-PER-SUB).
           MOVE 0 TO WS-AGC-T-IMPORTE (WS-AGC-SUB WS-PER-SUB).

      *----------------------------------------------------------------*
      * 1400 - Apertura del tablero impreso y del CSV, con la linea    *
      * de titulos del CSV.                                            *
      *----------------------------------------------------------------*
       1400-ABRIR-SALIDAS.
           OPEN OUTPUT REPORT-FILE.
           IF WS-FS-REPORT NOT = '00'
               MOVE 'N' TO WS-PROCESO
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-NOM-TABGES-FILE)
                       ", estado " WS-FS-REPORT "."
           ELSE
               OPEN OUTPUT CSV-FILE
               IF WS-FS-CSV NOT = '00'
                   MOVE 'N' TO WS-PROCESO
                   DISPLAY "ERROR: no se pudo crear "
                           FUNCTION TRIM(WS-NOM-TABCSV-FILE)
                           ", estado " WS-FS-CSV "."
                   CLOSE REPORT-FILE
               ELSE
                   MOVE SPACES TO CSV-RECORD
                   STRING "SECCION,INDICADOR,MES "  DELIMITED BY SIZE
                          WS-PER-MES-ED (1)         DELIMITED BY SIZE
                          ",MES ANTERIOR "          DELIMITED BY SIZE
                          WS-PER-MES-ED (2)         DELIMITED BY SIZE
                          ",ANIO ANTERIOR "         DELIMITED BY SIZE
                          WS-PER-MES-ED (3)         DELIMITED BY SIZE
                     INTO CSV-RECORD
                   PERFORM 8950-GRABAR-CSV
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2000 - Un agente por vuelta: arma sus nombres de archivo y     *
      * acumula sus operaciones, exclusiones, reintentos, acuses y     *
      * pendientes.                                                    *
      *----------------------------------------------------------------*
       2000-PROCESAR-AGENTE.
           PERFORM 2100-ARMAR-NOMBRES.
           DISPLAY "Agente " WS-AGC-T-CODIGO (WS-AGC-SUB) " - "
                   FUNCTION TRIM(WS-AGC-T-RAZON (WS-AGC-SUB)) ".".
           PERFORM 3000-LEER-MAESTRO.
           PERFORM 3200-LEER-HISTORICO.
           MOVE WS-NOM-AUDIT-FILE TO WS-NOM-LOG-LEIDO.
           PERFORM 3400-LEER-LOG.
           MOVE WS-MES-ANIO TO WS-EJERCICIO.
           PERFORM 2150-ARMAR-LOG-ANUAL.
           PERFORM 3400-LEER-LOG.
           SUBTRACT 1 FROM WS-EJERCICIO.
           PERFORM 2150-ARMAR-LOG-ANUAL.
           PERFORM 3400-LEER-LOG.
           PERFORM 3700-LEER-REINTENTOS.
           PERFORM 3800-LEER-ACUSES.
           PERFORM 3900-LEER-PENDIENTES.

      *----------------------------------------------------------------*
      * 2100 - Nombres propios del agente en proceso, con la misma     *
      * regla que AGTSEL (codigo antes de la extension; en blanco      *
      * quedan los nombres mono-agente).                               *
      *----------------------------------------------------------------*
       2100-ARMAR-NOMBRES.
           MOVE 'RETMST'   TO WS-ARM-PREFIJO.
           MOVE '.DAT'     TO WS-ARM-EXT.
           PERFORM 2110-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-MASTER-FILE.

           MOVE 'RETHIS'   TO WS-ARM-PREFIJO.
           PERFORM 2110-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-HIST-FILE.

           MOVE 'RETAPI'   TO WS-ARM-PREFIJO.
           PERFORM 2110-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-APIREI-FILE.

           MOVE 'RETACU'   TO WS-ARM-PREFIJO.
           PERFORM 2110-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-ACUSE-FILE.

           MOVE 'RETLOG'   TO WS-ARM-PREFIJO.
           MOVE '.CSV'     TO WS-ARM-EXT.
           PERFORM 2110-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-AUDIT-FILE.

           MOVE 'RETPEND'  TO WS-ARM-PREFIJO.
           PERFORM 2110-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-PENDING-FILE.

       2110-ARMAR-NOMBRE.
           MOVE SPACES TO WS-ARM-NOMBRE.
           STRING WS-ARM-PREFIJO              DELIMITED BY SPACE
                  WS-AGC-T-CODIGO (WS-AGC-SUB) DELIMITED BY SPACE
                  WS-ARM-EXT                  DELIMITED BY SPACE
             INTO WS-ARM-NOMBRE.

      *----------------------------------------------------------------*
      * 2150 - Log anual del ejercicio, con el nombre que le da        *
      * ARCHRET (RETLOG012026.CSV, RETLOG2026.CSV, etc.).              *
      *----------------------------------------------------------------*
       2150-ARMAR-LOG-ANUAL.
           MOVE SPACES TO WS-NOM-LOG-LEIDO.
           STRING "RETLOG"                    DELIMITED BY SIZE
                  WS-AGC-T-CODIGO (WS-AGC-SUB) DELIMITED BY SPACE
                  WS-EJERCICIO                DELIMITED BY SIZE
                  ".CSV"                      DELIMITED BY SIZE
             INTO WS-NOM-LOG-LEIDO.

      *----------------------------------------------------------------*
      * 2900 - Ubica el mes AAAAMM de WS-MES-DATO entre los periodos   *
      * del tablero; WS-PER-HALLADO queda en 0 si no es ninguno.       *
      *----------------------------------------------------------------*
       2900-UBICAR-PERIODO.
           MOVE 0 TO WS-PER-HALLADO.
           PERFORM 2910-COMPARAR-PERIODO
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3
                  OR WS-PER-HALLADO > 0.

       2910-COMPARAR-PERIODO.
           IF WS-PER-MES (WS-PER-SUB) = WS-MES-DATO
               MOVE WS-PER-SUB TO WS-PER-HALLADO
           END-IF.

      *----------------------------------------------------------------*
      * 3000 - Recorre el maestro vivo del agente. Si no existe (un    *
      * agente sin operaciones todavia) se sigue sin avisar.           *
      *----------------------------------------------------------------*
       3000-LEER-MAESTRO.
           MOVE 'N' TO WS-FIN-ARCHIVO.
           OPEN INPUT MASTER-FILE.
           IF WS-FS-MASTER = '00'
               PERFORM 3010-LEER-OPERACION-MAESTRO
                   UNTIL FIN-ARCHIVO-SI
               CLOSE MASTER-FILE
           ELSE
               IF WS-FS-MASTER NOT = '35'
                   DISPLAY "Aviso: no se pudo abrir "
                           FUNCTION TRIM(WS-NOM-MASTER-FILE)
                           ", estado " WS-FS-MASTER
                           ", el agente queda sin operaciones vivas."
               END-IF
           END-IF.

       3010-LEER-OPERACION-MAESTRO.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CONT-MAESTRO
                   MOVE MST-CUIT            TO WS-OPE-CUIT
                   MOVE MST-RAZON-SOCIAL    TO WS-OPE-RAZON
                   MOVE MST-CAT-CODIGO      TO WS-OPE-CATEGORIA
                   MOVE MST-IMPORTE-RET     TO WS-OPE-IMPORTE
                   MOVE MST-FECHA-OPERACION TO WS-OPE-FECHA
                   MOVE MST-TIPO-MOVIMIENTO TO WS-OPE-TIPO
                   MOVE MST-ESTADO          TO WS-OPE-ESTADO
                   MOVE MST-REGIMEN         TO WS-OPE-REGIMEN
                   MOVE MST-JURISDICCION    TO WS-OPE-JURISDICCION
                   PERFORM 3500-ACUMULAR-OPERACION
           END-READ.

      *----------------------------------------------------------------*
      * 3200 - Recorre el historico del agente: lo que ARCHRET saco    *
      * del maestro vivo sigue contando en el tablero.                 *
      *----------------------------------------------------------------*
       3200-LEER-HISTORICO.
           MOVE 'N' TO WS-FIN-ARCHIVO.
           OPEN INPUT HIST-FILE.
           IF WS-FS-HIST = '00'
               PERFORM 3210-LEER-OPERACION-HISTORICO
                   UNTIL FIN-ARCHIVO-SI
               CLOSE HIST-FILE
           ELSE
               IF WS-FS-HIST NOT = '35'
                   DISPLAY "Aviso: no se pudo abrir "
                           FUNCTION TRIM(WS-NOM-HIST-FILE)
                           ", estado " WS-FS-HIST
                           ", el agente queda sin historico."
               END-IF
           END-IF.

       3210-LEER-OPERACION-HISTORICO.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CONT-HISTORICO
                   MOVE HIS-CUIT            TO WS-OPE-CUIT
                   MOVE HIS-RAZON-SOCIAL    TO WS-OPE-RAZON
                   MOVE HIS-CAT-CODIGO      TO WS-OPE-CATEGORIA
                   MOVE HIS-IMPORTE-RET     TO WS-OPE-IMPORTE
                   MOVE HIS-FECHA-OPERACION TO WS-OPE-FECHA
                   MOVE HIS-TIPO-MOVIMIENTO TO WS-OPE-TIPO
                   MOVE HIS-ESTADO          TO WS-OPE-ESTADO
                   MOVE HIS-REGIMEN         TO WS-OPE-REGIMEN
                   MOVE HIS-JURISDICCION    TO WS-OPE-JURISDICCION
                   PERFORM 3500-ACUMULAR-OPERACION
           END-READ.

      *----------------------------------------------------------------*
      * 3400 - Recorre un log de auditoria (vivo o anual) buscando las *
      * lineas EXCLUIDO de los periodos del tablero. Los logs anuales  *
      * que no existen se saltean.                                     *
      *----------------------------------------------------------------*
       3400-LEER-LOG.
           MOVE 'N' TO WS-FIN-ARCHIVO.
           OPEN INPUT AUDIT-FILE.
           IF WS-FS-AUDIT = '00'
               PERFORM 3410-LEER-LINEA-LOG
                   UNTIL FIN-ARCHIVO-SI
               CLOSE AUDIT-FILE
           END-IF.

       3410-LEER-LINEA-LOG.
           READ AUDIT-FILE
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CONT-LOG
                   PERFORM 3420-SEPARAR-LINEA-LOG
                   IF WS-AUD-RESULTADO = "EXCLUIDO"
                       MOVE WS-AUD-FECHA (1:4) TO WS-MES-DATO (1:4)
                       MOVE WS-AUD-FECHA (6:2) TO WS-MES-DATO (5:2)
                       PERFORM 2900-UBICAR-PERIODO
                       IF WS-PER-HALLADO > 0
                           PERFORM 3600-ACUMULAR-EXCLUSION
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 3420 - Separa la linea CSV del log en sus campos. La razon     *
      * social se toma desde el puntero porque es el ultimo campo y    *
      * puede contener comas. La jurisdiccion va antes de la razon     *
      * solo en las lineas nuevas: si el campo no mide 1 o no es 'B' o *
      * 'C', es el comienzo de la razon y el puntero vuelve atras.     *
      *----------------------------------------------------------------*
       3420-SEPARAR-LINEA-LOG.
           MOVE SPACES TO WS-AUD-RESULTADO WS-AUD-FECHA
                          WS-AUD-BASE-ED WS-AUD-RAZON
                          WS-AUD-JURISDICCION.
           MOVE 1 TO WS-AUD-PTR.
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
               WITH POINTER WS-AUD-PTR
           END-UNSTRING.
           MOVE WS-AUD-PTR TO WS-AUD-PTR-JUR.
           IF WS-AUD-PTR <= 200
          AND WS-AUD-REG-LEN = 1
               UNSTRING AUDIT-RECORD DELIMITED BY ","
                   INTO WS-AUD-JURISDICCION
                            COUNT IN WS-AUD-JUR-LEN
                   WITH POINTER WS-AUD-PTR
               END-UNSTRING
           END-IF.
           IF WS-AUD-JUR-LEN NOT = 1
            OR (WS-AUD-JURISDICCION NOT = 'B'
                AND WS-AUD-JURISDICCION NOT = 'C')
               MOVE WS-AUD-PTR-JUR TO WS-AUD-PTR
               MOVE 'B' TO WS-AUD-JURISDICCION
           END-IF.
           IF WS-AUD-PTR <= 200
               MOVE AUDIT-RECORD (WS-AUD-PTR:) TO WS-AUD-RAZON
           END-IF.

      *----------------------------------------------------------------*
      * 3500 - Acumula una operacion original (las anulaciones no      *
      * suman) en el periodo de su fecha de operacion: regimen (las    *
      * de AGIP, jurisdiccion 'C', van aparte de las de ARBA), agente, *
      * categoria, estado y, si quedo retenida, proveedor.             *
      *----------------------------------------------------------------*
       3500-ACUMULAR-OPERACION.
           MOVE WS-OPE-FECHA (1:4) TO WS-MES-DATO (1:4).
           MOVE WS-OPE-FECHA (6:2) TO WS-MES-DATO (5:2).
           PERFORM 2900-UBICAR-PERIODO.
           IF WS-PER-HALLADO > 0
          AND WS-OPE-TIPO NOT = 'A'
               EVALUATE TRUE
                   WHEN WS-OPE-JURISDICCION = 'C'
                       ADD 1 TO WS-TAB-CANT-AGIP (WS-PER-HALLADO)
                       ADD WS-OPE-IMPORTE
                           TO WS-TAB-IMP-AGIP (WS-PER-HALLADO)
                   WHEN WS-OPE-REGIMEN = 'P'
                       ADD 1 TO WS-TAB-CANT-PER (WS-PER-HALLADO)
                       ADD WS-OPE-IMPORTE
                           TO WS-TAB-IMP-PER (WS-PER-HALLADO)
                   WHEN OTHER
                       ADD 1 TO WS-TAB-CANT-RET (WS-PER-HALLADO)
                       ADD WS-OPE-IMPORTE
                           TO WS-TAB-IMP-RET (WS-PER-HALLADO)
               END-EVALUATE
               ADD 1 TO WS-TAB-CANT-TOTAL (WS-PER-HALLADO)
               ADD WS-OPE-IMPORTE
                   TO WS-TAB-IMP-TOTAL (WS-PER-HALLADO)
               ADD 1 TO WS-AGC-T-CANT (WS-AGC-SUB WS-PER-HALLADO)
               ADD WS-OPE-IMPORTE
                   TO WS-AGC-T-IMPORTE (WS-AGC-SUB WS-PER-HALLADO)
               PERFORM 3510-ACUMULAR-CATEGORIA
               EVALUATE WS-OPE-ESTADO
                   WHEN 'TRANSMITIDA'
                       ADD 1 TO WS-TAB-CANT-TRANSM (WS-PER-HALLADO)
                   WHEN 'PENDIENTE'
                       ADD 1 TO WS-TAB-CANT-PEND (WS-PER-HALLADO)
                   WHEN 'ACEPTADA'
                       ADD 1 TO WS-TAB-CANT-ACEP (WS-PER-HALLADO)
                   WHEN 'RECHAZADA'
                       ADD 1 TO WS-TAB-CANT-RECH (WS-PER-HALLADO)
                   WHEN 'ANULADA'
                       ADD 1 TO WS-TAB-CANT-ANUL (WS-PER-HALLADO)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-OPE-ESTADO NOT = 'ANULADA'
              AND WS-OPE-ESTADO NOT = 'RECHAZADA'
                   PERFORM 3520-ACUMULAR-PROVEEDOR
               END-IF
           END-IF.

       3510-ACUMULAR-CATEGORIA.
           MOVE 'N' TO WS-HALLADO.
           SET WS-CAT-IDX TO 1.
           IF WS-CAT-COUNT > 0
               SEARCH WS-CAT-ENTRY
                   AT END
                       MOVE 'N' TO WS-HALLADO
                   WHEN WS-CAT-T-CODIGO (WS-CAT-IDX)
                      = WS-OPE-CATEGORIA
                       MOVE 'S' TO WS-HALLADO
               END-SEARCH
           END-IF.
           IF NOT REGISTRO-HALLADO
               IF WS-CAT-COUNT < 200
                   ADD 1 TO WS-CAT-COUNT
                   SET WS-CAT-IDX TO WS-CAT-COUNT
                   MOVE WS-OPE-CATEGORIA
                       TO WS-CAT-T-CODIGO (WS-CAT-IDX)
                   MOVE 0 TO WS-CAT-T-CANT (WS-CAT-IDX 1)
                             WS-CAT-T-CANT (WS-CAT-IDX 2)
                             WS-CAT-T-CANT (WS-CAT-IDX 3)
                             WS-CAT-T-IMPORTE (WS-CAT-IDX 1)
                             WS-CAT-T-IMPORTE (WS-CAT-IDX 2)
                             WS-CAT-T-IMPORTE (WS-CAT-IDX 3)
                   MOVE 'S' TO WS-HALLADO
               ELSE
                   ADD 1 TO WS-CONT-DESBORDES
               END-IF
           END-IF.
           IF REGISTRO-HALLADO
               ADD 1 TO WS-CAT-T-CANT (WS-CAT-IDX WS-PER-HALLADO)
               ADD WS-OPE-IMPORTE
                   TO WS-CAT-T-IMPORTE (WS-CAT-IDX WS-PER-HALLADO)
           END-IF.

       3520-ACUMULAR-PROVEEDOR.
           MOVE 'N' TO WS-HALLADO.
           SET WS-PRV-IDX TO 1.
           IF WS-PRV-COUNT > 0
               SEARCH WS-PRV-ENTRY
                   AT END
                       MOVE 'N' TO WS-HALLADO
                   WHEN WS-PRV-T-CUIT (WS-PRV-IDX) = WS-OPE-CUIT
                       MOVE 'S' TO WS-HALLADO
               END-SEARCH
           END-IF.
           IF NOT REGISTRO-HALLADO
               IF WS-PRV-COUNT < 9000
                   ADD 1 TO WS-PRV-COUNT
                   SET WS-PRV-IDX TO WS-PRV-COUNT
                   MOVE WS-OPE-CUIT  TO WS-PRV-T-CUIT (WS-PRV-IDX)
                   MOVE WS-OPE-RAZON TO WS-PRV-T-RAZON (WS-PRV-IDX)
                   MOVE 0 TO WS-PRV-T-IMPORTE (WS-PRV-IDX 1)
                             WS-PRV-T-IMPORTE (WS-PRV-IDX 2)
                             WS-PRV-T-IMPORTE (WS-PRV-IDX 3)
                   MOVE 'N' TO WS-PRV-T-ELEGIDO (WS-PRV-IDX)
                   MOVE 'S' TO WS-HALLADO
               ELSE
                   ADD 1 TO WS-CONT-DESBORDES
               END-IF
           END-IF.
           IF REGISTRO-HALLADO
               ADD WS-OPE-IMPORTE
                   TO WS-PRV-T-IMPORTE (WS-PRV-IDX WS-PER-HALLADO)
           END-IF.

      *----------------------------------------------------------------*
      * 3600 - Una operacion EXCLUIDO por certificado: suma la         *
      * operacion y la base no retenida, y el proveedor la primera vez *
      * que aparece en el periodo.                                     *
      *----------------------------------------------------------------*
       3600-ACUMULAR-EXCLUSION.
           MOVE 0 TO WS-AUD-BASE.
           IF WS-AUD-BASE-ED NOT = SPACES
               COMPUTE WS-AUD-BASE = FUNCTION NUMVAL(WS-AUD-BASE-ED)
           END-IF.
           ADD 1 TO WS-TAB-EXCL-OPER (WS-PER-HALLADO).
           ADD WS-AUD-BASE TO WS-TAB-EXCL-BASE (WS-PER-HALLADO).
           MOVE 'N' TO WS-HALLADO.
           SET WS-EXC-IDX TO 1.
           IF WS-EXC-COUNT > 0
               SEARCH WS-EXC-ENTRY
                   AT END
                       MOVE 'N' TO WS-HALLADO
                   WHEN WS-EXC-T-PERIODO (WS-EXC-IDX) = WS-PER-HALLADO
                    AND WS-EXC-T-CUIT (WS-EXC-IDX) = WS-AUD-CUIT
                       MOVE 'S' TO WS-HALLADO
               END-SEARCH
           END-IF.
           IF NOT REGISTRO-HALLADO
               ADD 1 TO WS-TAB-EXCL-PROV (WS-PER-HALLADO)
               IF WS-EXC-COUNT < 3000
                   ADD 1 TO WS-EXC-COUNT
                   SET WS-EXC-IDX TO WS-EXC-COUNT
                   MOVE WS-PER-HALLADO
                       TO WS-EXC-T-PERIODO (WS-EXC-IDX)
                   MOVE WS-AUD-CUIT  TO WS-EXC-T-CUIT (WS-EXC-IDX)
                   MOVE WS-AUD-RAZON TO WS-EXC-T-RAZON (WS-EXC-IDX)
                   MOVE 0 TO WS-EXC-T-CANT (WS-EXC-IDX)
                             WS-EXC-T-BASE (WS-EXC-IDX)
                   MOVE 'S' TO WS-HALLADO
               ELSE
                   ADD 1 TO WS-CONT-DESBORDES
               END-IF
           END-IF.
           IF REGISTRO-HALLADO
               ADD 1 TO WS-EXC-T-CANT (WS-EXC-IDX)
               ADD WS-AUD-BASE TO WS-EXC-T-BASE (WS-EXC-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * 3700 - Llamadas a la API con reintentos, por el mes de la      *
      * llamada.                                                       *
      *----------------------------------------------------------------*
       3700-LEER-REINTENTOS.
           MOVE 'N' TO WS-FIN-ARCHIVO.
           OPEN INPUT REINTENTO-FILE.
           IF WS-FS-REINTENTO = '00'
               PERFORM 3710-LEER-REINTENTO
                   UNTIL FIN-ARCHIVO-SI
               CLOSE REINTENTO-FILE
           END-IF.

       3710-LEER-REINTENTO.
           READ REINTENTO-FILE
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   MOVE REI-FECHA (1:4) TO WS-MES-DATO (1:4)
                   MOVE REI-FECHA (6:2) TO WS-MES-DATO (5:2)
                   PERFORM 2900-UBICAR-PERIODO
                   IF WS-PER-HALLADO > 0
                  AND REI-INTENTOS NUMERIC
                  AND REI-INTENTOS > 1
                       ADD 1 TO WS-TAB-LLAM-REINT (WS-PER-HALLADO)
                       COMPUTE WS-TAB-REINTENTOS (WS-PER-HALLADO) =
                           WS-TAB-REINTENTOS (WS-PER-HALLADO)
                         + REI-INTENTOS - 1
                       IF REI-RESULTADO NOT = 'OK'
                           ADD 1
                             TO WS-TAB-LLAM-FALLIDAS (WS-PER-HALLADO)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 3800 - Acuses de ARBA, por el mes de la operacion acusada.     *
      *----------------------------------------------------------------*
       3800-LEER-ACUSES.
           MOVE 'N' TO WS-FIN-ARCHIVO.
           OPEN INPUT ACUSE-FILE.
           IF WS-FS-ACUSE = '00'
               PERFORM 3810-LEER-ACUSE
                   UNTIL FIN-ARCHIVO-SI
               CLOSE ACUSE-FILE
           END-IF.

       3810-LEER-ACUSE.
           READ ACUSE-FILE
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   MOVE ACU-FECHA-OPERACION (1:4) TO WS-MES-DATO (1:4)
                   MOVE ACU-FECHA-OPERACION (6:2) TO WS-MES-DATO (5:2)
                   PERFORM 2900-UBICAR-PERIODO
                   IF WS-PER-HALLADO > 0
                  AND ACU-DIAS NUMERIC
                       ADD 1 TO WS-TAB-ACUSES (WS-PER-HALLADO)
                       ADD ACU-DIAS
                           TO WS-TAB-DIAS-ACUSE (WS-PER-HALLADO)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 3900 - Pendientes abiertos en RETPEND.CSV por motivo. Es la    *
      * situacion al dia: las lineas no siempre traen fecha y se van   *
      * cuando RESEND las reenvia, asi que no se comparan por mes.     *
      *----------------------------------------------------------------*
       3900-LEER-PENDIENTES.
           MOVE 'N' TO WS-FIN-ARCHIVO.
           OPEN INPUT PENDING-FILE.
           IF WS-FS-PENDING = '00'
               PERFORM 3910-LEER-PENDIENTE
                   UNTIL FIN-ARCHIVO-SI
               CLOSE PENDING-FILE
           END-IF.

       3910-LEER-PENDIENTE.
           READ PENDING-FILE
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   IF PENDING-RECORD NOT = SPACES
                       MOVE SPACES TO WS-PEN-MOTIVO
                       UNSTRING PENDING-RECORD DELIMITED BY ","
                           INTO WS-PEN-CUIT
                                WS-PEN-SUCURSAL
                                WS-PEN-MOTIVO
                       END-UNSTRING
                       ADD 1 TO WS-PEN-TOTAL
                       EVALUATE WS-PEN-MOTIVO
                           WHEN 'CUIT-INVALIDO'
                               ADD 1 TO WS-PEN-CUIT-INV
                           WHEN 'ANULACION-SIN-ORIGINAL'
                               ADD 1 TO WS-PEN-ANU-SIN-ORIG
                           WHEN 'PERIODO-CERRADO'
                               ADD 1 TO WS-PEN-PER-CERRADO
                           WHEN 'DUPLICADO'
                               ADD 1 TO WS-PEN-DUPLICADO
                           WHEN 'FALLO-LLAMADA-API'
                               ADD 1 TO WS-PEN-FALLO-API
                           WHEN 'FALLO-GENERACION-CSV'
                               ADD 1 TO WS-PEN-FALLO-CSV
                           WHEN OTHER
                               ADD 1 TO WS-PEN-OTROS
                       END-EVALUATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 6000 - Emite el tablero: encabezado y una seccion por grupo de *
      * indicadores, cada uno con los tres periodos y la variacion.    *
      *----------------------------------------------------------------*
       6000-EMITIR-TABLERO.
           PERFORM 6100-EMITIR-ENCABEZADO.
           PERFORM 6200-EMITIR-REGIMENES.
           PERFORM 6300-EMITIR-CATEGORIAS.
           PERFORM 6400-EMITIR-AGENTES.
           PERFORM 6500-EMITIR-ESTADOS.
           PERFORM 6600-EMITIR-TRANSMISION.
           PERFORM 6700-EMITIR-EXCLUSIONES.
           PERFORM 6800-EMITIR-PRINCIPALES.
           PERFORM 6900-EMITIR-PENDIENTES.

       6100-EMITIR-ENCABEZADO.
           MOVE SPACES TO REPORT-RECORD.
           STRING "TABLERO MENSUAL DE GESTION DE RETENCIONES Y "
                  "PERCEPCIONES - MES "       DELIMITED BY SIZE
                  WS-PER-MES-ED (1)           DELIMITED BY SIZE
                  " - EMITIDO EL "            DELIMITED BY SIZE
                  WS-FECHA-HOY                DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE ALL "=" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "INDICADOR" TO REPORT-RECORD (3:9).
           MOVE WS-PER-MES-ED (1) TO WS-ED-TIT.
           MOVE WS-ED-TIT TO REPORT-RECORD (51:18).
           MOVE WS-PER-MES-ED (2) TO WS-ED-TIT.
           MOVE WS-ED-TIT TO REPORT-RECORD (69:18).
           MOVE "VAR MES" TO REPORT-RECORD (91:7).
           MOVE WS-PER-MES-ED (3) TO WS-ED-TIT.
           MOVE WS-ED-TIT TO REPORT-RECORD (98:18).
           MOVE "VAR ANIO" TO REPORT-RECORD (119:8).
           PERFORM 8900-GRABAR-LINEA.
           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.

       6200-EMITIR-REGIMENES.
           MOVE "OPERACIONES POR REGIMEN" TO WS-IND-SECCION.
           PERFORM 7200-EMITIR-SECCION.
           MOVE "Retenciones ARBA - cantidad" TO WS-IND-NOMBRE.
           MOVE 'C' TO WS-IND-TIPO.
           MOVE WS-TAB-CANT-RET (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-CANT-RET (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-CANT-RET (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "Retenciones ARBA - importe" TO WS-IND-NOMBRE.
           MOVE 'I' TO WS-IND-TIPO.
           MOVE WS-TAB-IMP-RET (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-IMP-RET (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-IMP-RET (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "Percepciones - cantidad" TO WS-IND-NOMBRE.
           MOVE 'C' TO WS-IND-TIPO.
           MOVE WS-TAB-CANT-PER (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-CANT-PER (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-CANT-PER (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "Percepciones - importe" TO WS-IND-NOMBRE.
           MOVE 'I' TO WS-IND-TIPO.
           MOVE WS-TAB-IMP-PER (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-IMP-PER (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-IMP-PER (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "Retenciones AGIP - cantidad" TO WS-IND-NOMBRE.
           MOVE 'C' TO WS-IND-TIPO.
           MOVE WS-TAB-CANT-AGIP (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-CANT-AGIP (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-CANT-AGIP (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "Retenciones AGIP - importe" TO WS-IND-NOMBRE.
           MOVE 'I' TO WS-IND-TIPO.
           MOVE WS-TAB-IMP-AGIP (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-IMP-AGIP (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-IMP-AGIP (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "Total - cantidad" TO WS-IND-NOMBRE.
           MOVE 'C' TO WS-IND-TIPO.
           MOVE WS-TAB-CANT-TOTAL (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-CANT-TOTAL (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-CANT-TOTAL (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "Total - importe" TO WS-IND-NOMBRE.
           MOVE 'I' TO WS-IND-TIPO.
           MOVE WS-TAB-IMP-TOTAL (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-IMP-TOTAL (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-IMP-TOTAL (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.

      *----------------------------------------------------------------*
      * 6300 - Categorias del padron, ordenadas por codigo.            *
      *----------------------------------------------------------------*
       6300-EMITIR-CATEGORIAS.
           MOVE "OPERACIONES POR CATEGORIA" TO WS-IND-SECCION.
           PERFORM 7200-EMITIR-SECCION.
           PERFORM 6310-ORDENAR-CATEGORIAS
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB >= WS-CAT-COUNT.
           PERFORM 6330-EMITIR-CATEGORIA
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.

       6310-ORDENAR-CATEGORIAS.
           PERFORM 6320-COMPARAR-CATEGORIAS
               VARYING WS-CAT-SUB2 FROM WS-CAT-SUB BY 1
               UNTIL WS-CAT-SUB2 > WS-CAT-COUNT.

       6320-COMPARAR-CATEGORIAS.
           IF WS-CAT-T-CODIGO (WS-CAT-SUB2)
            < WS-CAT-T-CODIGO (WS-CAT-SUB)
               MOVE WS-CAT-ENTRY (WS-CAT-SUB)  TO WS-CAT-AUX
               MOVE WS-CAT-ENTRY (WS-CAT-SUB2)
                   TO WS-CAT-ENTRY (WS-CAT-SUB)
               MOVE WS-CAT-AUX TO WS-CAT-ENTRY (WS-CAT-SUB2)
           END-IF.

       6330-EMITIR-CATEGORIA.
           MOVE SPACES TO WS-IND-NOMBRE.
           STRING "Categoria "                  DELIMITED BY SIZE
                  WS-CAT-T-CODIGO (WS-CAT-SUB)  DELIMITED BY SIZE
                  " - cantidad"                 DELIMITED BY SIZE
             INTO WS-IND-NOMBRE.
           MOVE 'C' TO WS-IND-TIPO.
           MOVE WS-CAT-T-CANT (WS-CAT-SUB 1) TO WS-IND-VALOR (1).
           MOVE WS-CAT-T-CANT (WS-CAT-SUB 2) TO WS-IND-VALOR (2).
           MOVE WS-CAT-T-CANT (WS-CAT-SUB 3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE SPACES TO WS-IND-NOMBRE.
           STRING "Categoria "                  DELIMITED BY SIZE
                  WS-CAT-T-CODIGO (WS-CAT-SUB)  DELIMITED BY SIZE
                  " - importe"                  DELIMITED BY SIZE
             INTO WS-IND-NOMBRE.
           MOVE 'I' TO WS-IND-TIPO.
           MOVE WS-CAT-T-IMPORTE (WS-CAT-SUB 1) TO WS-IND-VALOR (1).
           MOVE WS-CAT-T-IMPORTE (WS-CAT-SUB 2) TO WS-IND-VALOR (2).
           MOVE WS-CAT-T-IMPORTE (WS-CAT-SUB 3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.

       6400-EMITIR-AGENTES.
           MOVE "OPERACIONES POR AGENTE" TO WS-IND-SECCION.
           PERFORM 7200-EMITIR-SECCION.
           PERFORM 6410-EMITIR-AGENTE
               VARYING WS-AGC-SUB FROM 1 BY 1
               UNTIL WS-AGC-SUB > WS-AGC-COUNT.

       6410-EMITIR-AGENTE.
           MOVE SPACES TO WS-IND-NOMBRE.
           STRING "Agente "                     DELIMITED BY SIZE
                  WS-AGC-T-CODIGO (WS-AGC-SUB)  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-AGC-T-RAZON (WS-AGC-SUB)   DELIMITED BY "  "
                  " - cantidad"                 DELIMITED BY SIZE
             INTO WS-IND-NOMBRE.
           MOVE 'C' TO WS-IND-TIPO.
           MOVE WS-AGC-T-CANT (WS-AGC-SUB 1) TO WS-IND-VALOR (1).
           MOVE WS-AGC-T-CANT (WS-AGC-SUB 2) TO WS-IND-VALOR (2).
           MOVE WS-AGC-T-CANT (WS-AGC-SUB 3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE SPACES TO WS-IND-NOMBRE.
           STRING "Agente "                     DELIMITED BY SIZE
                  WS-AGC-T-CODIGO (WS-AGC-SUB)  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-AGC-T-RAZON (WS-AGC-SUB)   DELIMITED BY "  "
                  " - importe"                  DELIMITED BY SIZE
             INTO WS-IND-NOMBRE.
           MOVE 'I' TO WS-IND-TIPO.
           MOVE WS-AGC-T-IMPORTE (WS-AGC-SUB 1) TO WS-IND-VALOR (1).
           MOVE WS-AGC-T-IMPORTE (WS-AGC-SUB 2) TO WS-IND-VALOR (2).
           MOVE WS-AGC-T-IMPORTE (WS-AGC-SUB 3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.

      *----------------------------------------------------------------*
      * 6500 - Estado de las operaciones originales del periodo y que  *
      * parte termino PENDIENTE, RECHAZADA o ANULADA. Las variaciones  *
      * de los porcentajes son en puntos.                              *
      *----------------------------------------------------------------*
       6500-EMITIR-ESTADOS.
           MOVE "ESTADO DE LAS OPERACIONES" TO WS-IND-SECCION.
           PERFORM 7200-EMITIR-SECCION.
           MOVE 'C' TO WS-IND-TIPO.
           MOVE "TRANSMITIDA sin acuse - cantidad" TO WS-IND-NOMBRE.
           MOVE WS-TAB-CANT-TRANSM (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-CANT-TRANSM (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-CANT-TRANSM (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "ACEPTADA - cantidad" TO WS-IND-NOMBRE.
           MOVE WS-TAB-CANT-ACEP (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-CANT-ACEP (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-CANT-ACEP (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "PENDIENTE - cantidad" TO WS-IND-NOMBRE.
           MOVE WS-TAB-CANT-PEND (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-CANT-PEND (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-CANT-PEND (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           PERFORM 6510-PORCENTAJE-SOBRE-TOTAL.
           MOVE "PENDIENTE - % de las operaciones" TO WS-IND-NOMBRE.
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE 'C' TO WS-IND-TIPO.
           MOVE "RECHAZADA - cantidad" TO WS-IND-NOMBRE.
           MOVE WS-TAB-CANT-RECH (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-CANT-RECH (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-CANT-RECH (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           PERFORM 6510-PORCENTAJE-SOBRE-TOTAL.
           MOVE "RECHAZADA - % de las operaciones" TO WS-IND-NOMBRE.
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE 'C' TO WS-IND-TIPO.
           MOVE "ANULADA - cantidad" TO WS-IND-NOMBRE.
           MOVE WS-TAB-CANT-ANUL (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-CANT-ANUL (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-CANT-ANUL (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           PERFORM 6510-PORCENTAJE-SOBRE-TOTAL.
           MOVE "ANULADA - % de las operaciones" TO WS-IND-NOMBRE.
           PERFORM 7000-EMITIR-INDICADOR.

      *----------------------------------------------------------------*
      * 6510 - Convierte las cantidades cargadas en WS-IND-VALOR en    *
      * porcentaje sobre el total de operaciones de cada periodo.      *
      *----------------------------------------------------------------*
       6510-PORCENTAJE-SOBRE-TOTAL.
           MOVE 'P' TO WS-IND-TIPO.
           PERFORM 6520-PORCENTAJE-PERIODO
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.

       6520-PORCENTAJE-PERIODO.
           IF WS-TAB-CANT-TOTAL (WS-PER-SUB) = 0
               MOVE 0 TO WS-IND-VALOR (WS-PER-SUB)
               MOVE 'N' TO WS-IND-DISP (WS-PER-SUB)
           ELSE
               COMPUTE WS-IND-VALOR (WS-PER-SUB) ROUNDED =
                   WS-IND-VALOR (WS-PER-SUB) * 100
                 / WS-TAB-CANT-TOTAL (WS-PER-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * 6600 - Reintentos de la API y dias promedio hasta el acuse.    *
      *----------------------------------------------------------------*
       6600-EMITIR-TRANSMISION.
           MOVE "TRANSMISION Y ACUSE DE ARBA" TO WS-IND-SECCION.
           PERFORM 7200-EMITIR-SECCION.
           MOVE 'C' TO WS-IND-TIPO.
           MOVE "Llamadas a la API con reintentos" TO WS-IND-NOMBRE.
           MOVE WS-TAB-LLAM-REINT (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-LLAM-REINT (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-LLAM-REINT (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "Reintentos de la API" TO WS-IND-NOMBRE.
           MOVE WS-TAB-REINTENTOS (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-REINTENTOS (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-REINTENTOS (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "Llamadas fallidas tras agotar reintentos"
               TO WS-IND-NOMBRE.
           MOVE WS-TAB-LLAM-FALLIDAS (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-LLAM-FALLIDAS (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-LLAM-FALLIDAS (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "Acuses registrados" TO WS-IND-NOMBRE.
           MOVE WS-TAB-ACUSES (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-ACUSES (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-ACUSES (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE 'D' TO WS-IND-TIPO.
           MOVE "Dias promedio hasta el acuse" TO WS-IND-NOMBRE.
           PERFORM 6610-PROMEDIO-DIAS
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.
           PERFORM 7000-EMITIR-INDICADOR.

       6610-PROMEDIO-DIAS.
           IF WS-TAB-ACUSES (WS-PER-SUB) = 0
               MOVE 0 TO WS-IND-VALOR (WS-PER-SUB)
               MOVE 'N' TO WS-IND-DISP (WS-PER-SUB)
           ELSE
               COMPUTE WS-IND-VALOR (WS-PER-SUB) ROUNDED =
                   WS-TAB-DIAS-ACUSE (WS-PER-SUB)
                 / WS-TAB-ACUSES (WS-PER-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * 6700 - Proveedores excluidos por certificado, y el detalle de  *
      * los del mes pedido.                                            *
      *----------------------------------------------------------------*
       6700-EMITIR-EXCLUSIONES.
           MOVE "EXCLUIDOS POR CERTIFICADO" TO WS-IND-SECCION.
           PERFORM 7200-EMITIR-SECCION.
           MOVE 'C' TO WS-IND-TIPO.
           MOVE "Proveedores excluidos" TO WS-IND-NOMBRE.
           MOVE WS-TAB-EXCL-PROV (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-EXCL-PROV (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-EXCL-PROV (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE "Operaciones excluidas" TO WS-IND-NOMBRE.
           MOVE WS-TAB-EXCL-OPER (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-EXCL-OPER (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-EXCL-OPER (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           MOVE 'I' TO WS-IND-TIPO.
           MOVE "Base no retenida" TO WS-IND-NOMBRE.
           MOVE WS-TAB-EXCL-BASE (1) TO WS-IND-VALOR (1).
           MOVE WS-TAB-EXCL-BASE (2) TO WS-IND-VALOR (2).
           MOVE WS-TAB-EXCL-BASE (3) TO WS-IND-VALOR (3).
           PERFORM 7000-EMITIR-INDICADOR.
           IF WS-TAB-EXCL-PROV (1) > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "  Excluidos en "   DELIMITED BY SIZE
                      WS-PER-MES-ED (1)   DELIMITED BY SIZE
                      " (CUIT, razon social, operaciones, base):"
                                          DELIMITED BY SIZE
                 INTO REPORT-RECORD
               PERFORM 8900-GRABAR-LINEA
               PERFORM 6710-EMITIR-EXCLUIDO
                   VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
           END-IF.

       6710-EMITIR-EXCLUIDO.
           IF WS-EXC-T-PERIODO (WS-EXC-SUB) = 1
               MOVE WS-EXC-T-CANT (WS-EXC-SUB) TO WS-ED-CANT
               MOVE WS-EXC-T-BASE (WS-EXC-SUB) TO WS-ED-IMPORTE
               MOVE SPACES TO REPORT-RECORD
               STRING "    "                       DELIMITED BY SIZE
                      WS-EXC-T-CUIT (WS-EXC-SUB)   DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      WS-EXC-T-RAZON (WS-EXC-SUB)  DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      WS-ED-CANT                   DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      WS-ED-IMPORTE                DELIMITED BY SIZE
                 INTO REPORT-RECORD
               PERFORM 8900-GRABAR-LINEA
           END-IF.

      *----------------------------------------------------------------*
      * 6800 - Principales proveedores por importe retenido en el mes  *
      * pedido, con lo que se les retuvo en los otros dos periodos.    *
      *----------------------------------------------------------------*
       6800-EMITIR-PRINCIPALES.
           MOVE "PRINCIPALES PROVEEDORES RETENIDOS" TO WS-IND-SECCION.
           PERFORM 7200-EMITIR-SECCION.
           MOVE 'I' TO WS-IND-TIPO.
           PERFORM 6810-ELEGIR-PROVEEDOR
               VARYING WS-TOP-SUB FROM 1 BY 1
               UNTIL WS-TOP-SUB > WS-TOP-MAX.

       6810-ELEGIR-PROVEEDOR.
           MOVE 0 TO WS-PRV-MAYOR.
           PERFORM 6820-COMPARAR-PROVEEDOR
               VARYING WS-PRV-SUB FROM 1 BY 1
               UNTIL WS-PRV-SUB > WS-PRV-COUNT.
           IF WS-PRV-MAYOR > 0
               MOVE 'S' TO WS-PRV-T-ELEGIDO (WS-PRV-MAYOR)
               MOVE WS-TOP-SUB TO WS-TOP-ED
               MOVE SPACES TO WS-IND-NOMBRE
               STRING WS-TOP-ED                      DELIMITED BY SIZE
                      " "                            DELIMITED BY SIZE
                      WS-PRV-T-CUIT (WS-PRV-MAYOR)   DELIMITED BY SIZE
                      " "                            DELIMITED BY SIZE
                      WS-PRV-T-RAZON (WS-PRV-MAYOR)  DELIMITED BY SIZE
                 INTO WS-IND-NOMBRE
               MOVE WS-PRV-T-IMPORTE (WS-PRV-MAYOR 1)
                   TO WS-IND-VALOR (1)
               MOVE WS-PRV-T-IMPORTE (WS-PRV-MAYOR 2)
                   TO WS-IND-VALOR (2)
               MOVE WS-PRV-T-IMPORTE (WS-PRV-MAYOR 3)
                   TO WS-IND-VALOR (3)
               PERFORM 7000-EMITIR-INDICADOR
           END-IF.

       6820-COMPARAR-PROVEEDOR.
           IF WS-PRV-T-ELEGIDO (WS-PRV-SUB) = 'N'
          AND WS-PRV-T-IMPORTE (WS-PRV-SUB 1) > 0
               IF WS-PRV-MAYOR = 0
                   MOVE WS-PRV-SUB TO WS-PRV-MAYOR
               ELSE
                   IF WS-PRV-T-IMPORTE (WS-PRV-SUB 1)
                    > WS-PRV-T-IMPORTE (WS-PRV-MAYOR 1)
                       MOVE WS-PRV-SUB TO WS-PRV-MAYOR
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 6900 - Pendientes abiertos al dia, por motivo: solo la columna *
      * del mes, sin comparacion.                                      *
      *----------------------------------------------------------------*
       6900-EMITIR-PENDIENTES.
           MOVE "PENDIENTES ABIERTOS AL DIA (RETPEND)"
               TO WS-IND-SECCION.
           PERFORM 7200-EMITIR-SECCION.
           MOVE "CUIT invalido" TO WS-IND-NOMBRE.
           MOVE WS-PEN-CUIT-INV TO WS-IND-VALOR (1).
           PERFORM 7100-EMITIR-SITUACION.
           MOVE "Anulacion sin original" TO WS-IND-NOMBRE.
           MOVE WS-PEN-ANU-SIN-ORIG TO WS-IND-VALOR (1).
           PERFORM 7100-EMITIR-SITUACION.
           MOVE "Periodo cerrado" TO WS-IND-NOMBRE.
           MOVE WS-PEN-PER-CERRADO TO WS-IND-VALOR (1).
           PERFORM 7100-EMITIR-SITUACION.
           MOVE "Duplicado" TO WS-IND-NOMBRE.
           MOVE WS-PEN-DUPLICADO TO WS-IND-VALOR (1).
           PERFORM 7100-EMITIR-SITUACION.
           MOVE "Fallo de la llamada a la API" TO WS-IND-NOMBRE.
           MOVE WS-PEN-FALLO-API TO WS-IND-VALOR (1).
           PERFORM 7100-EMITIR-SITUACION.
           MOVE "Fallo de la generacion del CSV" TO WS-IND-NOMBRE.
           MOVE WS-PEN-FALLO-CSV TO WS-IND-VALOR (1).
           PERFORM 7100-EMITIR-SITUACION.
           MOVE "Otros motivos" TO WS-IND-NOMBRE.
           MOVE WS-PEN-OTROS TO WS-IND-VALOR (1).
           PERFORM 7100-EMITIR-SITUACION.
           MOVE "Total de pendientes abiertos" TO WS-IND-NOMBRE.
           MOVE WS-PEN-TOTAL TO WS-IND-VALOR (1).
           PERFORM 7100-EMITIR-SITUACION.

      *----------------------------------------------------------------*
      * 7000 - Emite un indicador: los tres valores editados segun su  *
      * tipo, la variacion del mes contra el mes anterior y contra el  *
      * mismo mes del anio anterior, y la linea del CSV. Deja las      *
      * marcas de valor disponible listas para el proximo indicador.   *
      *----------------------------------------------------------------*
       7000-EMITIR-INDICADOR.
           PERFORM 7010-EDITAR-VALOR
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.
           MOVE 2 TO WS-PER-SUB.
           PERFORM 7020-CALCULAR-VARIACION.
           MOVE 3 TO WS-PER-SUB.
           PERFORM 7020-CALCULAR-VARIACION.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  "                 DELIMITED BY SIZE
                  WS-IND-NOMBRE        DELIMITED BY SIZE
                  WS-IND-TXT (1)       DELIMITED BY SIZE
                  WS-IND-TXT (2)       DELIMITED BY SIZE
                  WS-IND-VAR-TXT (2)   DELIMITED BY SIZE
                  WS-IND-TXT (3)       DELIMITED BY SIZE
                  WS-IND-VAR-TXT (3)   DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE SPACES TO CSV-RECORD.
           STRING '"'                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IND-SECCION) DELIMITED BY SIZE
                  '","'                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IND-NOMBRE)  DELIMITED BY SIZE
                  '",'                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IND-CSV (1)) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IND-CSV (2)) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IND-CSV (3)) DELIMITED BY SIZE
             INTO CSV-RECORD.
           PERFORM 8950-GRABAR-CSV.
           MOVE 'S' TO WS-IND-DISP (1) WS-IND-DISP (2)
                       WS-IND-DISP (3).

      *----------------------------------------------------------------*
      * 7010 - Edita un valor segun el tipo de indicador. Un valor no  *
      * disponible sale como N/D en el tablero y vacio en el CSV.      *
      *----------------------------------------------------------------*
       7010-EDITAR-VALOR.
           IF WS-IND-DISP (WS-PER-SUB) = 'N'
               MOVE "N/D" TO WS-IND-TXT (WS-PER-SUB)
               MOVE SPACES TO WS-IND-CSV (WS-PER-SUB)
           ELSE
               EVALUATE TRUE
                   WHEN IND-CANTIDAD
                       MOVE WS-IND-VALOR (WS-PER-SUB) TO WS-ED-CANT
                       MOVE WS-ED-CANT TO WS-IND-TXT (WS-PER-SUB)
                   WHEN IND-PORCENTAJE
                       MOVE WS-IND-VALOR (WS-PER-SUB) TO WS-ED-PORC
                       MOVE WS-ED-PORC TO WS-IND-TXT (WS-PER-SUB)
                   WHEN IND-DIAS
                       MOVE WS-IND-VALOR (WS-PER-SUB) TO WS-ED-DIAS
                       MOVE WS-ED-DIAS TO WS-IND-TXT (WS-PER-SUB)
                   WHEN OTHER
                       MOVE WS-IND-VALOR (WS-PER-SUB)
                           TO WS-ED-IMPORTE
                       MOVE WS-ED-IMPORTE
                           TO WS-IND-TXT (WS-PER-SUB)
               END-EVALUATE
               MOVE WS-IND-VALOR (WS-PER-SUB) TO WS-ED-CSV
               MOVE WS-ED-CSV TO WS-IND-CSV (WS-PER-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * 7020 - Variacion del mes pedido contra el periodo WS-PER-SUB:  *
      * en porcentaje, o en puntos para los porcentajes. Sin base de   *
      * comparacion sale N/D.                                          *
      *----------------------------------------------------------------*
       7020-CALCULAR-VARIACION.
           MOVE SPACES TO WS-IND-VAR-TXT (WS-PER-SUB).
           IF WS-IND-DISP (1) = 'N'
            OR WS-IND-DISP (WS-PER-SUB) = 'N'
            OR (NOT IND-PORCENTAJE
                AND WS-IND-VALOR (WS-PER-SUB) = 0)
               MOVE "        N/D" TO WS-IND-VAR-TXT (WS-PER-SUB)
           ELSE
               IF IND-PORCENTAJE
                   COMPUTE WS-IND-VAR ROUNDED =
                       WS-IND-VALOR (1) - WS-IND-VALOR (WS-PER-SUB)
               ELSE
                   COMPUTE WS-IND-VAR ROUNDED =
                       (WS-IND-VALOR (1) - WS-IND-VALOR (WS-PER-SUB))
                     * 100 / WS-IND-VALOR (WS-PER-SUB)
               END-IF
               IF WS-IND-VAR > 99999
                   MOVE 99999 TO WS-IND-VAR
               END-IF
               IF WS-IND-VAR < -99999
                   MOVE -99999 TO WS-IND-VAR
               END-IF
               MOVE WS-IND-VAR TO WS-ED-VAR
               IF IND-PORCENTAJE
                   STRING " "       DELIMITED BY SIZE
                          WS-ED-VAR DELIMITED BY SIZE
                          "pp"      DELIMITED BY SIZE
                     INTO WS-IND-VAR-TXT (WS-PER-SUB)
               ELSE
                   STRING " "       DELIMITED BY SIZE
                          WS-ED-VAR DELIMITED BY SIZE
                          "% "      DELIMITED BY SIZE
                     INTO WS-IND-VAR-TXT (WS-PER-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 7100 - Emite una cifra de situacion al dia (solo la columna    *
      * del mes), con su linea en el CSV.                              *
      *----------------------------------------------------------------*
       7100-EMITIR-SITUACION.
           MOVE WS-IND-VALOR (1) TO WS-ED-CANT.
           MOVE WS-ED-CANT TO WS-IND-TXT (1).
           MOVE WS-IND-VALOR (1) TO WS-ED-CSV.
           MOVE WS-ED-CSV TO WS-IND-CSV (1).
           MOVE SPACES TO REPORT-RECORD.
           STRING "  "                 DELIMITED BY SIZE
                  WS-IND-NOMBRE        DELIMITED BY SIZE
                  WS-IND-TXT (1)       DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE SPACES TO CSV-RECORD.
           STRING '"'                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IND-SECCION) DELIMITED BY SIZE
                  '","'                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IND-NOMBRE)  DELIMITED BY SIZE
                  '",'                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IND-CSV (1)) DELIMITED BY SIZE
                  ",,"                          DELIMITED BY SIZE
             INTO CSV-RECORD.
           PERFORM 8950-GRABAR-CSV.

      *----------------------------------------------------------------*
      * 7200 - Titulo de una seccion del tablero.                      *
      *----------------------------------------------------------------*
       7200-EMITIR-SECCION.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-IND-SECCION TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE 'S' TO WS-IND-DISP (1) WS-IND-DISP (2)
                       WS-IND-DISP (3).

      *----------------------------------------------------------------*
      * 8000 - Cierre de las salidas y resumen en la consola.          *
      *----------------------------------------------------------------*
       8000-FINALIZAR.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           IF WS-CONT-DESBORDES > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "ATENCION: las tablas de categorias, "
                      "proveedores o excluidos se completaron; el "
                      "detalle puede estar incompleto."
                                      DELIMITED BY SIZE
                 INTO REPORT-RECORD
               PERFORM 8900-GRABAR-LINEA
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE CSV-FILE.
           DISPLAY "Tablero de gestion finalizado.".
           DISPLAY "Agentes recorridos:       " WS-AGC-COUNT.
           DISPLAY "Registros del maestro:    " WS-CONT-MAESTRO.
           DISPLAY "Registros del historico:  " WS-CONT-HISTORICO.
           DISPLAY "Lineas de auditoria:      " WS-CONT-LOG.
           IF WS-CONT-DESBORDES > 0
               DISPLAY "Aviso: " WS-CONT-DESBORDES
                       " operaciones no entraron en las tablas de "
                       "detalle."
           END-IF.
           DISPLAY "Tablero en " FUNCTION TRIM(WS-NOM-TABGES-FILE)
                   " y " FUNCTION TRIM(WS-NOM-TABCSV-FILE) ".".

       8900-GRABAR-LINEA.
           WRITE REPORT-RECORD.
           IF WS-FS-REPORT NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-TABGES-FILE)
                       ", estado " WS-FS-REPORT "."
           END-IF.

       8950-GRABAR-CSV.
           WRITE CSV-RECORD.
           IF WS-FS-CSV NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-TABCSV-FILE)
                       ", estado " WS-FS-CSV "."
           END-IF.
