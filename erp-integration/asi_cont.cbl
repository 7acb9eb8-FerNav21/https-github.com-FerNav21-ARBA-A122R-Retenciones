       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASICONT.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este programa arma el asiento al mayor de las retenciones y    *
      * percepciones transmitidas, para que contabilidad deje de       *
      * cargar a mano el pasivo "Retenciones IIBB a depositar" desde   *
      * los totales de consola de GENRET. Toma las lineas OK del log   *
      * de auditoria de una corrida o de un periodo (con el mismo      *
      * criterio que DDJJRET, asi el mayor cierra contra RETDDJJ.TXT), *
      * las imputa segun el plan de ASICTA.DAT por regimen y tipo de   *
      * movimiento (las retenciones de AGIP con su propio codigo de    *
      * regimen, 'C', porque se depositan en otra cuenta) y graba un   *
      * asiento por agente en el formato de importacion del ERP, con   *
      * el debe y el haber por cuenta y centro de costo.               *
      *                                                                *
      * Cada linea contabilizada queda registrada en ASICTL.DAT con    *
      * el numero de asiento: una corrida o un periodo pedidos de      *
      * nuevo solo toman lo que todavia no esta en el mayor, de forma  *
      * que ninguna linea se contabiliza dos veces aunque se mezclen   *
      * asientos por corrida y por periodo. Si alguna linea no tiene   *
      * cuenta en el plan el asiento no se graba entero: un asiento    *
      * parcial dejaria lineas afuera del mayor sin que nadie lo note. *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - RETLOG.CSV: log de auditoria generado por GENRET.
      *     - ASICTA.DAT: plan de imputacion (layout ERPCTAR).
      *     - ASICTL.DAT: lineas ya contabilizadas y ultimo numero
      *       de asiento.
      *     - Origen pedido por consola: C = una corrida (blanco =
      *       la ultima del log), P = un periodo (fechas desde/hasta
      *       AAAA-MM-DD, comparadas contra la fecha de operacion).
      *
      * SALIDA:
      *     - ASIENTO.TXT: asientos para importar en el mayor (layout
      *       ERPASIR), agregados al final del archivo.
      *     - ASICTL.DAT con las lineas contabilizadas.
      *     - Mensajes de estado en la consola.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      Las retenciones de AGIP (CABA)
      *                                 se imputan con el regimen C del
      *                                 plan de cuentas, con totales
      *                                 propios en el resumen.
      *     2026-10-15  ERP-System      Si falla la escritura de la
      *                                 cabecera o de un renglon del
      *                                 asiento, las lineas no se
      *                                 registran como contabilizadas y
      *                                 el resumen informa el asiento
      *                                 incompleto.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Log de auditoria de las retenciones generadas por GENRET.
           SELECT AUDIT-FILE ASSIGN TO DISK WS-NOM-AUDIT-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT.

      *--- Plan de imputacion contable por regimen y movimiento.
           SELECT CUENTA-FILE ASSIGN TO DISK WS-NOM-ASICTA-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CUENTA.

      *--- Control de lineas contabilizadas, indexado por el nombre
      *--- del archivo de cada retencion. Acceso directo por clave.
           SELECT ASICTL-FILE ASSIGN TO DISK WS-NOM-ASICTL-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACL-FILE-NAME
           FILE STATUS IS WS-FS-ASICTL.

      *--- Asientos en el formato de importacion del mayor.
           SELECT ASIENTO-FILE ASSIGN TO DISK WS-NOM-ASIENTO-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ASIENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(200).

       FD  CUENTA-FILE.
           COPY ERPCTAR.

       FD  ASICTL-FILE.
           COPY ERPACLR.

       FD  ASIENTO-FILE.
           COPY ERPASIR.

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
           COPY ERPFILC.

      *--- Agente de recaudacion elegido con AGTSEL: el asiento se
      *--- arma con el log de esa sociedad y lleva su CUIT.
           COPY ERPAGTW.

      *--- Origen del asiento pedido por consola: una corrida o un
      *--- periodo.
       01  WS-ORIGEN                PIC X(01) VALUE SPACE.
           88 ORIGEN-CORRIDA             VALUE 'C'.
           88 ORIGEN-PERIODO             VALUE 'P'.

      *--- Corrida a contabilizar: la pedida por consola o, en blanco,
      *--- la ultima registrada en el log.
       01  WS-RUN-SOLICITADA        PIC X(14) VALUE SPACES.
       01  WS-RUN-FILTRO            PIC X(14) VALUE SPACES.
       01  WS-RUN-MAX               PIC X(14) VALUE SPACES.

      *--- Periodo pedido por consola (AAAA-MM-DD).
       01  WS-FECHA-DESDE           PIC X(10) VALUE SPACES.
       01  WS-FECHA-HASTA           PIC X(10) VALUE SPACES.

      *--- Campos de la linea de auditoria, luego de separarla por
      *--- comas con UNSTRING.
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

      *--- Regimen y movimiento de la linea en proceso, con los que se
      *--- busca la imputacion, y su importe.
       01  WS-LIN-REGIMEN           PIC X(01).
       01  WS-LIN-MOVIMIENTO        PIC X(01).
       01  WS-LIN-IMPORTE           PIC S9(09)V99 COMP-3.
       01  WS-REG-SUB               PIC 9(01) VALUE 0.
       01  WS-MOV-SUB               PIC 9(01) VALUE 0.

      *--- Plan de imputacion en memoria.
       01  WS-CTA-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-CUENTAS.
           05 WS-CTA-ENTRY OCCURS 300 TIMES
                            DEPENDING ON WS-CTA-COUNT.
              10 WS-CTA-T-AGENTE    PIC X(02).
              10 WS-CTA-T-REGIMEN   PIC X(01).
              10 WS-CTA-T-MOV       PIC X(01).
              10 WS-CTA-T-SUCURSAL  PIC X(01).
              10 WS-CTA-T-CTA-DEBE  PIC X(12).
              10 WS-CTA-T-CC-DEBE   PIC X(08).
              10 WS-CTA-T-CTA-HABER PIC X(12).
              10 WS-CTA-T-CC-HABER  PIC X(08).
              10 WS-CTA-T-DESC      PIC X(30).
       01  WS-CTA-SUB               PIC 9(03) VALUE 0.
       01  WS-CTA-ELEGIDA           PIC 9(03) VALUE 0.
       01  WS-CTA-PUNTAJE           PIC 9(01) VALUE 0.
       01  WS-CTA-MEJOR             PIC 9(01) VALUE 0.

      *--- Imputacion en proceso (cuenta, centro de costo y leyenda)
      *--- para acumular en la tabla del asiento.
       01  WS-IMP-CUENTA            PIC X(12).
       01  WS-IMP-CCOSTO            PIC X(08).
       01  WS-IMP-LEYENDA           PIC X(30).
       01  WS-IMP-LADO              PIC X(01).
           88 IMP-AL-DEBE                VALUE 'D'.
           88 IMP-AL-HABER               VALUE 'H'.

      *--- Renglones del asiento acumulados por cuenta y centro de
      *--- costo, en orden de aparicion.
       01  WS-REN-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-RENGLONES.
           05 WS-REN-ENTRY OCCURS 200 TIMES
                            DEPENDING ON WS-REN-COUNT
                            INDEXED BY WS-REN-IDX.
              10 WS-REN-T-CUENTA    PIC X(12).
              10 WS-REN-T-CCOSTO    PIC X(08).
              10 WS-REN-T-LEYENDA   PIC X(30).
              10 WS-REN-T-DEBE      PIC S9(11)V99 COMP-3.
              10 WS-REN-T-HABER     PIC S9(11)V99 COMP-3.

      *--- Archivos de las lineas imputadas, para registrarlas en el
      *--- control una vez grabado el asiento.
       01  WS-POS-COUNT             PIC 9(05) VALUE 0.
       01  WS-TABLA-POSTEADAS.
           05 WS-POS-ENTRY OCCURS 9000 TIMES
                            DEPENDING ON WS-POS-COUNT.
              10 WS-POS-FILENAME    PIC X(12).
       01  WS-POS-SUB               PIC 9(05) VALUE 0.

      *--- Totales por regimen (1 = retenciones, 2 = percepciones,
      *--- 3 = retenciones de AGIP) y movimiento (1 = originaciones,
      *--- 2 = anulaciones), para el resumen de consola.
       01  WS-TOTALES-MOVIMIENTO.
           05 WS-TMR-ENTRY OCCURS 3 TIMES.
              10 WS-TMM-ENTRY OCCURS 2 TIMES.
                 15 WS-TM-CANT      PIC 9(05) VALUE 0.
                 15 WS-TM-IMPORTE   PIC S9(11)V99 COMP-3 VALUE 0.

      *--- Totales del asiento.
       01  WS-TOT-DEBE              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-HABER             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CANT-RENGLONES        PIC 9(04) VALUE 0.

      *--- Numero de asiento: el ultimo emitido se guarda en el
      *--- registro de clave en ceros del control.
       01  WS-CLAVE-NUMERADOR       PIC X(12) VALUE '000000000000'.
       01  WS-ULT-ASIENTO           PIC 9(07) VALUE 0.
       01  WS-NRO-ASIENTO           PIC 9(07) VALUE 0.

      *--- Fecha del asiento y fecha del dia (AAAA-MM-DD).
       01  WS-FECHA-CD              PIC X(08).
       01  WS-FECHA-HOY             PIC X(10).
       01  WS-FECHA-ASIENTO         PIC X(10).

      *--- Contadores del resumen.
       01  WS-CONT-LEIDAS           PIC 9(07) VALUE 0.
       01  WS-CONT-IMPUTADAS        PIC 9(05) VALUE 0.
       01  WS-CONT-YA-CONTAB        PIC 9(05) VALUE 0.
       01  WS-CONT-SIN-CUENTA       PIC 9(05) VALUE 0.
       01  WS-CONT-SIN-ARCHIVO      PIC 9(05) VALUE 0.
       01  WS-CONT-EXCEDIDAS        PIC 9(05) VALUE 0.

      *--- Campos editados para la consola.
       01  WS-ED-CANT               PIC ZZ,ZZ9.
       01  WS-ED-IMPORTE            PIC ----,---,--9.99.

      *--- Indicadores de estado.
       01  WS-FIN-AUDIT             PIC X(01) VALUE 'N'.
           88 FIN-AUDIT-SI               VALUE 'S'.
       01  WS-FIN-PREPASS           PIC X(01) VALUE 'N'.
           88 FIN-PREPASS-SI             VALUE 'S'.
       01  WS-FIN-CUENTAS           PIC X(01) VALUE 'N'.
           88 FIN-CUENTAS-SI             VALUE 'S'.
       01  WS-AUDIT-ABIERTO         PIC X(01) VALUE 'N'.
           88 AUDIT-ABIERTO-SI           VALUE 'S'.
       01  WS-ASICTL-ABIERTO        PIC X(01) VALUE 'N'.
           88 ASICTL-ABIERTO-SI          VALUE 'S'.
       01  WS-PROCESO               PIC X(01) VALUE 'N'.
           88 PROCESO-HABILITADO         VALUE 'S'.
       01  WS-ASIENTO-OK            PIC X(01) VALUE 'N'.
           88 ASIENTO-EMITIBLE           VALUE 'S'.
       01  WS-ASIENTO-GRABADO       PIC X(01) VALUE 'N'.
           88 ASIENTO-GRABADO-SI         VALUE 'S'.
       01  WS-ERROR-GRABACION       PIC X(01) VALUE 'N'.
           88 ERROR-GRABACION-SI         VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-AUDIT              PIC X(02).
       01  WS-FS-CUENTA             PIC X(02).
       01  WS-FS-ASICTL             PIC X(02).
       01  WS-FS-ASIENTO            PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
      * Logica principal del programa.                                 *
      *================================================================*
       MAIN-PROCEDURE.
           PERFORM 0500-SELECCIONAR-AGENTE.
           IF AGENTE-SELECCIONADO
               PERFORM 1000-INICIALIZAR
               IF PROCESO-HABILITADO
                   PERFORM 2000-IMPUTAR-AUDITORIA
                       UNTIL FIN-AUDIT-SI
                   PERFORM 3000-CONTROLAR-ASIENTO
                   IF ASIENTO-EMITIBLE
                       PERFORM 4000-GRABAR-ASIENTO
                   END-IF
                   IF ASIENTO-GRABADO-SI
                  AND NOT ERROR-GRABACION-SI
                       PERFORM 5000-REGISTRAR-CONTABILIZADAS
                   END-IF
               END-IF
               PERFORM 8000-FINALIZAR
           ELSE
               DISPLAY "Asiento no generado."
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0500 - Seleccion del agente de recaudacion: AGTSEL reescribe   *
      * los nombres de los archivos con los propios de la sociedad     *
      * elegida. Sin agente valido no se arma el asiento.              *
      *----------------------------------------------------------------*
       0500-SELECCIONAR-AGENTE.
           CALL 'AGTSEL' USING WS-ARCHIVOS-INTERNOS
                               WS-AGENTE-DATOS.
           IF NOT AGENTE-SELECCIONADO
               DISPLAY "ERROR: no se pudo seleccionar el agente, "
                       "el asiento no se arma."
           END-IF.

      *----------------------------------------------------------------*
      * 1000 - Inicializacion: plan de imputacion, origen del asiento  *
      * (corrida o periodo), control de contabilizacion y apertura     *
      * del log. Cualquier falla deja el proceso sin habilitar.        *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-CD.
           STRING WS-FECHA-CD (1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (7:2) DELIMITED BY SIZE
             INTO WS-FECHA-HOY.
           MOVE 'S' TO WS-PROCESO.
           PERFORM 1100-CARGAR-CUENTAS.
           IF PROCESO-HABILITADO
               PERFORM 1200-PEDIR-ORIGEN
           END-IF.
           IF PROCESO-HABILITADO
               PERFORM 1400-ABRIR-CONTROL
           END-IF.
           IF PROCESO-HABILITADO
               OPEN INPUT AUDIT-FILE
               IF WS-FS-AUDIT NOT = '00'
                   DISPLAY "ERROR: no se pudo abrir "
                           FUNCTION TRIM(WS-NOM-AUDIT-FILE) "."
                   MOVE 'N' TO WS-PROCESO
               ELSE
                   MOVE 'S' TO WS-AUDIT-ABIERTO
                   PERFORM 2900-LEER-SIGUIENTE-AUDITORIA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 1100 - Carga el plan de imputacion. Sin plan no hay asiento.   *
      *----------------------------------------------------------------*
       1100-CARGAR-CUENTAS.
           MOVE 0 TO WS-CTA-COUNT.
           MOVE 'N' TO WS-FIN-CUENTAS.
           OPEN INPUT CUENTA-FILE.
           IF WS-FS-CUENTA NOT = '00'
               DISPLAY "ERROR: no se pudo abrir el plan de "
                       "imputacion "
                       FUNCTION TRIM(WS-NOM-ASICTA-FILE) "."
               MOVE 'N' TO WS-PROCESO
           ELSE
               PERFORM 1110-LEER-CUENTA
                   UNTIL FIN-CUENTAS-SI
               CLOSE CUENTA-FILE
               IF WS-CTA-COUNT = 0
                   DISPLAY "ERROR: el plan de imputacion "
                           FUNCTION TRIM(WS-NOM-ASICTA-FILE)
                           " esta vacio."
                   MOVE 'N' TO WS-PROCESO
               END-IF
           END-IF.

       1110-LEER-CUENTA.
           READ CUENTA-FILE
               AT END
                   MOVE 'S' TO WS-FIN-CUENTAS
               NOT AT END
                   IF (CTA-REGIMEN = 'R' OR CTA-REGIMEN = 'P'
                    OR CTA-REGIMEN = 'C')
                  AND (CTA-MOVIMIENTO = 'O' OR CTA-MOVIMIENTO = 'A')
                  AND CTA-CUENTA-DEBE NOT = SPACES
                  AND CTA-CUENTA-HABER NOT = SPACES
                       IF WS-CTA-COUNT >= 300
                           DISPLAY "Aviso: plan de imputacion "
                                   "completo, se ignora: "
                                   CUENTA-RECORD
                       ELSE
                           ADD 1 TO WS-CTA-COUNT
                           MOVE CTA-AGENTE
                               TO WS-CTA-T-AGENTE (WS-CTA-COUNT)
                           MOVE CTA-REGIMEN
                               TO WS-CTA-T-REGIMEN (WS-CTA-COUNT)
                           MOVE CTA-MOVIMIENTO
                               TO WS-CTA-T-MOV (WS-CTA-COUNT)
                           MOVE CTA-SUCURSAL
                               TO WS-CTA-T-SUCURSAL (WS-CTA-COUNT)
                           MOVE CTA-CUENTA-DEBE
                               TO WS-CTA-T-CTA-DEBE (WS-CTA-COUNT)
                           MOVE CTA-CCOSTO-DEBE
                               TO WS-CTA-T-CC-DEBE (WS-CTA-COUNT)
                           MOVE CTA-CUENTA-HABER
                               TO WS-CTA-T-CTA-HABER (WS-CTA-COUNT)
                           MOVE CTA-CCOSTO-HABER
                               TO WS-CTA-T-CC-HABER (WS-CTA-COUNT)
                           MOVE CTA-DESCRIPCION
                               TO WS-CTA-T-DESC (WS-CTA-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "Aviso: registro del plan de "
                               "imputacion mal formado, se ignora: "
                               CUENTA-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 1200 - Origen del asiento: una corrida (blanco = la ultima del *
      * log) o un periodo con fechas desde y hasta obligatorias.       *
      *----------------------------------------------------------------*
       1200-PEDIR-ORIGEN.
           DISPLAY "Asiento por corrida o por periodo (C/P): ".
           ACCEPT WS-ORIGEN.
           IF WS-ORIGEN = 'c'
               MOVE 'C' TO WS-ORIGEN
           END-IF.
           IF WS-ORIGEN = 'p'
               MOVE 'P' TO WS-ORIGEN
           END-IF.
           EVALUATE TRUE
               WHEN ORIGEN-CORRIDA
                   DISPLAY "Corrida a contabilizar (AAAAMMDDHHMMSS, "
                           "blanco = ultima): "
                   ACCEPT WS-RUN-SOLICITADA
                   IF WS-RUN-SOLICITADA NOT = SPACES
                       MOVE WS-RUN-SOLICITADA TO WS-RUN-FILTRO
                   ELSE
                       PERFORM 1300-BUSCAR-ULTIMA-CORRIDA
                       MOVE WS-RUN-MAX TO WS-RUN-FILTRO
                   END-IF
                   IF WS-RUN-FILTRO = SPACES
                       DISPLAY "ERROR: no hay corridas en "
                               FUNCTION TRIM(WS-NOM-AUDIT-FILE) "."
                       MOVE 'N' TO WS-PROCESO
                   ELSE
                       DISPLAY "Se contabiliza la corrida "
                               WS-RUN-FILTRO "."
                       STRING WS-RUN-FILTRO (1:4) DELIMITED BY SIZE
                              "-"                 DELIMITED BY SIZE
                              WS-RUN-FILTRO (5:2) DELIMITED BY SIZE
                              "-"                 DELIMITED BY SIZE
                              WS-RUN-FILTRO (7:2) DELIMITED BY SIZE
                         INTO WS-FECHA-ASIENTO
                   END-IF
               WHEN ORIGEN-PERIODO
                   DISPLAY "Fecha desde (AAAA-MM-DD): "
                   ACCEPT WS-FECHA-DESDE
                   DISPLAY "Fecha hasta (AAAA-MM-DD): "
                   ACCEPT WS-FECHA-HASTA
                   IF WS-FECHA-DESDE = SPACES
                    OR WS-FECHA-HASTA = SPACES
                    OR WS-FECHA-DESDE > WS-FECHA-HASTA
                       DISPLAY "ERROR: el periodo necesita fecha "
                               "desde y hasta, en ese orden."
                       MOVE 'N' TO WS-PROCESO
                   ELSE
                       MOVE WS-FECHA-HASTA TO WS-FECHA-ASIENTO
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: origen " WS-ORIGEN
                           " invalido, debe ser C o P."
                   MOVE 'N' TO WS-PROCESO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 1300 - Pasada previa sobre el log para tomar la corrida mas    *
      * alta, como hace CUADRET cuando no se pide una en particular.   *
      *----------------------------------------------------------------*
       1300-BUSCAR-ULTIMA-CORRIDA.
           MOVE SPACES TO WS-RUN-MAX.
           MOVE 'N' TO WS-FIN-PREPASS.
           OPEN INPUT AUDIT-FILE.
           IF WS-FS-AUDIT = '00'
               PERFORM 1310-LEER-LINEA-LOG
                   UNTIL FIN-PREPASS-SI
               CLOSE AUDIT-FILE
           END-IF.

       1310-LEER-LINEA-LOG.
           READ AUDIT-FILE
               AT END
                   MOVE 'S' TO WS-FIN-PREPASS
               NOT AT END
                   PERFORM 2100-SEPARAR-LINEA-AUDITORIA
                   IF WS-AUD-RUN-ID NOT = SPACES
                  AND WS-AUD-RUN-ID > WS-RUN-MAX
                       MOVE WS-AUD-RUN-ID TO WS-RUN-MAX
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 1400 - Apertura del control de contabilizacion (se crea vacio  *
      * la primera vez) y lectura del ultimo numero de asiento.        *
      *----------------------------------------------------------------*
       1400-ABRIR-CONTROL.
           OPEN I-O ASICTL-FILE.
           IF WS-FS-ASICTL = '35'
               OPEN OUTPUT ASICTL-FILE
               CLOSE ASICTL-FILE
               OPEN I-O ASICTL-FILE
           END-IF.
           IF WS-FS-ASICTL NOT = '00'
               DISPLAY "ERROR: no se pudo abrir el control "
                       FUNCTION TRIM(WS-NOM-ASICTL-FILE)
                       ", estado " WS-FS-ASICTL "."
               MOVE 'N' TO WS-PROCESO
           ELSE
               MOVE 'S' TO WS-ASICTL-ABIERTO
               MOVE WS-CLAVE-NUMERADOR TO ACL-FILE-NAME
               READ ASICTL-FILE
                   INVALID KEY
                       MOVE 0 TO WS-ULT-ASIENTO
                   NOT INVALID KEY
                       MOVE ACL-NUMERO-ASIENTO TO WS-ULT-ASIENTO
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * 2000 - Ciclo principal: una linea del log por vuelta. Entran   *
      * las lineas OK de la corrida o del periodo pedidos que todavia  *
      * no esten en un asiento.                                        *
      *----------------------------------------------------------------*
       2000-IMPUTAR-AUDITORIA.
           ADD 1 TO WS-CONT-LEIDAS.
           PERFORM 2100-SEPARAR-LINEA-AUDITORIA.
           IF WS-AUD-RESULTADO = "OK"
               IF ORIGEN-CORRIDA
                   IF WS-AUD-RUN-ID = WS-RUN-FILTRO
                       PERFORM 2200-CONTROLAR-CONTABILIZADA
                   END-IF
               ELSE
                   IF WS-AUD-FECHA (1:10) >= WS-FECHA-DESDE
                  AND WS-AUD-FECHA (1:10) <= WS-FECHA-HASTA
                       PERFORM 2200-CONTROLAR-CONTABILIZADA
                   END-IF
               END-IF
           END-IF.
           PERFORM 2900-LEER-SIGUIENTE-AUDITORIA.

      *----------------------------------------------------------------*
      * 2100 - Separa la linea CSV del log de auditoria en sus campos. *
      * El regimen solo se honra si el campo mide exactamente 1, como  *
      * en DDJJRET: en el formato anterior el campo 12 es la razon     *
      * social. Una retencion de AGIP (jurisdiccion 'C' en el campo    *
      * 13, con el mismo criterio) se imputa con el regimen 'C'.       *
      *----------------------------------------------------------------*
       2100-SEPARAR-LINEA-AUDITORIA.
           MOVE SPACES TO WS-AUD-TIPO WS-AUD-ORIGINAL
                          WS-AUD-RUN-ID WS-AUD-REGIMEN
                          WS-AUD-FILENAME WS-AUD-JURISDICCION.
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
           EVALUATE TRUE
               WHEN WS-AUD-JURISDICCION = 'C'
                AND WS-AUD-JUR-LEN = 1
                AND WS-AUD-REG-LEN = 1
                   MOVE 'C' TO WS-LIN-REGIMEN
                   MOVE 3 TO WS-REG-SUB
               WHEN WS-AUD-REGIMEN = 'P'
                AND WS-AUD-REG-LEN = 1
                   MOVE 'P' TO WS-LIN-REGIMEN
                   MOVE 2 TO WS-REG-SUB
               WHEN OTHER
                   MOVE 'R' TO WS-LIN-REGIMEN
                   MOVE 1 TO WS-REG-SUB
           END-EVALUATE.
           IF WS-AUD-TIPO = 'A'
               MOVE 'A' TO WS-LIN-MOVIMIENTO
               MOVE 2 TO WS-MOV-SUB
           ELSE
               MOVE 'O' TO WS-LIN-MOVIMIENTO
               MOVE 1 TO WS-MOV-SUB
           END-IF.

      *----------------------------------------------------------------*
      * 2200 - Una linea ya registrada en el control esta en un        *
      * asiento anterior y no se vuelve a tomar. Una linea OK sin      *
      * archivo no se puede controlar y frena el asiento.              *
      *----------------------------------------------------------------*
       2200-CONTROLAR-CONTABILIZADA.
           IF WS-AUD-FILENAME = SPACES
               ADD 1 TO WS-CONT-SIN-ARCHIVO
               DISPLAY "ERROR: linea OK sin archivo de retencion, "
                       "CUIT " WS-AUD-CUIT " fecha "
                       WS-AUD-FECHA (1:10) "."
           ELSE
               MOVE WS-AUD-FILENAME TO ACL-FILE-NAME
               READ ASICTL-FILE
                   INVALID KEY
                       PERFORM 2300-IMPUTAR-LINEA
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-YA-CONTAB
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * 2300 - Imputa la linea: busca la cuenta del plan y acumula el  *
      * importe en el debe y en el haber del asiento.                  *
      *----------------------------------------------------------------*
       2300-IMPUTAR-LINEA.
           COMPUTE WS-LIN-IMPORTE =
               FUNCTION NUMVAL(WS-AUD-IMPORTE-ED).
           PERFORM 2310-BUSCAR-CUENTA.
           IF WS-CTA-ELEGIDA = 0
               ADD 1 TO WS-CONT-SIN-CUENTA
               DISPLAY "ERROR: sin cuenta en el plan para regimen "
                       WS-LIN-REGIMEN " movimiento "
                       WS-LIN-MOVIMIENTO " sucursal "
                       WS-AUD-SUCURSAL ", archivo "
                       WS-AUD-FILENAME "."
           ELSE
               IF WS-POS-COUNT >= 9000
                   ADD 1 TO WS-CONT-EXCEDIDAS
               ELSE
                   ADD 1 TO WS-POS-COUNT
                   MOVE WS-AUD-FILENAME
                       TO WS-POS-FILENAME (WS-POS-COUNT)
                   ADD 1 TO WS-CONT-IMPUTADAS
                   ADD 1 TO WS-TM-CANT (WS-REG-SUB WS-MOV-SUB)
                   ADD WS-LIN-IMPORTE
                       TO WS-TM-IMPORTE (WS-REG-SUB WS-MOV-SUB)
                   MOVE WS-CTA-T-DESC (WS-CTA-ELEGIDA)
                       TO WS-IMP-LEYENDA
                   MOVE WS-CTA-T-CTA-DEBE (WS-CTA-ELEGIDA)
                       TO WS-IMP-CUENTA
                   MOVE WS-CTA-T-CC-DEBE (WS-CTA-ELEGIDA)
                       TO WS-IMP-CCOSTO
                   MOVE 'D' TO WS-IMP-LADO
                   PERFORM 2400-ACUMULAR-RENGLON
                   MOVE WS-CTA-T-CTA-HABER (WS-CTA-ELEGIDA)
                       TO WS-IMP-CUENTA
                   MOVE WS-CTA-T-CC-HABER (WS-CTA-ELEGIDA)
                       TO WS-IMP-CCOSTO
                   MOVE 'H' TO WS-IMP-LADO
                   PERFORM 2400-ACUMULAR-RENGLON
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2310 - Elige el registro del plan que mejor aplica a la linea: *
      * mismo regimen y movimiento, agente y sucursal propios o en     *
      * blanco. Pesa 2 el agente propio y 1 la sucursal propia; ante   *
      * empate queda el primero del archivo.                           *
      *----------------------------------------------------------------*
       2310-BUSCAR-CUENTA.
           MOVE 0 TO WS-CTA-ELEGIDA.
           MOVE 0 TO WS-CTA-MEJOR.
           PERFORM 2320-EVALUAR-CUENTA
               VARYING WS-CTA-SUB FROM 1 BY 1
               UNTIL WS-CTA-SUB > WS-CTA-COUNT.

       2320-EVALUAR-CUENTA.
           IF WS-CTA-T-REGIMEN (WS-CTA-SUB) = WS-LIN-REGIMEN
          AND WS-CTA-T-MOV (WS-CTA-SUB) = WS-LIN-MOVIMIENTO
          AND (WS-CTA-T-AGENTE (WS-CTA-SUB) = SPACES
            OR WS-CTA-T-AGENTE (WS-CTA-SUB) = WS-AGT-CODIGO)
          AND (WS-CTA-T-SUCURSAL (WS-CTA-SUB) = SPACE
            OR WS-CTA-T-SUCURSAL (WS-CTA-SUB) = WS-AUD-SUCURSAL)
               MOVE 1 TO WS-CTA-PUNTAJE
               IF WS-CTA-T-AGENTE (WS-CTA-SUB) NOT = SPACES
                   ADD 2 TO WS-CTA-PUNTAJE
               END-IF
               IF WS-CTA-T-SUCURSAL (WS-CTA-SUB) NOT = SPACE
                   ADD 1 TO WS-CTA-PUNTAJE
               END-IF
               IF WS-CTA-PUNTAJE > WS-CTA-MEJOR
                   MOVE WS-CTA-PUNTAJE TO WS-CTA-MEJOR
                   MOVE WS-CTA-SUB TO WS-CTA-ELEGIDA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2400 - Suma el importe al renglon de la cuenta y centro de     *
      * costo (alta si es el primero), del lado que corresponde.       *
      *----------------------------------------------------------------*
       2400-ACUMULAR-RENGLON.
           SET WS-REN-IDX TO 1.
           IF WS-REN-COUNT = 0
               PERFORM 2410-ALTA-RENGLON
           ELSE
               SEARCH WS-REN-ENTRY
                   AT END
                       PERFORM 2410-ALTA-RENGLON
                   WHEN WS-REN-T-CUENTA (WS-REN-IDX) = WS-IMP-CUENTA
                    AND WS-REN-T-CCOSTO (WS-REN-IDX) = WS-IMP-CCOSTO
                       PERFORM 2420-SUMAR-RENGLON
               END-SEARCH
           END-IF.

       2410-ALTA-RENGLON.
           IF WS-REN-COUNT >= 200
               ADD 1 TO WS-CONT-EXCEDIDAS
           ELSE
               ADD 1 TO WS-REN-COUNT
               SET WS-REN-IDX TO WS-REN-COUNT
               MOVE WS-IMP-CUENTA  TO WS-REN-T-CUENTA (WS-REN-IDX)
               MOVE WS-IMP-CCOSTO  TO WS-REN-T-CCOSTO (WS-REN-IDX)
               MOVE WS-IMP-LEYENDA TO WS-REN-T-LEYENDA (WS-REN-IDX)
               MOVE 0 TO WS-REN-T-DEBE (WS-REN-IDX)
               MOVE 0 TO WS-REN-T-HABER (WS-REN-IDX)
               PERFORM 2420-SUMAR-RENGLON
           END-IF.

       2420-SUMAR-RENGLON.
           IF IMP-AL-DEBE
               ADD WS-LIN-IMPORTE TO WS-REN-T-DEBE (WS-REN-IDX)
               ADD WS-LIN-IMPORTE TO WS-TOT-DEBE
           ELSE
               ADD WS-LIN-IMPORTE TO WS-REN-T-HABER (WS-REN-IDX)
               ADD WS-LIN-IMPORTE TO WS-TOT-HABER
           END-IF.

       2900-LEER-SIGUIENTE-AUDITORIA.
           READ AUDIT-FILE
               AT END
                   MOVE 'S' TO WS-FIN-AUDIT
           END-READ.

      *----------------------------------------------------------------*
      * 3000 - El asiento se graba solo si hay algo para contabilizar  *
      * y todas las lineas tomadas quedaron imputadas; con cualquier   *
      * error no se graba nada y la corrida o el periodo se pueden     *
      * pedir de nuevo una vez corregido el plan.                      *
      *----------------------------------------------------------------*
       3000-CONTROLAR-ASIENTO.
           MOVE 'N' TO WS-ASIENTO-OK.
           EVALUATE TRUE
               WHEN WS-CONT-SIN-CUENTA > 0
                 OR WS-CONT-SIN-ARCHIVO > 0
                   DISPLAY "ERROR: hay lineas sin imputar, el "
                           "asiento no se graba. Completar "
                           FUNCTION TRIM(WS-NOM-ASICTA-FILE)
                           " y volver a pedirlo."
               WHEN WS-CONT-EXCEDIDAS > 0
                   DISPLAY "ERROR: el asiento excede las tablas del "
                           "programa, no se graba. Pedirlo por "
                           "periodos mas cortos."
               WHEN WS-CONT-IMPUTADAS = 0
                   IF WS-CONT-YA-CONTAB > 0
                       DISPLAY "Todas las lineas pedidas ya estan "
                               "contabilizadas, no se genera "
                               "asiento."
                   ELSE
                       DISPLAY "No hay lineas OK para "
                               "contabilizar."
                   END-IF
               WHEN WS-TOT-DEBE NOT = WS-TOT-HABER
                   DISPLAY "ERROR: el asiento no balancea, no se "
                           "graba."
               WHEN OTHER
                   MOVE 'S' TO WS-ASIENTO-OK
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 4000 - Graba el asiento al final del archivo de importacion:   *
      * la cabecera y un renglon por cuenta y lado con importe. Si     *
      * falla alguna escritura (8900) las lineas no se registran como  *
      * contabilizadas: el asiento no llego completo al mayor.         *
      *----------------------------------------------------------------*
       4000-GRABAR-ASIENTO.
           COMPUTE WS-NRO-ASIENTO = WS-ULT-ASIENTO + 1.
           OPEN EXTEND ASIENTO-FILE.
           IF WS-FS-ASIENTO = '35'
               OPEN OUTPUT ASIENTO-FILE
           END-IF.
           IF WS-FS-ASIENTO NOT = '00'
               DISPLAY "ERROR: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-ASIENTO-FILE)
                       ", estado " WS-FS-ASIENTO
                       ", el asiento no se graba."
           ELSE
               MOVE 'S' TO WS-ASIENTO-GRABADO
               MOVE 0 TO WS-CANT-RENGLONES
               PERFORM 4050-CONTAR-RENGLON
                   VARYING WS-REN-IDX FROM 1 BY 1
                   UNTIL WS-REN-IDX > WS-REN-COUNT
               PERFORM 4100-GRABAR-CABECERA
               MOVE 0 TO WS-CANT-RENGLONES
               PERFORM 4200-GRABAR-RENGLONES
                   VARYING WS-REN-IDX FROM 1 BY 1
                   UNTIL WS-REN-IDX > WS-REN-COUNT
               CLOSE ASIENTO-FILE
           END-IF.

       4050-CONTAR-RENGLON.
           IF WS-REN-T-DEBE (WS-REN-IDX) NOT = 0
               ADD 1 TO WS-CANT-RENGLONES
           END-IF.
           IF WS-REN-T-HABER (WS-REN-IDX) NOT = 0
               ADD 1 TO WS-CANT-RENGLONES
           END-IF.

       4100-GRABAR-CABECERA.
           MOVE SPACES TO ASIENTO-CABECERA.
           MOVE 'C'               TO ASC-TIPO-REG.
           MOVE WS-NRO-ASIENTO    TO ASC-NUMERO.
           MOVE WS-FECHA-ASIENTO  TO ASC-FECHA.
           MOVE WS-AGT-CODIGO     TO ASC-AGENTE.
           MOVE WS-AGT-CUIT       TO ASC-CUIT-AGENTE.
           MOVE WS-ORIGEN         TO ASC-ORIGEN.
           IF ORIGEN-CORRIDA
               MOVE WS-RUN-FILTRO TO ASC-REFERENCIA
               STRING "RET. Y PERC. IIBB CORRIDA "
                                          DELIMITED BY SIZE
                      WS-RUN-FILTRO       DELIMITED BY SIZE
                 INTO ASC-LEYENDA
           ELSE
               STRING WS-FECHA-DESDE      DELIMITED BY SIZE
                      "/"                 DELIMITED BY SIZE
                      WS-FECHA-HASTA      DELIMITED BY SIZE
                 INTO ASC-REFERENCIA
               STRING "RET. Y PERC. IIBB PERIODO "
                                          DELIMITED BY SIZE
                      WS-FECHA-DESDE (1:7) DELIMITED BY SIZE
                 INTO ASC-LEYENDA
           END-IF.
           MOVE WS-TOT-DEBE       TO ASC-TOTAL-DEBE.
           MOVE WS-TOT-HABER      TO ASC-TOTAL-HABER.
           MOVE WS-CANT-RENGLONES TO ASC-CANT-RENGLONES.
           WRITE ASIENTO-CABECERA.
           PERFORM 8900-CONTROLAR-GRABACION.

      *----------------------------------------------------------------*
      * 4200 - Un renglon por lado con importe: la misma cuenta puede  *
      * quedar al debe por las anulaciones y al haber por las          *
      * originaciones, y el mayor las quiere por separado.             *
      *----------------------------------------------------------------*
       4200-GRABAR-RENGLONES.
           IF WS-REN-T-DEBE (WS-REN-IDX) NOT = 0
               MOVE 'D' TO WS-IMP-LADO
               PERFORM 4210-GRABAR-RENGLON
           END-IF.
           IF WS-REN-T-HABER (WS-REN-IDX) NOT = 0
               MOVE 'H' TO WS-IMP-LADO
               PERFORM 4210-GRABAR-RENGLON
           END-IF.

       4210-GRABAR-RENGLON.
           ADD 1 TO WS-CANT-RENGLONES.
           MOVE SPACES TO ASIENTO-DETALLE.
           MOVE 'D'               TO ASD-TIPO-REG.
           MOVE WS-NRO-ASIENTO    TO ASD-NUMERO.
           MOVE WS-CANT-RENGLONES TO ASD-RENGLON.
           MOVE WS-REN-T-CUENTA (WS-REN-IDX)  TO ASD-CUENTA.
           MOVE WS-REN-T-CCOSTO (WS-REN-IDX)  TO ASD-CCOSTO.
           MOVE WS-REN-T-LEYENDA (WS-REN-IDX) TO ASD-LEYENDA.
           IF IMP-AL-DEBE
               MOVE WS-REN-T-DEBE (WS-REN-IDX) TO ASD-DEBE
               MOVE 0 TO ASD-HABER
           ELSE
               MOVE 0 TO ASD-DEBE
               MOVE WS-REN-T-HABER (WS-REN-IDX) TO ASD-HABER
           END-IF.
           WRITE ASIENTO-DETALLE.
           PERFORM 8900-CONTROLAR-GRABACION.

      *----------------------------------------------------------------*
      * 5000 - Registra en el control cada linea del asiento y el      *
      * nuevo ultimo numero, para que no se vuelvan a contabilizar.    *
      *----------------------------------------------------------------*
       5000-REGISTRAR-CONTABILIZADAS.
           PERFORM 5100-REGISTRAR-LINEA
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT.
           MOVE WS-CLAVE-NUMERADOR TO ACL-FILE-NAME.
           MOVE WS-NRO-ASIENTO     TO ACL-NUMERO-ASIENTO.
           MOVE SPACE              TO ACL-ORIGEN.
           MOVE WS-FECHA-HOY       TO ACL-FECHA-CONTAB.
           WRITE ASICTL-RECORD.
           IF WS-FS-ASICTL = '22'
               REWRITE ASICTL-RECORD
           END-IF.
           IF WS-FS-ASICTL NOT = '00'
               DISPLAY "ERROR: no se pudo actualizar el numerador "
                       "de asientos en "
                       FUNCTION TRIM(WS-NOM-ASICTL-FILE)
                       ", estado " WS-FS-ASICTL "."
           END-IF.

       5100-REGISTRAR-LINEA.
           MOVE WS-POS-FILENAME (WS-POS-SUB) TO ACL-FILE-NAME.
           MOVE WS-NRO-ASIENTO               TO ACL-NUMERO-ASIENTO.
           MOVE WS-ORIGEN                    TO ACL-ORIGEN.
           MOVE WS-FECHA-HOY                 TO ACL-FECHA-CONTAB.
           WRITE ASICTL-RECORD.
           IF WS-FS-ASICTL NOT = '00'
               DISPLAY "ERROR: no se pudo registrar "
                       WS-POS-FILENAME (WS-POS-SUB)
                       " como contabilizada, estado "
                       WS-FS-ASICTL "."
           END-IF.

      *----------------------------------------------------------------*
      * 8000 - Cierre y resumen en consola.                            *
      *----------------------------------------------------------------*
       8000-FINALIZAR.
           IF AUDIT-ABIERTO-SI
               CLOSE AUDIT-FILE
           END-IF.
           IF ASICTL-ABIERTO-SI
               CLOSE ASICTL-FILE
           END-IF.
           IF ASIENTO-GRABADO-SI
               IF ERROR-GRABACION-SI
                   DISPLAY "ERROR: el asiento " WS-NRO-ASIENTO
                           " quedo incompleto en "
                           FUNCTION TRIM(WS-NOM-ASIENTO-FILE)
                           "; sus lineas no se registraron como "
                           "contabilizadas. Quitarlo del archivo "
                           "antes de importarlo y volver a correr."
               ELSE
                   DISPLAY "Asiento " WS-NRO-ASIENTO " grabado en "
                           FUNCTION TRIM(WS-NOM-ASIENTO-FILE) "."
               END-IF
           END-IF.
           MOVE WS-CONT-IMPUTADAS TO WS-ED-CANT.
           DISPLAY "Lineas imputadas:           " WS-ED-CANT.
           MOVE WS-TM-CANT (1 1) TO WS-ED-CANT.
           MOVE WS-TM-IMPORTE (1 1) TO WS-ED-IMPORTE.
           DISPLAY "  Retenciones originadas:   " WS-ED-CANT
                   "  " WS-ED-IMPORTE.
           MOVE WS-TM-CANT (1 2) TO WS-ED-CANT.
           MOVE WS-TM-IMPORTE (1 2) TO WS-ED-IMPORTE.
           DISPLAY "  Retenciones anuladas:     " WS-ED-CANT
                   "  " WS-ED-IMPORTE.
           MOVE WS-TM-CANT (2 1) TO WS-ED-CANT.
           MOVE WS-TM-IMPORTE (2 1) TO WS-ED-IMPORTE.
           DISPLAY "  Percepciones originadas:  " WS-ED-CANT
                   "  " WS-ED-IMPORTE.
           MOVE WS-TM-CANT (2 2) TO WS-ED-CANT.
           MOVE WS-TM-IMPORTE (2 2) TO WS-ED-IMPORTE.
           DISPLAY "  Percepciones anuladas:    " WS-ED-CANT
                   "  " WS-ED-IMPORTE.
           MOVE WS-TM-CANT (3 1) TO WS-ED-CANT.
           MOVE WS-TM-IMPORTE (3 1) TO WS-ED-IMPORTE.
           DISPLAY "  Retenciones AGIP orig.:   " WS-ED-CANT
                   "  " WS-ED-IMPORTE.
           MOVE WS-TM-CANT (3 2) TO WS-ED-CANT.
           MOVE WS-TM-IMPORTE (3 2) TO WS-ED-IMPORTE.
           DISPLAY "  Retenciones AGIP anuladas:" WS-ED-CANT
                   "  " WS-ED-IMPORTE.
           MOVE WS-CONT-YA-CONTAB TO WS-ED-CANT.
           DISPLAY "Ya contabilizadas antes:    " WS-ED-CANT.
           MOVE WS-CONT-SIN-CUENTA TO WS-ED-CANT.
           DISPLAY "Sin cuenta en el plan:      " WS-ED-CANT.
           MOVE WS-TOT-DEBE TO WS-ED-IMPORTE.
           DISPLAY "Total debe:                 " WS-ED-IMPORTE.
           MOVE WS-TOT-HABER TO WS-ED-IMPORTE.
           DISPLAY "Total haber:                " WS-ED-IMPORTE.

       8900-CONTROLAR-GRABACION.
           IF WS-FS-ASIENTO NOT = '00'
               MOVE 'S' TO WS-ERROR-GRABACION
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-ASIENTO-FILE) ", estado "
                       WS-FS-ASIENTO "."
           END-IF.
