      *     - GENRET.CFG: configuracion (driver y padron a usar).
      *     - El driver y el padron de alicuotas indicados en
      *       GENRET.CFG.
      *     - PADSUJ.DAT: padron mensual por sujeto (ver PADCUIT).
      *     - PADAGIP.DAT: padron mensual por sujeto de AGIP (CABA).
      *
      * SALIDA:
      *     - RETDRVOK.DAT: driver limpio solo con las lineas validas,
      *     - Base imponible numerica y mayor que cero.
      *     - Fecha de operacion valida (AAAA-MM-DD).
      *     - Sucursal numerica.
      *     - CUIT en el padron por sujeto del mes de la operacion:
      *       si el periodo esta cargado y el CUIT no figura, o es de
      *       alto riesgo fiscal, se avisa que GENRET aplicara la
      *       alicuota maxima (la linea no se rechaza).
      *     - Solo si el periodo no esta cargado: categoria presente
      *       en el padron de alicuotas y con una vigencia que cubra
      *       la fecha de operacion (si no, GENRET caeria en
      *       silencio a la alicuota por defecto).
      *     - Razon social no vacia.
      *     - Tipo de movimiento 'O', 'A' o blanco; una anulacion
      *       debe referenciar una retencion original.
      *     - Jurisdiccion 'B' (ARBA), 'C' (AGIP) o blanco; AGIP
      *       solo admite retenciones. Las lineas de AGIP se
      *       controlan contra PADAGIP.DAT (sin categoria ni
      *       certificados, que son de ARBA): fuera del padron, de
      *       alto riesgo o con el periodo sin cargar se avisa la
      *       alicuota maxima de AGIP.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *                                 se verifican contra lo leido
      *                                 y un extracto truncado no
      *                                 llega a transmision.
      *     2026-10-15  ERP-System      Consulta del padron mensual
      *                                 por sujeto (PADSUJ.DAT, ver
      *                                 PADCUIT) antes que la
      *                                 categoria, con aviso de
      *                                 alicuota maxima para alto
      *                                 riesgo o CUIT fuera del padron.
      *     2026-10-15  ERP-System      Codigo de retorno para la
      *                                 cadena nocturna (ERPRETC): 8
      *                                 con el driver rechazado por la
      *                                 cola de control, 16 sin agente
      *                                 o sin driver, 4 con lineas
      *                                 rechazadas o avisos.
      *     2026-10-15  ERP-System      Lineas de AGIP (CABA),
      *                                 jurisdiccion C del driver:
      *                                 control de la jurisdiccion, de
      *                                 la serie de la anulacion y del
      *                                 padron PADAGIP.DAT con aviso de
      *                                 alicuota maxima de AGIP.
      *     2026-10-15  ERP-System      El driver depurado lleva el
      *                                 sistema de origen y la
      *                                 referencia del documento de
      *                                 cada linea.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS PRV-CUIT
           FILE STATUS IS WS-FS-PROV.

      *--- Padron mensual por sujeto de ARBA (ver PADCUIT), con el
      *--- mismo criterio que GENRET: primero el CUIT y solo con el
      *--- periodo sin cargar la categoria.
           SELECT SUJETO-FILE ASSIGN TO DISK WS-NOM-PADSUJ-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUJ-CLAVE
           FILE STATUS IS WS-FS-SUJETO.

      *--- Padron mensual por sujeto de AGIP (CABA), para las lineas
      *--- de jurisdiccion 'C', con el mismo criterio que GENRET.
           SELECT SUJAGP-FILE ASSIGN TO DISK WS-NOM-PADAGP-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SJA-CLAVE
           FILE STATUS IS WS-FS-SUJAGP.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
           COPY ERPPADR.

       FD  DRIVEROK-FILE.
       01  DRIVEROK-RECORD         PIC X(110).

       FD  LISTADO-FILE.
       01  LISTADO-RECORD          PIC X(132).
       FD  PROV-FILE.
           COPY ERPPRVR.

       FD  SUJETO-FILE.
           COPY ERPSUJR.

       FD  SUJAGP-FILE.
           COPY ERPSJAR.

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
      *--- los nombres propios del agente.
           COPY ERPAGTW.

      *--- Codigo de retorno para la cadena nocturna.
           COPY ERPRETC.

      *--- Posicion del registro del driver que se esta validando.
       01  WS-POS-DRIVER            PIC 9(06) VALUE 0.

      *--- Subindice para recorrer la tabla del padron.
       01  WS-PAD-SUB               PIC 9(03) VALUE 0.

      *--- Resultado de la consulta al padron por sujeto para la
      *--- linea en proceso, con los codigos de origen de alicuota
      *--- del maestro: 'S' alicuota del CUIT, 'A' alto riesgo, 'M'
      *--- fuera del padron, blanco periodo sin cargar (va por la
      *--- categoria, o a la alicuota maxima en AGIP).
       01  WS-PADRON-SUJETO         PIC X(01) VALUE SPACE.
           88 SUJETO-EN-PADRON           VALUE 'S'.
           88 SUJETO-ALTO-RIESGO         VALUE 'A'.
           88 SUJETO-FUERA-PADRON        VALUE 'M'.

      *--- Periodo (AAAAMM) de la linea en proceso y ultimo periodo
      *--- cuyo registro de control se consulto.
       01  WS-SUJ-PERIODO-OPER      PIC X(06) VALUE SPACES.
       01  WS-SUJ-PERIODO-CONS      PIC X(06) VALUE SPACES.
       01  WS-SJA-PERIODO-CONS      PIC X(06) VALUE SPACES.
       01  WS-CUIT-CONTROL          PIC X(11) VALUE '00000000000'.
       01  WS-ALIC-MAX-ED           PIC 9(02).99.

      *--- Campos de trabajo para validar la fecha de operacion.
       01  WS-FEC-MES               PIC 9(02) VALUE 0.
       01  WS-FEC-DIA               PIC 9(02) VALUE 0.
       01  WS-CONT-RECHAZADOS       PIC 9(05) VALUE 0.
       01  WS-CONT-ERRORES          PIC 9(05) VALUE 0.
       01  WS-CONT-AVISOS-CERT      PIC 9(05) VALUE 0.
       01  WS-CONT-AVISOS-MAXIMA    PIC 9(05) VALUE 0.

      *--- Indicadores de estado.
       01  WS-FIN-DRIVER            PIC X(01) VALUE 'N'.
           88 COLA-HALLADA               VALUE 'S'.
       01  WS-DRIVER-RECHAZADO      PIC X(01) VALUE 'N'.
           88 DRIVER-RECHAZADO           VALUE 'S'.
       01  WS-SUJETO-ABIERTO        PIC X(01) VALUE 'N'.
           88 SUJETO-ABIERTO-SI          VALUE 'S'.
       01  WS-SUJ-PER-CARGADO       PIC X(01) VALUE 'N'.
           88 SUJ-PERIODO-CARGADO        VALUE 'S'.
       01  WS-SJA-ABIERTO           PIC X(01) VALUE 'N'.
           88 SJA-ABIERTO-SI             VALUE 'S'.
       01  WS-SJA-PER-CARGADO       PIC X(01) VALUE 'N'.
           88 SJA-PERIODO-CARGADO        VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-CONFIG             PIC X(02).
       01  WS-FS-DRIVEROK           PIC X(02).
       01  WS-FS-LISTADO            PIC X(02).
       01  WS-FS-PROV               PIC X(02).
       01  WS-FS-SUJETO             PIC X(02).
       01  WS-FS-SUJAGP             PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
           PERFORM 2000-VALIDAR-DRIVER
               UNTIL FIN-DRIVER-SI.
           PERFORM 8000-FINALIZAR.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
           PERFORM 1050-SELECCIONAR-AGENTE.
           IF NOT AGENTE-SELECCIONADO
               MOVE 'S' TO WS-FIN-DRIVER
               MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM 1100-LEER-CONFIGURACION
               PERFORM 1200-CARGAR-PADRON-ALICUOTAS
               PERFORM 1300-ABRIR-PROVEEDORES
               PERFORM 1350-ABRIR-PADRON-SUJETOS

      *---        Fecha del dia en formato entero, para calcular los
      *---        dias que le quedan de vigencia a cada certificado.
                   DISPLAY "ERROR: no se pudo abrir el driver "
                           FUNCTION TRIM(CF-DRIVER-FILE) "."
                   MOVE 'S' TO WS-FIN-DRIVER
                   MOVE 16 TO WS-CODIGO-RETORNO
               ELSE
                   MOVE 'S' TO WS-DRIVER-ABIERTO
                   OPEN OUTPUT DRIVEROK-FILE
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
      *---    alicuotas maximas: rigen las de por defecto, como en
      *---    GENRET.
           IF CF-ALIC-MAX-RET NOT NUMERIC OR CF-ALIC-MAX-RET = 0
               MOVE 1.75 TO CF-ALIC-MAX-RET
           END-IF.
           IF CF-ALIC-MAX-PER NOT NUMERIC OR CF-ALIC-MAX-PER = 0
               MOVE 3.00 TO CF-ALIC-MAX-PER
           END-IF.
           IF CF-ALIC-MAX-AGP NOT NUMERIC OR CF-ALIC-MAX-AGP = 0
               MOVE 4.50 TO CF-ALIC-MAX-AGP
           END-IF.

      *---    El registro del agente elegido manda sobre GENRET.CFG:
      *---    driver y padron propios de la sociedad.
           IF WS-AGT-CODIGO NOT = SPACES
                       "certificados."
           END-IF.

      *----------------------------------------------------------------*
      * 1350 - Apertura del padron por sujeto, solo lectura. Si no     *
      * existe ningun periodo esta cargado y se controla la categoria  *
      * de todas las lineas, como antes del padron por sujeto. El      *
      * padron de AGIP se abre aparte: sin el, todas las lineas de     *
      * AGIP se avisan con la alicuota maxima.                         *
      *----------------------------------------------------------------*
       1350-ABRIR-PADRON-SUJETOS.
           OPEN INPUT SUJETO-FILE.
           IF WS-FS-SUJETO = '00'
               MOVE 'S' TO WS-SUJETO-ABIERTO
           ELSE
               DISPLAY "Aviso: no se encontro el padron por sujeto "
                       FUNCTION TRIM(WS-NOM-PADSUJ-FILE)
                       ", se controla la categoria."
           END-IF.
           OPEN INPUT SUJAGP-FILE.
           IF WS-FS-SUJAGP = '00'
               MOVE 'S' TO WS-SJA-ABIERTO
           ELSE
               DISPLAY "Aviso: no se encontro el padron de AGIP "
                       FUNCTION TRIM(WS-NOM-PADAGP-FILE)
                       ", las lineas de AGIP van a la alicuota maxima."
           END-IF.

      *----------------------------------------------------------------*
      * 2000 - Ciclo principal: un registro del driver por vuelta.     *
      * Todos los controles se aplican siempre, para que el listado    *
           PERFORM 2500-VALIDAR-RAZON-SOCIAL.
           PERFORM 2600-VALIDAR-MOVIMIENTO.
           PERFORM 2650-VALIDAR-REGIMEN.
           PERFORM 2660-VALIDAR-JURISDICCION.
           PERFORM 2700-AVISAR-CERTIFICADO.
           IF REGISTRO-VALIDO
               ADD 1 TO WS-CONT-VALIDOS
           END-IF.

      *----------------------------------------------------------------*
      * 2400 - Primero el padron por sujeto (2450): con el periodo     *
      * cargado la categoria no interviene y solo se avisa cuando      *
      * GENRET va a aplicar la alicuota maxima. Con el periodo sin     *
      * cargar, la categoria debe existir en el padron y tener una     *
      * entrada cuya vigencia cubra la fecha de operacion; en ambas    *
      * fallas GENRET caeria en silencio a la alicuota por defecto.    *
      * Las lineas de AGIP solo consultan el padron de AGIP (2470):    *
      * AGIP no usa categorias y todo lo que no sea un CUIT del padron *
      * va a la alicuota maxima de AGIP.                               *
      *----------------------------------------------------------------*
       2400-VALIDAR-CATEGORIA.
           IF DR-JURISDICCION = 'C'
               PERFORM 2470-CONSULTAR-PADRON-AGIP
               IF NOT SUJETO-EN-PADRON
                   PERFORM 2460-AVISAR-ALICUOTA-MAXIMA
               END-IF
           ELSE
               PERFORM 2450-CONSULTAR-PADRON-SUJETO
               IF SUJETO-ALTO-RIESGO OR SUJETO-FUERA-PADRON
                   PERFORM 2460-AVISAR-ALICUOTA-MAXIMA
               END-IF
           END-IF.
           IF WS-PADRON-SUJETO = SPACE
          AND DR-JURISDICCION NOT = 'C'
          AND WS-PADRON-COUNT > 0
               MOVE 'N' TO WS-CAT-HALLADA
               MOVE 'N' TO WS-VIG-HALLADA
               PERFORM 2410-BUSCAR-CATEGORIA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2450 - Consulta del padron por sujeto con el CUIT y el mes de  *
      * la fecha de operacion, con el mismo criterio que 2210 de       *
      * GENRET. Sin padron, con CUIT o fecha invalidos (ya listados    *
      * por sus propios controles) o con el periodo sin cargar el      *
      * resultado queda en blanco.                                     *
      *----------------------------------------------------------------*
       2450-CONSULTAR-PADRON-SUJETO.
           MOVE SPACE TO WS-PADRON-SUJETO.
           IF SUJETO-ABIERTO-SI
          AND DR-CUIT NUMERIC
          AND DR-FECHA-OPERACION (1:4) NUMERIC
          AND DR-FECHA-OPERACION (6:2) NUMERIC
               MOVE DR-FECHA-OPERACION (1:4)
                   TO WS-SUJ-PERIODO-OPER (1:4)
               MOVE DR-FECHA-OPERACION (6:2)
                   TO WS-SUJ-PERIODO-OPER (5:2)
               IF WS-SUJ-PERIODO-OPER NOT = WS-SUJ-PERIODO-CONS
                   MOVE WS-SUJ-PERIODO-OPER TO WS-SUJ-PERIODO-CONS
                   MOVE WS-CUIT-CONTROL     TO SUJ-CUIT
                   MOVE WS-SUJ-PERIODO-OPER TO SUJ-PERIODO
                   READ SUJETO-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-SUJ-PER-CARGADO
                       NOT INVALID KEY
                           MOVE 'S' TO WS-SUJ-PER-CARGADO
                   END-READ
               END-IF
               IF SUJ-PERIODO-CARGADO
                   MOVE DR-CUIT             TO SUJ-CUIT
                   MOVE WS-SUJ-PERIODO-OPER TO SUJ-PERIODO
                   READ SUJETO-FILE
                       INVALID KEY
                           MOVE 'M' TO WS-PADRON-SUJETO
                       NOT INVALID KEY
                           IF SUJ-ES-ALTO-RIESGO
                               MOVE 'A' TO WS-PADRON-SUJETO
                           ELSE
                               MOVE 'S' TO WS-PADRON-SUJETO
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2460 - Aviso en el listado (la linea no se rechaza): GENRET va *
      * a aplicar la alicuota maxima del regimen, que conviene revisar *
      * antes de la ventana por si el proveedor tiene que presentar    *
      * su inscripcion.                                                *
      *----------------------------------------------------------------*
       2460-AVISAR-ALICUOTA-MAXIMA.
           ADD 1 TO WS-CONT-AVISOS-MAXIMA.
           EVALUATE TRUE
               WHEN DR-JURISDICCION = 'C'
                   MOVE CF-ALIC-MAX-AGP TO WS-ALIC-MAX-ED
               WHEN DR-REGIMEN = 'P'
                   MOVE CF-ALIC-MAX-PER TO WS-ALIC-MAX-ED
               WHEN OTHER
                   MOVE CF-ALIC-MAX-RET TO WS-ALIC-MAX-ED
           END-EVALUATE.
           MOVE SPACES TO LISTADO-RECORD.
           EVALUATE TRUE
               WHEN SUJETO-ALTO-RIESGO
                   STRING "AVISO - CUIT "       DELIMITED BY SIZE
                          DR-CUIT               DELIMITED BY SIZE
                          ": ALTO RIESGO FISCAL EN EL PADRON "
                                                DELIMITED BY SIZE
                          WS-SUJ-PERIODO-OPER   DELIMITED BY SIZE
                          ", ALICUOTA MAXIMA "  DELIMITED BY SIZE
                          WS-ALIC-MAX-ED        DELIMITED BY SIZE
                     INTO LISTADO-RECORD
               WHEN SUJETO-FUERA-PADRON
                   STRING "AVISO - CUIT "       DELIMITED BY SIZE
                          DR-CUIT               DELIMITED BY SIZE
                          ": FUERA DEL PADRON POR SUJETO "
                                                DELIMITED BY SIZE
                          WS-SUJ-PERIODO-OPER   DELIMITED BY SIZE
                          ", ALICUOTA MAXIMA "  DELIMITED BY SIZE
                          WS-ALIC-MAX-ED        DELIMITED BY SIZE
                     INTO LISTADO-RECORD
               WHEN OTHER
                   STRING "AVISO - CUIT "       DELIMITED BY SIZE
                          DR-CUIT               DELIMITED BY SIZE
                          ": SIN PADRON DE AGIP CARGADO "
                                                DELIMITED BY SIZE
                          WS-SUJ-PERIODO-OPER   DELIMITED BY SIZE
                          ", ALICUOTA MAXIMA "  DELIMITED BY SIZE
                          WS-ALIC-MAX-ED        DELIMITED BY SIZE
                     INTO LISTADO-RECORD
           END-EVALUATE.
           WRITE LISTADO-RECORD.
           IF WS-FS-LISTADO NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-DRIVERER-FILE)
                       ", estado " WS-FS-LISTADO "."
           END-IF.

      *----------------------------------------------------------------*
      * 2470 - Consulta del padron de AGIP con el mismo criterio que   *
      * 2220 de GENRET. Sin padron o con el periodo sin cargar el      *
      * resultado queda en blanco, y GENRET retiene igual a la         *
      * alicuota maxima de AGIP.                                       *
      *----------------------------------------------------------------*
       2470-CONSULTAR-PADRON-AGIP.
           MOVE SPACE TO WS-PADRON-SUJETO.
           MOVE SPACES TO WS-SUJ-PERIODO-OPER.
           IF DR-FECHA-OPERACION (1:4) NUMERIC
          AND DR-FECHA-OPERACION (6:2) NUMERIC
               MOVE DR-FECHA-OPERACION (1:4)
                   TO WS-SUJ-PERIODO-OPER (1:4)
               MOVE DR-FECHA-OPERACION (6:2)
                   TO WS-SUJ-PERIODO-OPER (5:2)
           END-IF.
           IF SJA-ABIERTO-SI
          AND DR-CUIT NUMERIC
          AND WS-SUJ-PERIODO-OPER NOT = SPACES
               IF WS-SUJ-PERIODO-OPER NOT = WS-SJA-PERIODO-CONS
                   MOVE WS-SUJ-PERIODO-OPER TO WS-SJA-PERIODO-CONS
                   MOVE WS-CUIT-CONTROL     TO SJA-CUIT
                   MOVE WS-SUJ-PERIODO-OPER TO SJA-PERIODO
                   READ SUJAGP-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-SJA-PER-CARGADO
                       NOT INVALID KEY
                           MOVE 'S' TO WS-SJA-PER-CARGADO
                   END-READ
               END-IF
               IF SJA-PERIODO-CARGADO
                   MOVE DR-CUIT             TO SJA-CUIT
                   MOVE WS-SUJ-PERIODO-OPER TO SJA-PERIODO
                   READ SUJAGP-FILE
                       INVALID KEY
                           MOVE 'M' TO WS-PADRON-SUJETO
                       NOT INVALID KEY
                           IF SJA-ES-ALTO-RIESGO
                               MOVE 'A' TO WS-PADRON-SUJETO
                           ELSE
                               MOVE 'S' TO WS-PADRON-SUJETO
                           END-IF
                   END-READ
               END-IF
           END-IF.

       2500-VALIDAR-RAZON-SOCIAL.
           IF DR-RAZON-SOCIAL = SPACES
               MOVE 'RAZON SOCIAL EN BLANCO' TO WS-VAL-MOTIVO
      * anulacion debe referenciar un comprobante de su propio         *
      * regimen: la serie de percepciones arranca en 5000001 y la de   *
      * retenciones queda por debajo, una reversa cruzada revertiria   *
      * el comprobante equivocado. La serie de AGIP arranca en         *
      * 8000001, por encima de las dos de ARBA.                        *
      *----------------------------------------------------------------*
       2650-VALIDAR-REGIMEN.
           EVALUATE DR-REGIMEN
           IF DR-TIPO-MOVIMIENTO = 'A'
          AND DR-RET-ORIGINAL NUMERIC
          AND DR-RET-ORIGINAL > 0
               IF DR-JURISDICCION = 'C'
              AND DR-RET-ORIGINAL < 8000001
                   MOVE 'ANULACION DE AGIP CON ORIGINAL AJENO'
                       TO WS-VAL-MOTIVO
                   PERFORM 2800-REGISTRAR-ERROR
               END-IF
               IF DR-JURISDICCION NOT = 'C'
              AND DR-REGIMEN = 'P'
              AND (DR-RET-ORIGINAL < 5000001
               OR DR-RET-ORIGINAL >= 8000001)
                   MOVE 'ANULACION DE PERCEPCION CON ORIGINAL AJENO'
                       TO WS-VAL-MOTIVO
                   PERFORM 2800-REGISTRAR-ERROR
               END-IF
               IF DR-JURISDICCION NOT = 'C'
              AND DR-REGIMEN NOT = 'P'
              AND DR-RET-ORIGINAL >= 5000001
                   MOVE 'ANULACION DE RETENCION CON ORIGINAL AJENO'
                       TO WS-VAL-MOTIVO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2660 - La jurisdiccion debe ser 'B' (ARBA), 'C' (AGIP) o       *
      * blanco (drivers del formato anterior, ARBA). AGIP solo tiene   *
      * regimen de retenciones: una percepcion de CABA no la puede     *
      * generar GENRET.                                                *
      *----------------------------------------------------------------*
       2660-VALIDAR-JURISDICCION.
           EVALUATE DR-JURISDICCION
               WHEN 'B'
               WHEN SPACE
                   CONTINUE
               WHEN 'C'
                   IF DR-REGIMEN = 'P'
                       MOVE 'PERCEPCION EN JURISDICCION AGIP'
                           TO WS-VAL-MOTIVO
                       PERFORM 2800-REGISTRAR-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'JURISDICCION DESCONOCIDA' TO WS-VAL-MOTIVO
                   PERFORM 2800-REGISTRAR-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2700 - Si el proveedor del registro tiene un certificado de    *
      * exclusion o reduccion todavia vigente pero al que le quedan    *
      * pocos dias, se deja un aviso en el listado para renovarlo a    *
      * tiempo. El aviso no invalida el registro: el certificado       *
      * sigue vigente y GENRET lo va a aplicar. Los certificados son   *
      * de ARBA y no se miran en las lineas de AGIP.                   *
      *----------------------------------------------------------------*
       2700-AVISAR-CERTIFICADO.
           IF PROV-ABIERTO-SI
          AND DR-CUIT NUMERIC
          AND DR-JURISDICCION NOT = 'C'
               MOVE DR-CUIT TO PRV-CUIT
               READ PROV-FILE
                   INVALID KEY
                       FUNCTION TRIM(WS-NOM-DRIVEROK-FILE)
                       ", estado " WS-FS-DRIVEROK
                       ". NO usarlo con GENRET."
               MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
               CLOSE DRIVEROK-FILE
           END-IF.
           IF PROV-ABIERTO-SI
               CLOSE PROV-FILE
           END-IF.
           IF SUJETO-ABIERTO-SI
               CLOSE SUJETO-FILE
           END-IF.
           IF SJA-ABIERTO-SI
               CLOSE SUJAGP-FILE
           END-IF.
           DISPLAY "Pre-control del driver finalizado.".
           DISPLAY "Registros leidos:     " WS-CONT-LEIDOS.
           DISPLAY "Registros validos:    " WS-CONT-VALIDOS.
           DISPLAY "Registros rechazados: " WS-CONT-RECHAZADOS.
           DISPLAY "Controles fallados:   " WS-CONT-ERRORES.
           DISPLAY "Certificados por vencer: " WS-CONT-AVISOS-CERT.
           DISPLAY "Avisos de alicuota maxima: "
                   WS-CONT-AVISOS-MAXIMA.
           IF DRIVER-RECHAZADO
               DISPLAY "ATENCION: el driver se rechazo completo "
                       "por la cola de control, revisar "
                       FUNCTION TRIM(WS-NOM-DRIVERER-FILE)
                       " y pedir el extracto de nuevo."
               IF WS-CODIGO-RETORNO < 8
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.
           IF WS-CONT-RECHAZADOS > 0
            OR WS-CONT-AVISOS-CERT > 0
            OR WS-CONT-AVISOS-MAXIMA > 0
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.
           IF WS-CONT-RECHAZADOS > 0
               DISPLAY "Revisar "
