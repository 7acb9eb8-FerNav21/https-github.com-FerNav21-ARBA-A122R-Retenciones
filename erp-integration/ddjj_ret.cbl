      * para la declaracion jurada del agente de recaudacion: base     *
      * imponible e importe retenido por CUIT y por sucursal, con      *
      * cantidades y un total general que cierra contra el detalle.    *
      * Las retenciones de AGIP (CABA) van en una seccion propia, para *
      * que no se mezclen con lo que se declara ante ARBA; su          *
      * presentacion ante AGIP la arma DDJJAGP.                        *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - RETLOG.CSV: log de auditoria generado por GENRET.
      *
      * SALIDA:
      *     - RETDDJJ.TXT con el resumen del periodo.
      *     - PAGDDJJ.DAT: al cerrar el periodo, importe neto
      *       declarado por quincena y regimen, a la espera de los
      *       pagos que carga PAGMNT.
      *     - DDJJFOT.DAT: al cerrar el periodo, foto de lo declarado
      *       por quincena y regimen de ARBA (numero de presentacion,
      *       fecha, detalle y totales), contra la que RECTDDJ arma
      *       la rectificativa si la quincena se reabre.
      *     - BITACORA.DAT: operador del cierre y cada quincena
      *       cerrada y neto registrado, con sus imagenes anterior y
      *       nueva.
      *     - Mensajes de estado en la consola.
      *
      * Solo se totalizan las transmisiones OK. Las anulaciones OK
      *                                 driver, CSV y numeracion
      *                                 propios, regimen en la
      *                                 auditoria y el maestro).
      *     2026-10-15  ERP-System      Los pagos NO-SUJETO (debajo
      *                                 del minimo del regimen) no
      *                                 suman en la DDJJ; el informe
      *                                 informa su cantidad aparte.
      *     2026-10-15  ERP-System      Al cerrar el periodo registra
      *                                 en PAGDDJJ.DAT el neto
      *                                 declarado de cada quincena y
      *                                 regimen para controlar el pago
      *                                 (PAGMNT, PAGRPT); una nueva
      *                                 presentacion actualiza el
      *                                 importe sin tocar los pagos.
      *     2026-10-15  ERP-System      Seccion propia para las
      *                                 retenciones de AGIP (CABA),
      *                                 separadas de lo que se declara
      *                                 ante ARBA; el neto de
      *                                 PAGDDJJ.DAT sigue siendo solo
      *                                 de ARBA.
      *     2026-10-15  ERP-System      Al cerrar el periodo agrega a
      *                                 DDJJFOT.DAT la foto de lo
      *                                 declarado por quincena y
      *                                 regimen de ARBA (numero de
      *                                 presentacion, fecha, detalle y
      *                                 totales), base de la
      *                                 rectificativa de RECTDDJ.
      *     2026-10-15  ERP-System      El cierre solo toma las
      *                                 quincenas que no se
      *                                 presentaron: una CERRADO,
      *                                 PAGADO o reabierta con foto no
      *                                 se toca (se rectifica con
      *                                 RECTDDJ), y solo se graba la
      *                                 foto original 00. El operador
      *                                 se identifica con BITREG y cada
      *                                 cierre y neto registrado queda
      *                                 en la bitacora.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIODO.

      *--- Pagos de la DDJJ por quincena y regimen: al cerrar el
      *--- periodo se registra el neto declarado de cada quincena.
           SELECT PAGOS-FILE ASSIGN TO DISK WS-NOM-PAGOS-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAG-CLAVE
           FILE STATUS IS WS-FS-PAGO.

      *--- Fotos de las presentaciones confirmadas: al cerrar el
      *--- periodo se agrega la de cada quincena y regimen de ARBA.
           SELECT FOTO-FILE ASSIGN TO DISK WS-NOM-FOTO-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FOTO.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       FD  PERIODO-FILE.
           COPY ERPPERR.

       FD  PAGOS-FILE.
           COPY ERPPAGR.

       FD  FOTO-FILE.
           COPY ERPFOTR.

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
       01  WS-AUD-RUN-ID            PIC X(14).
       01  WS-AUD-REGIMEN           PIC X(01).
       01  WS-AUD-REG-LEN           PIC 9(03) VALUE 0.
       01  WS-AUD-JURISDICCION      PIC X(01).
       01  WS-AUD-JUR-LEN           PIC 9(03) VALUE 0.
       01  WS-AUD-RET-NUMERO        PIC X(07).

      *--- Importes de la linea en proceso, ya con signo: una
      *--- anulacion resta del periodo.
       01  WS-LIN-IMPORTE           PIC S9(09)V99 COMP-3.

      *--- Regimen de la linea en proceso como subindice de las
      *--- tablas: 1 = retenciones, 2 = percepciones, 3 = retenciones
      *--- de AGIP. ARBA declara cada regimen por separado y AGIP es
      *--- otro fisco: el resumen los totaliza en secciones separadas.
       01  WS-REG-SUB               PIC 9(01) VALUE 0.
       01  WS-REG-EMI               PIC 9(01) VALUE 0.


      *--- Totales por sucursal (digito 0-9) dentro de cada regimen.
       01  WS-TABLA-SUCURSAL.
           05 WS-SUC-REG-ENTRY OCCURS 3 TIMES.
              10 WS-SUC-ENTRY OCCURS 10 TIMES.
                 15 WS-SUC-T-CANT   PIC 9(05) VALUE 0.
                 15 WS-SUC-T-BASE   PIC S9(11)V99 COMP-3 VALUE 0.

      *--- Totales del periodo por regimen y generales.
       01  WS-TOTALES-REGIMEN.
           05 WS-TOT-ENTRY OCCURS 3 TIMES.
              10 WS-TOT-CANT        PIC 9(05) VALUE 0.
              10 WS-TOT-BASE        PIC S9(11)V99 COMP-3 VALUE 0.
              10 WS-TOT-IMPORTE     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-BASE              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-IMPORTE           PIC S9(11)V99 COMP-3 VALUE 0.

      *--- Pagos del periodo que no alcanzaron el minimo del regimen:
      *--- no se declaran, solo se informa cuantos fueron.
       01  WS-CONT-NO-SUJETOS       PIC 9(05) VALUE 0.

      *--- Neto por quincena (AAAAMMQ, segun la fecha de la linea) y
      *--- regimen, para registrar en PAGDDJJ.DAT lo que queda a
      *--- pagar de cada quincena al cerrar el periodo. La tercera
      *--- ocurrencia (AGIP) se acumula pero no se registra: PAGDDJJ
      *--- sigue el calendario de vencimientos de ARBA.
       01  WS-QIM-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-QUINCENAS.
           05 WS-QIM-ENTRY OCCURS 200 TIMES
                            DEPENDING ON WS-QIM-COUNT
                            INDEXED BY WS-QIM-IDX.
              10 WS-QIM-T-QUINCENA  PIC X(07).
              10 WS-QIM-T-REG OCCURS 3 TIMES.
                 15 WS-QIM-T-CANT   PIC 9(05).
                 15 WS-QIM-T-BASE   PIC S9(11)V99 COMP-3.
                 15 WS-QIM-T-IMPORTE PIC S9(11)V99 COMP-3.
       01  WS-LIN-QUINCENA          PIC X(07).
       01  WS-QIM-HALLADO           PIC 9(03) VALUE 0.
       01  WS-PAG-REG               PIC 9(01) VALUE 0.
       01  WS-CONT-PAGOS-REG        PIC 9(03) VALUE 0.

      *--- Campos editados para el informe.
       01  WS-ED-CANT               PIC ZZ,ZZ9.
       01  WS-ED-BASE               PIC ----,---,--9.99.
              10 WS-PER-T-QUINCENA  PIC X(07).
              10 WS-PER-T-ESTADO    PIC X(07).
              10 WS-PER-T-PRESENT   PIC X(10).
              10 WS-PER-T-CIERRE    PIC X(01).
              10 WS-PER-T-ANTES     PIC X(24).
       01  WS-PER-SUB               PIC 9(03) VALUE 0.
       01  WS-PER-HALLADO           PIC 9(03) VALUE 0.
       01  WS-ESTADO-ACTUAL         PIC X(07) VALUE SPACES.

      *--- Imagen de un registro del control de periodos para la
      *--- bitacora, con el mismo layout que ERPPERR.
       01  WS-PER-IMAGEN.
           05 WS-IMG-QUINCENA       PIC X(07).
           05 WS-IMG-ESTADO         PIC X(07).
           05 WS-IMG-PRESENT        PIC X(10).

      *--- Bitacora de cambios: operador identificado al confirmar el
      *--- cierre y datos de cada cambio para BITREG.
           COPY ERPBITW.

      *--- Confirmacion del operador y fecha del dia como fecha de
      *--- presentacion de las quincenas que se cierran.
       01  WS-QA-MES                PIC 9(02) VALUE 0.
       01  WS-QA-Q                  PIC 9(01) VALUE 0.
       01  WS-CONT-CERRADAS         PIC 9(03) VALUE 0.
       01  WS-CONT-OMITIDAS         PIC 9(03) VALUE 0.

      *--- Numero de presentacion de cada quincena del periodo por
      *--- regimen de ARBA (1 = retenciones, 2 = percepciones): la
      *--- ultima foto registrada en DDJJFOT.DAT y la que se graba
      *--- ahora, siempre la original (00): solo se toma la foto de
      *--- las quincenas que cierra esta corrida (WS-FNR-T-CIERRA) y
      *--- una quincena que ya tenia foto no se cierra aca, se
      *--- rectifica con RECTDDJ.
       01  WS-FNR-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-FOTOS.
           05 WS-FNR-ENTRY OCCURS 200 TIMES
                            DEPENDING ON WS-FNR-COUNT.
              10 WS-FNR-T-QUINCENA  PIC X(07).
              10 WS-FNR-T-CIERRA    PIC X(01).
              10 WS-FNR-T-REG OCCURS 2 TIMES.
                 15 WS-FNR-T-HAY    PIC X(01).
                 15 WS-FNR-T-ULTIMO PIC 9(02).
                 15 WS-FNR-T-NUEVO  PIC 9(02).
       01  WS-FNR-SUB               PIC 9(03) VALUE 0.
       01  WS-FNR-HALLADO           PIC 9(03) VALUE 0.
       01  WS-FNR-REG               PIC 9(01) VALUE 0.
       01  WS-CONT-FOTOS            PIC 9(03) VALUE 0.
       01  WS-CONT-FOTO-DET         PIC 9(05) VALUE 0.

      *--- Indicadores de estado.
       01  WS-FIN-AUDIT             PIC X(01) VALUE 'N'.
           88 AUDIT-ABIERTO-SI           VALUE 'S'.
       01  WS-FIN-PERIODOS          PIC X(01) VALUE 'N'.
           88 FIN-PERIODOS-SI            VALUE 'S'.
       01  WS-PAGOS-ABIERTO         PIC X(01) VALUE 'N'.
           88 PAGOS-ABIERTO-SI           VALUE 'S'.
       01  WS-FIN-FOTO              PIC X(01) VALUE 'N'.
           88 FIN-FOTO-SI                VALUE 'S'.
       01  WS-FOTO-ABIERTO          PIC X(01) VALUE 'N'.
           88 FOTO-ABIERTO-SI            VALUE 'S'.
       01  WS-QUIN-CERRADA          PIC X(01) VALUE 'N'.
           88 QUIN-CERRADA-SI            VALUE 'S'.
       01  WS-FOTO-PREVIA           PIC X(01) VALUE 'N'.
           88 FOTO-PREVIA-SI             VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-AUDIT              PIC X(02).
       01  WS-FS-DDJJ               PIC X(02).
       01  WS-FS-PERIODO            PIC X(02).
       01  WS-FS-PAGO               PIC X(02).
       01  WS-FS-FOTO               PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
          AND WS-AUD-FECHA (1:10) <= WS-FECHA-HASTA
               PERFORM 2200-ACUMULAR-LINEA
           END-IF.
           IF WS-AUD-RESULTADO = "NO-SUJETO"
          AND WS-AUD-FECHA (1:10) >= WS-FECHA-DESDE
          AND WS-AUD-FECHA (1:10) <= WS-FECHA-HASTA
               ADD 1 TO WS-CONT-NO-SUJETOS
           END-IF.
           PERFORM 2900-LEER-SIGUIENTE-AUDITORIA.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-SEPARAR-LINEA-AUDITORIA.
           MOVE SPACES TO WS-AUD-TIPO WS-AUD-ORIGINAL
                          WS-AUD-RUN-ID WS-AUD-REGIMEN
                          WS-AUD-JURISDICCION.
           MOVE 0 TO WS-AUD-REG-LEN WS-AUD-JUR-LEN.
           UNSTRING AUDIT-RECORD DELIMITED BY ","
               INTO WS-AUD-CUIT
                    WS-AUD-SUCURSAL
                    WS-AUD-RUN-ID
                    WS-AUD-REGIMEN
                        COUNT IN WS-AUD-REG-LEN
                    WS-AUD-JURISDICCION
                        COUNT IN WS-AUD-JUR-LEN
           END-UNSTRING.
      *---    El regimen solo se honra si el campo delimitado mide
      *---    exactamente 1: en una linea del formato anterior el
      *---    campo 12 es la razon social y una razon que empieza
      *---    con 'P' no es una percepcion. La jurisdiccion de AGIP
      *---    (campo 13) con el mismo criterio, y solo si la linea
      *---    traia el regimen. Todo lo demas se totaliza como
      *---    retencion de ARBA.
           EVALUATE TRUE
               WHEN WS-AUD-JURISDICCION = 'C'
                AND WS-AUD-JUR-LEN = 1
                AND WS-AUD-REG-LEN = 1
                   MOVE 3 TO WS-REG-SUB
               WHEN WS-AUD-REGIMEN = 'P'
                AND WS-AUD-REG-LEN = 1
                   MOVE 2 TO WS-REG-SUB
               WHEN OTHER
                   MOVE 1 TO WS-REG-SUB
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2200 - Acumula la linea en los totales por CUIT, por sucursal  *

           PERFORM 2300-ACUMULAR-POR-CUIT.
           PERFORM 2400-ACUMULAR-POR-SUCURSAL.
           PERFORM 2500-ACUMULAR-POR-QUINCENA.

           ADD 1              TO WS-TOT-CANT (WS-REG-SUB).
           ADD WS-LIN-BASE    TO WS-TOT-BASE (WS-REG-SUB).
                   TO WS-SUC-T-IMPORTE (WS-REG-SUB WS-SUC-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * 2500 - Acumula el importe de la linea en el neto de su         *
      * quincena y regimen (dias 1 a 15 = quincena 1).                 *
      *----------------------------------------------------------------*
       2500-ACUMULAR-POR-QUINCENA.
           PERFORM 2505-ARMAR-QUINCENA-LINEA.
           SET WS-QIM-IDX TO 1.
           IF WS-QIM-COUNT = 0
               PERFORM 2510-ALTA-QUINCENA
           ELSE
               SEARCH WS-QIM-ENTRY
                   AT END
                       PERFORM 2510-ALTA-QUINCENA
                   WHEN WS-QIM-T-QUINCENA (WS-QIM-IDX)
                        = WS-LIN-QUINCENA
                       ADD 1
                           TO WS-QIM-T-CANT (WS-QIM-IDX WS-REG-SUB)
                       ADD WS-LIN-BASE
                           TO WS-QIM-T-BASE (WS-QIM-IDX WS-REG-SUB)
                       ADD WS-LIN-IMPORTE
                           TO WS-QIM-T-IMPORTE (WS-QIM-IDX WS-REG-SUB)
               END-SEARCH
           END-IF.

       2505-ARMAR-QUINCENA-LINEA.
           MOVE SPACES TO WS-LIN-QUINCENA.
           MOVE WS-AUD-FECHA (1:4) TO WS-LIN-QUINCENA (1:4).
           MOVE WS-AUD-FECHA (6:2) TO WS-LIN-QUINCENA (5:2).
           IF WS-AUD-FECHA (9:2) <= '15'
               MOVE '1' TO WS-LIN-QUINCENA (7:1)
           ELSE
               MOVE '2' TO WS-LIN-QUINCENA (7:1)
           END-IF.

       2510-ALTA-QUINCENA.
           IF WS-QIM-COUNT >= 200
               DISPLAY "Aviso: tabla de quincenas completa, la "
                       "quincena " WS-LIN-QUINCENA
                       " no se registra para el pago."
           ELSE
               ADD 1 TO WS-QIM-COUNT
               MOVE WS-LIN-QUINCENA
                   TO WS-QIM-T-QUINCENA (WS-QIM-COUNT)
               MOVE 0 TO WS-QIM-T-CANT (WS-QIM-COUNT 1)
                         WS-QIM-T-CANT (WS-QIM-COUNT 2)
                         WS-QIM-T-CANT (WS-QIM-COUNT 3)
                         WS-QIM-T-BASE (WS-QIM-COUNT 1)
                         WS-QIM-T-BASE (WS-QIM-COUNT 2)
                         WS-QIM-T-BASE (WS-QIM-COUNT 3)
                         WS-QIM-T-IMPORTE (WS-QIM-COUNT 1)
                         WS-QIM-T-IMPORTE (WS-QIM-COUNT 2)
                         WS-QIM-T-IMPORTE (WS-QIM-COUNT 3)
               MOVE 1
                   TO WS-QIM-T-CANT (WS-QIM-COUNT WS-REG-SUB)
               MOVE WS-LIN-BASE
                   TO WS-QIM-T-BASE (WS-QIM-COUNT WS-REG-SUB)
               MOVE WS-LIN-IMPORTE
                   TO WS-QIM-T-IMPORTE (WS-QIM-COUNT WS-REG-SUB)
           END-IF.

       2900-LEER-SIGUIENTE-AUDITORIA.
           READ AUDIT-FILE
               AT END
               PERFORM 8100-EMITIR-ENCABEZADO
               PERFORM 8150-EMITIR-SECCION
                   VARYING WS-REG-EMI FROM 1 BY 1
                   UNTIL WS-REG-EMI > 3
               PERFORM 8400-EMITIR-TOTAL-GENERAL
               CLOSE DDJJ-FILE
           END-IF.
           DISPLAY "Retenciones del periodo:  " WS-ED-CANT.
           MOVE WS-TOT-CANT (2) TO WS-ED-CANT.
           DISPLAY "Percepciones del periodo: " WS-ED-CANT.
           MOVE WS-TOT-CANT (3) TO WS-ED-CANT.
           DISPLAY "Retenciones de AGIP:      " WS-ED-CANT.
           MOVE WS-CONT-NO-SUJETOS TO WS-ED-CANT.
           DISPLAY "No sujetos por minimo:    " WS-ED-CANT.
           IF AUDIT-ABIERTO-SI
               PERFORM 8500-CONFIRMAR-CIERRE
           END-IF.
      * 8150 - Seccion del informe para un regimen: ARBA declara las   *
      * retenciones y las percepciones por separado, asi que cada      *
      * regimen lleva su detalle por CUIT, sus totales por sucursal y  *
      * su total propio. Las retenciones de AGIP van en la tercera.    *
      *----------------------------------------------------------------*
       8150-EMITIR-SECCION.
           MOVE SPACES TO DDJJ-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           EVALUATE WS-REG-EMI
               WHEN 1
                   MOVE "SECCION RETENCIONES" TO DDJJ-RECORD
               WHEN 2
                   MOVE "SECCION PERCEPCIONES" TO DDJJ-RECORD
               WHEN OTHER
                   MOVE "SECCION RETENCIONES AGIP (CABA)"
                       TO DDJJ-RECORD
           END-EVALUATE.
           PERFORM 8900-GRABAR-LINEA.
           MOVE ALL "-" TO DDJJ-RECORD.
           PERFORM 8900-GRABAR-LINEA.

       8400-EMITIR-TOTAL-GENERAL.
           COMPUTE WS-GRL-CANT    = WS-TOT-CANT (1)
                                  + WS-TOT-CANT (2)
                                  + WS-TOT-CANT (3).
           COMPUTE WS-GRL-BASE    = WS-TOT-BASE (1)
                                  + WS-TOT-BASE (2)
                                  + WS-TOT-BASE (3).
           COMPUTE WS-GRL-IMPORTE = WS-TOT-IMPORTE (1)
                                  + WS-TOT-IMPORTE (2)
                                  + WS-TOT-IMPORTE (3).
           MOVE SPACES TO DDJJ-RECORD.
           PERFORM 8900-GRABAR-LINEA.
           MOVE WS-GRL-CANT    TO WS-ED-CANT.
           PERFORM 8900-GRABAR-LINEA.

      *---    El total general debe cerrar contra la suma del detalle
      *---    por CUIT de las tres secciones; si no cierra se deja
      *---    constancia en el mismo informe para que la diferencia
      *---    no pase inadvertida.
           IF WS-CTL-CANT    NOT = WS-GRL-CANT
               DISPLAY "ATENCION: el total general no cierra "
                       "contra el detalle por CUIT."
           END-IF.
           IF WS-CONT-NO-SUJETOS > 0
               MOVE WS-CONT-NO-SUJETOS TO WS-ED-CANT
               MOVE SPACES TO DDJJ-RECORD
               STRING "PAGOS NO SUJETOS POR MINIMO (NO SE DECLARAN): "
                                      DELIMITED BY SIZE
                      WS-ED-CANT      DELIMITED BY SIZE
                 INTO DDJJ-RECORD
               PERFORM 8900-GRABAR-LINEA
           END-IF.

      *----------------------------------------------------------------*
      * 8500 - Si el operador confirma que esta corrida es la          *
      * periodo quedan CERRADAS en el control de periodos con la       *
      * fecha del dia como fecha de presentacion: GENRET dejara de     *
      * transmitir operaciones con fecha dentro de ellas. Un periodo   *
      * pedido sin fechas (el log completo) no se puede cerrar. El     *
      * operador se identifica con BITREG antes de cerrar: sin         *
      * operador o sin bitacora no se cierra nada.                     *
      *----------------------------------------------------------------*
       8500-CONFIRMAR-CIERRE.
           IF WS-FECHA-DESDE = '0000-00-00'
                       "periodo (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   MOVE 'I'           TO WS-BIT-FUNCION
                   MOVE 'DDJJRET'     TO WS-BIT-PROGRAMA
                   MOVE WS-AGT-CODIGO TO WS-BIT-AGENTE
                   CALL 'BITREG' USING WS-BITACORA-DATOS
                   IF BITACORA-HABILITADA
                       PERFORM 8510-CERRAR-PERIODO
                   ELSE
                       DISPLAY "ERROR: sin operador identificado no "
                               "se cierra el periodo; las quincenas "
                               "quedan como estaban."
                   END-IF
               ELSE
                   DISPLAY "El periodo queda abierto."
               END-IF
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (7:2) DELIMITED BY SIZE
             INTO WS-FECHA-HOY.
           MOVE 0 TO WS-CONT-CERRADAS WS-CONT-OMITIDAS.
           PERFORM 8520-CARGAR-PERIODOS.
           PERFORM 8610-ARMAR-TABLA-FOTOS.
           PERFORM 8620-RELEVAR-FOTOS.
           PERFORM 8530-ARMAR-QUINCENAS.
           PERFORM 8580-ABRIR-PAGOS.
           PERFORM 8540-CERRAR-QUINCENA
               UNTIL WS-QUIN-ACT > WS-QUIN-FIN.
           IF PAGOS-ABIERTO-SI
               CLOSE PAGOS-FILE
           END-IF.
           PERFORM 8560-REESCRIBIR-PERIODOS.
           PERFORM 8600-GRABAR-FOTOS.
           DISPLAY "Quincenas cerradas: " WS-CONT-CERRADAS.
           DISPLAY "Quincenas ya presentadas, sin cambios: "
                   WS-CONT-OMITIDAS.
           DISPLAY "Registros de pago de la DDJJ: "
                   WS-CONT-PAGOS-REG.
           DISPLAY "Fotos de la presentacion: " WS-CONT-FOTOS
                   " (" WS-CONT-FOTO-DET " comprobantes)".

       8520-CARGAR-PERIODOS.
           MOVE 0 TO WS-PER-COUNT.
                       TO WS-PER-T-ESTADO (WS-PER-COUNT)
                   MOVE PER-FECHA-PRESENT
                       TO WS-PER-T-PRESENT (WS-PER-COUNT)
                   MOVE 'N' TO WS-PER-T-CIERRE (WS-PER-COUNT)
                   MOVE SPACES TO WS-PER-T-ANTES (WS-PER-COUNT)
           END-READ.

      *----------------------------------------------------------------*
           END-IF.

      *----------------------------------------------------------------*
      * 8540 - Cierra la quincena en proceso si todavia no se          *
      * presento, registra su neto a pagar por regimen y avanza a la   *
      * siguiente. Una quincena CERRADO o PAGADO, o una reabierta que  *
      * ya tiene foto en DDJJFOT.DAT, no se toca: volver a correr el   *
      * periodo no la cambia, y para corregirla se reabre con PERCTL y *
      * se rectifica con RECTDDJ.                                      *
      *----------------------------------------------------------------*
       8540-CERRAR-QUINCENA.
           MOVE 'N' TO WS-QUIN-CERRADA.
           MOVE 0 TO WS-PER-HALLADO.
           PERFORM 8545-BUSCAR-QUINCENA
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-COUNT
                  OR WS-PER-HALLADO > 0.
           MOVE SPACES TO WS-ESTADO-ACTUAL.
           IF WS-PER-HALLADO > 0
               MOVE WS-PER-T-ESTADO (WS-PER-HALLADO)
                   TO WS-ESTADO-ACTUAL
           END-IF.
           MOVE WS-QUIN-ACT TO WS-LIN-QUINCENA.
           PERFORM 8650-BUSCAR-FOTO.
           MOVE 'N' TO WS-FOTO-PREVIA.
           IF WS-FNR-HALLADO > 0
               IF WS-FNR-T-HAY (WS-FNR-HALLADO 1) = 'S'
                OR WS-FNR-T-HAY (WS-FNR-HALLADO 2) = 'S'
                   MOVE 'S' TO WS-FOTO-PREVIA
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-ESTADO-ACTUAL = 'CERRADO'
                 OR WS-ESTADO-ACTUAL = 'PAGADO'
                   DISPLAY "La quincena " WS-QUIN-ACT " ya esta "
                           FUNCTION TRIM(WS-ESTADO-ACTUAL)
                           ", no se vuelve a cerrar: para corregirla "
                           "reabrirla con PERCTL y rectificarla con "
                           "RECTDDJ."
                   ADD 1 TO WS-CONT-OMITIDAS
               WHEN FOTO-PREVIA-SI
                   DISPLAY "La quincena " WS-QUIN-ACT " ya se "
                           "presento (tiene foto en "
                           FUNCTION TRIM(WS-NOM-FOTO-FILE)
                           "), no se cierra: rectificarla con "
                           "RECTDDJ."
                   ADD 1 TO WS-CONT-OMITIDAS
               WHEN OTHER
                   PERFORM 8542-MARCAR-CERRADA
           END-EVALUATE.
           IF QUIN-CERRADA-SI
          AND PAGOS-ABIERTO-SI
               MOVE 0 TO WS-QIM-HALLADO
               PERFORM 8546-BUSCAR-NETO
                   VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-QIM-COUNT
                      OR WS-QIM-HALLADO > 0
               PERFORM 8590-REGISTRAR-PAGO
                   VARYING WS-PAG-REG FROM 1 BY 1
                   UNTIL WS-PAG-REG > 2
           END-IF.
           PERFORM 8550-AVANZAR-QUINCENA.

      *--- Marca CERRADA la quincena (alta si no estaba en el
      *--- control) y guarda la imagen anterior para la bitacora, que
      *--- se registra al reescribir el control de periodos.
       8542-MARCAR-CERRADA.
           IF WS-PER-HALLADO = 0
               IF WS-PER-COUNT >= 200
                   DISPLAY "ERROR: el control de periodos esta "
                   ADD 1 TO WS-PER-COUNT
                   MOVE WS-QUIN-ACT
                       TO WS-PER-T-QUINCENA (WS-PER-COUNT)
                   MOVE SPACES TO WS-PER-T-ESTADO (WS-PER-COUNT)
                                  WS-PER-T-PRESENT (WS-PER-COUNT)
                   MOVE WS-PER-COUNT TO WS-PER-HALLADO
               END-IF
           END-IF.
           IF WS-PER-HALLADO > 0
               MOVE WS-PER-HALLADO TO WS-PER-SUB
               PERFORM 8547-IMAGEN-PERIODO
               MOVE WS-PER-IMAGEN TO WS-PER-T-ANTES (WS-PER-HALLADO)
               MOVE 'CERRADO'
                   TO WS-PER-T-ESTADO (WS-PER-HALLADO)
               MOVE WS-FECHA-HOY
                   TO WS-PER-T-PRESENT (WS-PER-HALLADO)
               MOVE 'S' TO WS-PER-T-CIERRE (WS-PER-HALLADO)
               MOVE 'S' TO WS-QUIN-CERRADA
               IF WS-FNR-HALLADO > 0
                   MOVE 'S' TO WS-FNR-T-CIERRA (WS-FNR-HALLADO)
               END-IF
               ADD 1 TO WS-CONT-CERRADAS
           END-IF.

       8545-BUSCAR-QUINCENA.
           IF WS-PER-T-QUINCENA (WS-PER-SUB) = WS-QUIN-ACT
               MOVE WS-PER-SUB TO WS-PER-HALLADO
           END-IF.

       8546-BUSCAR-NETO.
           IF WS-QIM-T-QUINCENA (WS-PER-SUB) = WS-QUIN-ACT
               MOVE WS-PER-SUB TO WS-QIM-HALLADO
           END-IF.

      *--- Una quincena sin registro previo queda con la imagen
      *--- anterior en blanco, como un alta.
       8547-IMAGEN-PERIODO.
           IF WS-PER-T-ESTADO (WS-PER-SUB) = SPACES
               MOVE SPACES TO WS-PER-IMAGEN
           ELSE
               MOVE WS-PER-T-QUINCENA (WS-PER-SUB) TO WS-IMG-QUINCENA
               MOVE WS-PER-T-ESTADO (WS-PER-SUB)   TO WS-IMG-ESTADO
               MOVE WS-PER-T-PRESENT (WS-PER-SUB)  TO WS-IMG-PRESENT
           END-IF.

       8550-AVANZAR-QUINCENA.
           MOVE WS-QUIN-ACT (1:4) TO WS-QA-ANIO.
           MOVE WS-QUIN-ACT (5:2) TO WS-QA-MES.
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-PERIODOS-FILE)
                       ", estado " WS-FS-PERIODO "."
           ELSE
               IF WS-PER-T-CIERRE (WS-PER-SUB) = 'S'
                   PERFORM 8575-REGISTRAR-CIERRE
               END-IF
           END-IF.

      *--- Cierre de la quincena grabado: queda en la bitacora con el
      *--- registro anterior y el nuevo del control de periodos.
       8575-REGISTRAR-CIERRE.
           MOVE WS-PER-T-ANTES (WS-PER-SUB) TO WS-BIT-ANTES.
           PERFORM 8547-IMAGEN-PERIODO.
           MOVE WS-PER-IMAGEN                  TO WS-BIT-DESPUES.
           MOVE 'R'                            TO WS-BIT-FUNCION.
           MOVE WS-NOM-PERIODOS-FILE           TO WS-BIT-ARCHIVO.
           MOVE 'CIERRE'                       TO WS-BIT-ACCION.
           MOVE WS-PER-T-QUINCENA (WS-PER-SUB) TO WS-BIT-CLAVE.
           MOVE SPACES                         TO WS-BIT-CUIT.
           MOVE WS-PER-T-QUINCENA (WS-PER-SUB) TO WS-BIT-QUINCENA.
           CALL 'BITREG' USING WS-BITACORA-DATOS.

      *----------------------------------------------------------------*
      * 8580 - Abre los pagos de la DDJJ (se crean la primera vez).    *
      * Si no se pueden abrir el cierre sigue igual: el neto se carga  *
      * despues a mano con PAGMNT.                                     *
      *----------------------------------------------------------------*
       8580-ABRIR-PAGOS.
           MOVE 0 TO WS-CONT-PAGOS-REG.
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
                       ", el neto a pagar se carga con PAGMNT."
           ELSE
               MOVE 'S' TO WS-PAGOS-ABIERTO
           END-IF.

      *----------------------------------------------------------------*
      * 8590 - Registra el neto declarado de una quincena que se       *
      * cierra en esta corrida para un regimen de ARBA. Solo se da de  *
      * alta si el regimen tuvo movimiento; si ya estaba registrado    *
      * (cargado antes con PAGMNT) se actualiza el importe y la fecha  *
      * y se conservan los pagos cargados. Cada alta o modificacion    *
      * queda en la bitacora con el registro anterior y el nuevo.      *
      *----------------------------------------------------------------*
       8590-REGISTRAR-PAGO.
           MOVE WS-QUIN-ACT TO PAG-QUINCENA.
           IF WS-PAG-REG = 1
               MOVE 'R' TO PAG-REGIMEN
           ELSE
               MOVE 'P' TO PAG-REGIMEN
           END-IF.
           READ PAGOS-FILE
               INVALID KEY
                   IF WS-QIM-HALLADO > 0
                       IF WS-QIM-T-CANT (WS-QIM-HALLADO WS-PAG-REG)
                          > 0
                           MOVE 'ALTA' TO WS-BIT-ACCION
                           MOVE SPACES TO WS-BIT-ANTES
                           MOVE 0 TO PAG-CANT-PAGOS
                           MOVE SPACES TO PAG-PAGO (1) PAG-PAGO (2)
                                          PAG-PAGO (3)
                           MOVE 0 TO PAG-IMPORTE-PAGADO (1)
                                     PAG-IMPORTE-PAGADO (2)
                                     PAG-IMPORTE-PAGADO (3)
                           PERFORM 8595-ARMAR-IMPORTE
                           WRITE PAGO-RECORD
                           PERFORM 8598-VERIFICAR-PAGO
                       END-IF
                   END-IF
               NOT INVALID KEY
                   MOVE 'MODIF'     TO WS-BIT-ACCION
                   MOVE PAGO-RECORD TO WS-BIT-ANTES
                   PERFORM 8595-ARMAR-IMPORTE
                   REWRITE PAGO-RECORD
                   PERFORM 8598-VERIFICAR-PAGO
           END-READ.

       8595-ARMAR-IMPORTE.
           IF WS-QIM-HALLADO > 0
               MOVE WS-QIM-T-IMPORTE (WS-QIM-HALLADO WS-PAG-REG)
                   TO PAG-IMPORTE-DDJJ
           ELSE
               MOVE 0 TO PAG-IMPORTE-DDJJ
           END-IF.
           MOVE WS-FECHA-HOY TO PAG-FECHA-PRESENT.

       8598-VERIFICAR-PAGO.
           IF WS-FS-PAGO = '00'
               ADD 1 TO WS-CONT-PAGOS-REG
               MOVE PAGO-RECORD       TO WS-BIT-DESPUES
               MOVE 'R'               TO WS-BIT-FUNCION
               MOVE WS-NOM-PAGOS-FILE TO WS-BIT-ARCHIVO
               MOVE PAG-CLAVE         TO WS-BIT-CLAVE
               MOVE SPACES            TO WS-BIT-CUIT
               MOVE PAG-QUINCENA      TO WS-BIT-QUINCENA
               CALL 'BITREG' USING WS-BITACORA-DATOS
           ELSE
               DISPLAY "Aviso: no se pudo registrar el pago de la "
                       "quincena " PAG-QUINCENA " regimen "
                       PAG-REGIMEN ", estado " WS-FS-PAGO "."
           END-IF.

      *----------------------------------------------------------------*
      * 8600 - Foto de la presentacion confirmada: por cada quincena   *
      * cerrada en esta corrida y regimen de ARBA agrega a DDJJFOT.DAT *
      * la cabecera de la presentacion original (numero 00), el        *
      * detalle de los comprobantes declarados (segunda pasada sobre   *
      * el log con los mismos filtros del resumen) y los totales. Las  *
      * presentaciones siguientes de la quincena las agrega RECTDDJ.   *
      * Las retenciones de AGIP no llevan foto: no siguen el control   *
      * de quincenas de ARBA.                                          *
      *----------------------------------------------------------------*
       8600-GRABAR-FOTOS.
           MOVE 0 TO WS-CONT-FOTOS WS-CONT-FOTO-DET.
           IF FOTO-ABIERTO-SI
               PERFORM 8630-GRABAR-CABECERAS
                   VARYING WS-FNR-SUB FROM 1 BY 1
                   UNTIL WS-FNR-SUB > WS-FNR-COUNT
               PERFORM 8640-GRABAR-DETALLES
               PERFORM 8660-GRABAR-TOTALES
                   VARYING WS-FNR-SUB FROM 1 BY 1
                   UNTIL WS-FNR-SUB > WS-FNR-COUNT
               CLOSE FOTO-FILE
               MOVE 'N' TO WS-FOTO-ABIERTO
           END-IF.

       8610-ARMAR-TABLA-FOTOS.
           MOVE 0 TO WS-FNR-COUNT.
           PERFORM 8530-ARMAR-QUINCENAS.
           PERFORM 8615-ALTA-QUINCENA-FOTO
               UNTIL WS-QUIN-ACT > WS-QUIN-FIN
                  OR WS-FNR-COUNT >= 200.

       8615-ALTA-QUINCENA-FOTO.
           ADD 1 TO WS-FNR-COUNT.
           MOVE WS-QUIN-ACT TO WS-FNR-T-QUINCENA (WS-FNR-COUNT).
           MOVE 'N' TO WS-FNR-T-CIERRA (WS-FNR-COUNT).
           MOVE 'N' TO WS-FNR-T-HAY (WS-FNR-COUNT 1)
                       WS-FNR-T-HAY (WS-FNR-COUNT 2).
           MOVE 0   TO WS-FNR-T-ULTIMO (WS-FNR-COUNT 1)
                       WS-FNR-T-ULTIMO (WS-FNR-COUNT 2)
                       WS-FNR-T-NUEVO (WS-FNR-COUNT 1)
                       WS-FNR-T-NUEVO (WS-FNR-COUNT 2).
           PERFORM 8550-AVANZAR-QUINCENA.

      *----------------------------------------------------------------*
      * 8620 - Releva, antes del cierre, que quincenas y regimenes ya  *
      * tienen foto (y su ultimo numero de presentacion) y deja        *
      * abierto DDJJFOT.DAT para agregar las fotos nuevas. Si el       *
      * archivo existe pero no se puede leer no se graba ninguna foto: *
      * no se sabria si la quincena ya se presento.                    *
      *----------------------------------------------------------------*
       8620-RELEVAR-FOTOS.
           MOVE 'N' TO WS-FIN-FOTO.
           MOVE 'N' TO WS-FOTO-ABIERTO.
           OPEN INPUT FOTO-FILE.
           IF WS-FS-FOTO = '00'
               PERFORM 8625-LEER-FOTO
                   UNTIL FIN-FOTO-SI
               CLOSE FOTO-FILE
           END-IF.
           IF WS-FS-FOTO NOT = '00' AND WS-FS-FOTO NOT = '35'
               DISPLAY "Aviso: no se pudo leer "
                       FUNCTION TRIM(WS-NOM-FOTO-FILE)
                       ", estado " WS-FS-FOTO
                       ", no se registra la foto de la presentacion."
           ELSE
               OPEN EXTEND FOTO-FILE
               IF WS-FS-FOTO = '35'
                   OPEN OUTPUT FOTO-FILE
               END-IF
               IF WS-FS-FOTO NOT = '00'
                   DISPLAY "Aviso: no se pudo abrir "
                           FUNCTION TRIM(WS-NOM-FOTO-FILE)
                           ", estado " WS-FS-FOTO
                           ", no se registra la foto de la "
                           "presentacion."
               ELSE
                   MOVE 'S' TO WS-FOTO-ABIERTO
               END-IF
           END-IF.

       8625-LEER-FOTO.
           READ FOTO-FILE
               AT END
                   MOVE 'S' TO WS-FIN-FOTO
               NOT AT END
                   IF FOT-ES-CABECERA
                       MOVE FOT-QUINCENA TO WS-LIN-QUINCENA
                       PERFORM 8650-BUSCAR-FOTO
                       IF FOT-REGIMEN = 'P'
                           MOVE 2 TO WS-FNR-REG
                       ELSE
                           MOVE 1 TO WS-FNR-REG
                       END-IF
                       IF WS-FNR-HALLADO > 0
                           IF WS-FNR-T-HAY (WS-FNR-HALLADO WS-FNR-REG)
                              = 'N'
                            OR FOT-NRO-PRESENT >
                               WS-FNR-T-ULTIMO (WS-FNR-HALLADO
                                                WS-FNR-REG)
                               MOVE 'S' TO WS-FNR-T-HAY
                                   (WS-FNR-HALLADO WS-FNR-REG)
                               MOVE FOT-NRO-PRESENT TO WS-FNR-T-ULTIMO
                                   (WS-FNR-HALLADO WS-FNR-REG)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       8630-GRABAR-CABECERAS.
           PERFORM 8635-GRABAR-CABECERA
               VARYING WS-FNR-REG FROM 1 BY 1
               UNTIL WS-FNR-REG > 2.

       8635-GRABAR-CABECERA.
           IF WS-FNR-T-CIERRA (WS-FNR-SUB) = 'S'
          AND WS-FNR-T-HAY (WS-FNR-SUB WS-FNR-REG) = 'N'
               MOVE 0 TO WS-FNR-T-NUEVO (WS-FNR-SUB WS-FNR-REG)
               MOVE SPACES TO FOTO-RECORD
               PERFORM 8655-ARMAR-CLAVE-FOTO
               MOVE 'H'          TO FOT-TIPO-REG
               MOVE WS-FECHA-HOY TO FOT-FECHA-PRESENT
               MOVE 'DDJJRET'    TO FOT-PROGRAMA
               PERFORM 8690-GRABAR-FOTO
               ADD 1 TO WS-CONT-FOTOS
           END-IF.

      *----------------------------------------------------------------*
      * 8640 - Detalle de la foto: vuelve a leer el log y graba cada   *
      * linea OK de ARBA del periodo bajo su quincena y regimen.       *
      *----------------------------------------------------------------*
       8640-GRABAR-DETALLES.
           MOVE 'N' TO WS-FIN-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-FS-AUDIT NOT = '00'
               DISPLAY "Aviso: no se pudo releer "
                       FUNCTION TRIM(WS-NOM-AUDIT-FILE)
                       ", la foto queda sin detalle."
           ELSE
               PERFORM 8645-DETALLE-FOTO
                   UNTIL FIN-AUDIT-SI
               CLOSE AUDIT-FILE
           END-IF.

       8645-DETALLE-FOTO.
           READ AUDIT-FILE
               AT END
                   MOVE 'S' TO WS-FIN-AUDIT
               NOT AT END
                   PERFORM 2100-SEPARAR-LINEA-AUDITORIA
                   IF WS-AUD-RESULTADO = "OK"
                  AND WS-AUD-FECHA (1:10) >= WS-FECHA-DESDE
                  AND WS-AUD-FECHA (1:10) <= WS-FECHA-HASTA
                  AND WS-REG-SUB < 3
                       PERFORM 2505-ARMAR-QUINCENA-LINEA
                       PERFORM 8650-BUSCAR-FOTO
                       IF WS-FNR-HALLADO > 0
                           IF WS-FNR-T-CIERRA (WS-FNR-HALLADO) = 'S'
                               PERFORM 8648-ARMAR-DETALLE-FOTO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       8648-ARMAR-DETALLE-FOTO.
           MOVE WS-FNR-HALLADO TO WS-FNR-SUB.
           MOVE WS-REG-SUB     TO WS-FNR-REG.
           MOVE SPACES TO FOTO-RECORD.
           PERFORM 8655-ARMAR-CLAVE-FOTO.
           MOVE 'D' TO FOT-TIPO-REG.
           COMPUTE WS-LIN-BASE    = FUNCTION NUMVAL(WS-AUD-BASE-ED).
           COMPUTE WS-LIN-IMPORTE =
               FUNCTION NUMVAL(WS-AUD-IMPORTE-ED).
           IF WS-AUD-TIPO = 'A'
               MOVE '2' TO FOT-DET-TIPO
               COMPUTE WS-LIN-BASE    = 0 - WS-LIN-BASE
               COMPUTE WS-LIN-IMPORTE = 0 - WS-LIN-IMPORTE
               IF WS-AUD-ORIGINAL NUMERIC
                   MOVE WS-AUD-ORIGINAL TO FOT-DET-ORIGINAL
               ELSE
                   MOVE 0 TO FOT-DET-ORIGINAL
               END-IF
           ELSE
               MOVE '1' TO FOT-DET-TIPO
               MOVE 0   TO FOT-DET-ORIGINAL
           END-IF.
           MOVE WS-AUD-CUIT         TO FOT-DET-CUIT.
           MOVE WS-AUD-FECHA (1:10) TO FOT-DET-FECHA.
           IF WS-AUD-SUCURSAL NUMERIC
               MOVE WS-AUD-SUCURSAL TO FOT-DET-SUCURSAL
           ELSE
               MOVE 0 TO FOT-DET-SUCURSAL
           END-IF.
           MOVE WS-AUD-FILENAME (2:7) TO WS-AUD-RET-NUMERO.
           IF WS-AUD-RET-NUMERO NUMERIC
               MOVE WS-AUD-RET-NUMERO TO FOT-DET-NUMERO
           ELSE
               MOVE 0 TO FOT-DET-NUMERO
           END-IF.
           MOVE WS-LIN-BASE    TO FOT-DET-BASE.
           MOVE WS-LIN-IMPORTE TO FOT-DET-IMPORTE.
           PERFORM 8690-GRABAR-FOTO.
           ADD 1 TO WS-CONT-FOTO-DET.

       8650-BUSCAR-FOTO.
           MOVE 0 TO WS-FNR-HALLADO.
           PERFORM 8652-COMPARAR-FOTO
               VARYING WS-FNR-SUB FROM 1 BY 1
               UNTIL WS-FNR-SUB > WS-FNR-COUNT
                  OR WS-FNR-HALLADO > 0.

       8652-COMPARAR-FOTO.
           IF WS-FNR-T-QUINCENA (WS-FNR-SUB) = WS-LIN-QUINCENA
               MOVE WS-FNR-SUB TO WS-FNR-HALLADO
           END-IF.

       8655-ARMAR-CLAVE-FOTO.
           MOVE WS-FNR-T-QUINCENA (WS-FNR-SUB) TO FOT-QUINCENA.
           IF WS-FNR-REG = 2
               MOVE 'P' TO FOT-REGIMEN
           ELSE
               MOVE 'R' TO FOT-REGIMEN
           END-IF.
           MOVE WS-FNR-T-NUEVO (WS-FNR-SUB WS-FNR-REG)
               TO FOT-NRO-PRESENT.

      *----------------------------------------------------------------*
      * 8660 - Totales de la foto de cada quincena cerrada en esta     *
      * corrida, los mismos que suma el resumen por quincena (una      *
      * quincena sin movimiento se declara en cero).                   *
      *----------------------------------------------------------------*
       8660-GRABAR-TOTALES.
           IF WS-FNR-T-CIERRA (WS-FNR-SUB) = 'S'
               MOVE WS-FNR-T-QUINCENA (WS-FNR-SUB) TO WS-QUIN-ACT
               MOVE 0 TO WS-QIM-HALLADO
               PERFORM 8546-BUSCAR-NETO
                   VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-QIM-COUNT
                      OR WS-QIM-HALLADO > 0
               PERFORM 8670-GRABAR-TOTAL
                   VARYING WS-FNR-REG FROM 1 BY 1
                   UNTIL WS-FNR-REG > 2
           END-IF.

       8670-GRABAR-TOTAL.
           MOVE SPACES TO FOTO-RECORD.
           PERFORM 8655-ARMAR-CLAVE-FOTO.
           MOVE 'T' TO FOT-TIPO-REG.
           IF WS-QIM-HALLADO > 0
               MOVE WS-QIM-T-CANT (WS-QIM-HALLADO WS-FNR-REG)
                   TO FOT-TOT-CANT
               MOVE WS-QIM-T-BASE (WS-QIM-HALLADO WS-FNR-REG)
                   TO FOT-TOT-BASE
               MOVE WS-QIM-T-IMPORTE (WS-QIM-HALLADO WS-FNR-REG)
                   TO FOT-TOT-IMPORTE
           ELSE
               MOVE 0 TO FOT-TOT-CANT FOT-TOT-BASE FOT-TOT-IMPORTE
           END-IF.
           PERFORM 8690-GRABAR-FOTO.

       8690-GRABAR-FOTO.
           WRITE FOTO-RECORD.
           IF WS-FS-FOTO NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-FOTO-FILE)
                       ", estado " WS-FS-FOTO "."
           END-IF.

       8900-GRABAR-LINEA.
