       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADCUIT.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este programa carga el padron mensual por sujeto que publica   *
      * ARBA (una alicuota de retencion y una de percepcion por CUIT)  *
      * y el listado de sujetos de alto riesgo fiscal del mismo mes    *
      * en el padron indexado PADSUJ.DAT, por CUIT y periodo, e        *
      * imprime un informe de diferencias contra el periodo anterior   *
      * (altas, cambios de alicuota, bajas y movimientos del listado   *
      * de alto riesgo). A diferencia de PADLOAD no hace falta         *
      * renombrar nada a mano: cada periodo tiene sus propias claves   *
      * y cargar uno nuevo no toca los anteriores.                     *
      *                                                                *
      * El periodo queda habilitado para GENRET y VALDRV recien al     *
      * final, con el registro de control del periodo (ver ERPSUJR):   *
      * una carga cortada a mitad deja el periodo sin control y las    *
      * operaciones de ese mes siguen tomando el padron de categorias  *
      * en lugar de ir a la alicuota maxima por un CUIT que no llego a *
      * cargarse. Volver a cargar un periodo ya cargado lo reemplaza   *
      * completo.                                                      *
      *                                                                *
      * El mismo programa carga el padron por sujeto de AGIP (CABA)    *
      * cuando se lo pide al iniciar: AGIPSUJ.DAT y AGIPRIE.DAT, con   *
      * los mismos layouts que los de ARBA, van a PADAGIP.DAT (ver     *
      * ERPSJAR) y las diferencias a PADAGPDF.TXT. AGIP solo publica   *
      * la alicuota de retencion; la de percepcion se carga en cero.   *
      *                                                                *
      * Antes de tocar el padron el operador se identifica con BITREG  *
      * (sin operador no se carga nada) y cada periodo cargado queda   *
      * en la bitacora de cambios con el registro de control anterior  *
      * y el nuevo, como la instalacion del padron de PADLOAD.         *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - ARBASUJ.DAT: padron por sujeto publicado por ARBA, una
      *       linea por CUIT, todo del mismo periodo (AAAAMM).
      *     - ARBARIE.DAT: listado de alto riesgo fiscal del mismo
      *       periodo, una linea por CUIT (opcional).
      *     - PADSUJ.DAT: padron por sujeto con los periodos ya
      *       cargados, para comparar contra el periodo anterior.
      *     - Jurisdiccion pedida por consola ('B' o blanco = ARBA,
      *       'C' = AGIP); en una corrida desatendida se toma del
      *       parametro JURISDICCION de RUNPARM.DAT (ver RUNPRM).
      *     - Para AGIP: AGIPSUJ.DAT, AGIPRIE.DAT y PADAGIP.DAT en
      *       lugar de los tres anteriores.
      *     - Operador pedido por consola o, en una corrida
      *       desatendida, tomado de RUNPARM.DAT (ver BITREG).
      *
      * SALIDA:
      *     - PADSUJ.DAT: padron por sujeto con el periodo cargado.
      *     - PADSUJDF.TXT: informe de diferencias.
      *     - Para AGIP: PADAGIP.DAT y PADAGPDF.TXT.
      *     - BITACORA.DAT: el periodo cargado, con el registro de
      *       control anterior y el nuevo.
      *     - Mensajes de estado en la consola.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      Carga del padron por sujeto de
      *                                 AGIP (CABA) en PADAGIP.DAT,
      *                                 segun la jurisdiccion pedida
      *                                 al iniciar.
      *     2026-10-15  ERP-System      Identificacion del operador con
      *                                 BITREG antes de cargar y
      *                                 registro de cada periodo
      *                                 cargado en la bitacora
      *                                 (INSTALA), con el control
      *                                 anterior y el nuevo.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Padron por sujeto publicado por ARBA.
           SELECT ARBASUJ-FILE ASSIGN TO DISK WS-NOM-ARBASUJ-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARBASUJ.

      *--- Listado de sujetos de alto riesgo fiscal publicado por ARBA.
           SELECT ARBARIE-FILE ASSIGN TO DISK WS-NOM-ARBARIE-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARBARIE.

      *--- Padron indexado por sujeto, clave CUIT + periodo. Acceso
      *--- dinamico: directo por clave para la carga y secuencial
      *--- para buscar las bajas y reemplazar un periodo recargado.
           SELECT SUJETO-FILE ASSIGN TO DISK WS-NOM-PADSUJ-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUJ-CLAVE
           FILE STATUS IS WS-FS-SUJETO.

      *--- Informe de diferencias contra el periodo anterior.
           SELECT DIFER-FILE ASSIGN TO DISK WS-NOM-PADSUJDF-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIFER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARBASUJ-FILE.
           COPY ERPSUJP.

       FD  ARBARIE-FILE.
           COPY ERPRIEP.

       FD  SUJETO-FILE.
           COPY ERPSUJR.

       FD  DIFER-FILE.
       01  DIFER-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
           COPY ERPFILC.

      *--- Parametro de corrida desatendida (RUNPRM).
           COPY ERPPRMW.

      *--- Jurisdiccion del padron que se carga: 'B' ARBA, 'C' AGIP.
       01  WS-JURISDICCION          PIC X(01) VALUE 'B'.
           88 ES-AGIP                    VALUE 'C'.
           88 JURISDICCION-VALIDA        VALUE 'B' 'C'.

      *--- Periodo que se carga (el de la primera linea del padron
      *--- publicado) y periodo anterior contra el que se compara.
       01  WS-PERIODO.
           05 WS-PER-ANIO           PIC 9(04).
           05 WS-PER-MES            PIC 9(02).
       01  WS-PERIODO-ANT.
           05 WS-ANT-ANIO           PIC 9(04).
           05 WS-ANT-MES            PIC 9(02).

      *--- CUIT en ceros de los registros de control de periodo.
       01  WS-CUIT-CONTROL          PIC X(11) VALUE '00000000000'.

      *--- Registro de control del periodo antes de la carga (en
      *--- blanco si el periodo no estaba cargado), imagen anterior
      *--- del cambio en la bitacora.
       01  WS-CONTROL-ANTES         PIC X(36) VALUE SPACES.

      *--- Bitacora de cambios: operador identificado al iniciar y
      *--- datos del periodo cargado para BITREG.
           COPY ERPBITW.

      *--- Fecha de la carga (AAAA-MM-DD) para los registros.
       01  WS-FECHA-HOY             PIC X(08).
       01  WS-FECHA-CARGA           PIC X(10) VALUE SPACES.

      *--- Datos del sujeto en el periodo anterior, tomados antes de
      *--- grabar el periodo nuevo (la lectura pisa el registro).
       01  WS-ANT-ALIC-RET          PIC 9(02)V99 VALUE 0.
       01  WS-ANT-ALIC-PER          PIC 9(02)V99 VALUE 0.
       01  WS-ANT-RIESGO            PIC X(01) VALUE 'N'.
           88 ANT-ERA-ALTO-RIESGO        VALUE 'S'.

      *--- Clave del registro del periodo anterior en el recorrido de
      *--- las bajas, para reposicionar el recorrido despues de la
      *--- lectura directa del periodo nuevo.
       01  WS-CLAVE-RECORRIDO       PIC X(17) VALUE SPACES.
       01  WS-CUIT-RECORRIDO        PIC X(11) VALUE SPACES.

      *--- Alicuotas editadas para el informe de diferencias.
       01  WS-RET-ANT-ED            PIC 9(02).99.
       01  WS-RET-NUE-ED            PIC 9(02).99.
       01  WS-PER-ANT-ED            PIC 9(02).99.
       01  WS-PER-NUE-ED            PIC 9(02).99.

      *--- Motivo del rechazo de la linea publicada en proceso.
       01  WS-ARB-MOTIVO            PIC X(40) VALUE SPACES.

      *--- Contadores del resumen de la carga.
       01  WS-CONT-CARGADOS         PIC 9(07) VALUE 0.
       01  WS-CONT-ALTAS            PIC 9(07) VALUE 0.
       01  WS-CONT-CAMBIOS          PIC 9(07) VALUE 0.
       01  WS-CONT-SIN-CAMBIO       PIC 9(07) VALUE 0.
       01  WS-CONT-BAJAS            PIC 9(07) VALUE 0.
       01  WS-CONT-RIESGO           PIC 9(07) VALUE 0.
       01  WS-CONT-RIESGO-INGRESA   PIC 9(07) VALUE 0.
       01  WS-CONT-RIESGO-SALE      PIC 9(07) VALUE 0.
       01  WS-CONT-REEMPLAZADOS     PIC 9(07) VALUE 0.
       01  WS-CONT-ERRORES          PIC 9(07) VALUE 0.

      *--- Indicadores de estado.
       01  WS-FIN-ARBA              PIC X(01) VALUE 'N'.
           88 FIN-ARBA-SI                VALUE 'S'.
       01  WS-ARBA-ABIERTO          PIC X(01) VALUE 'N'.
           88 ARBA-ABIERTO-SI            VALUE 'S'.
       01  WS-FIN-RIESGO            PIC X(01) VALUE 'N'.
           88 FIN-RIESGO-SI              VALUE 'S'.
       01  WS-FIN-RECORRIDO         PIC X(01) VALUE 'N'.
           88 FIN-RECORRIDO-SI           VALUE 'S'.
       01  WS-SUJETO-ABIERTO        PIC X(01) VALUE 'N'.
           88 SUJETO-ABIERTO-SI          VALUE 'S'.
       01  WS-CARGA-HABILITADA      PIC X(01) VALUE 'N'.
           88 CARGA-HABILITADA           VALUE 'S'.
       01  WS-ANT-CARGADO           PIC X(01) VALUE 'N'.
           88 PERIODO-ANT-CARGADO        VALUE 'S'.
       01  WS-ANT-HALLADO           PIC X(01) VALUE 'N'.
           88 SUJETO-ANT-HALLADO         VALUE 'S'.
       01  WS-LINEA-VALIDA          PIC X(01) VALUE 'S'.
           88 LINEA-ARBA-VALIDA          VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-ARBASUJ            PIC X(02).
       01  WS-FS-ARBARIE            PIC X(02).
       01  WS-FS-SUJETO             PIC X(02).
       01  WS-FS-DIFER              PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
      * Logica principal del programa.                                 *
      *================================================================*
       MAIN-PROCEDURE.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-PADRON
               UNTIL FIN-ARBA-SI.
           IF CARGA-HABILITADA
               PERFORM 3000-CARGAR-ALTO-RIESGO
               PERFORM 4000-INFORMAR-BAJAS
               PERFORM 5000-GRABAR-CONTROL-PERIODO
           END-IF.
           PERFORM 8000-FINALIZAR.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000 - Inicializacion: abre el padron publicado y toma el      *
      * periodo de su primera linea, abre el padron indexado (lo crea  *
      * si no existe), averigua si el periodo anterior esta cargado    *
      * para poder compararlo y, si el periodo ya se habia cargado,    *
      * lo borra para reemplazarlo completo.                           *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.
           PERFORM 1050-ELEGIR-JURISDICCION.
           IF NOT FIN-ARBA-SI
               PERFORM 1055-IDENTIFICAR-OPERADOR
           END-IF.
           STRING WS-FECHA-HOY (1:4) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  WS-FECHA-HOY (5:2) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  WS-FECHA-HOY (7:2) DELIMITED BY SIZE
             INTO WS-FECHA-CARGA.

           IF NOT FIN-ARBA-SI
               PERFORM 1060-ABRIR-PADRON-PUBLICADO
           END-IF.

           IF NOT FIN-ARBA-SI
               PERFORM 1200-ABRIR-PADRON-SUJETOS
           END-IF.

           IF SUJETO-ABIERTO-SI
               OPEN OUTPUT DIFER-FILE
               PERFORM 1300-CONTROLAR-PERIODO-ANT
               PERFORM 1400-CONTROLAR-RECARGA
               MOVE 'S' TO WS-CARGA-HABILITADA
               DISPLAY "Se carga el padron por sujeto del periodo "
                       WS-PERIODO "."
           ELSE
               MOVE 'S' TO WS-FIN-ARBA
           END-IF.

      *----------------------------------------------------------------*
      * 1050 - Jurisdiccion del padron a cargar. Para AGIP se usan los *
      * nombres de sus archivos en lugar de los de ARBA: los layouts   *
      * son los mismos y el resto de la carga no cambia.               *
      *----------------------------------------------------------------*
       1050-ELEGIR-JURISDICCION.
           MOVE 'PADCUIT'      TO WS-PRM-PROGRAMA.
           MOVE 'JURISDICCION' TO WS-PRM-CLAVE.
           CALL 'RUNPRM' USING WS-PARAMETRO-CORRIDA.
           IF MODO-DESATENDIDO
               MOVE WS-PRM-VALOR (1:1) TO WS-JURISDICCION
           ELSE
               DISPLAY "Padron a cargar (B = ARBA, C = AGIP, "
                       "blanco = ARBA): "
               ACCEPT WS-JURISDICCION
           END-IF.
           IF WS-JURISDICCION = SPACE
               MOVE 'B' TO WS-JURISDICCION
           END-IF.
           EVALUATE TRUE
               WHEN NOT JURISDICCION-VALIDA
                   DISPLAY "ERROR: jurisdiccion " WS-JURISDICCION
                           " invalida (B = ARBA, C = AGIP), no se "
                           "carga nada."
                   MOVE 'S' TO WS-FIN-ARBA
               WHEN ES-AGIP
                   MOVE WS-NOM-AGIPSUJ-FILE  TO WS-NOM-ARBASUJ-FILE
                   MOVE WS-NOM-AGIPRIE-FILE  TO WS-NOM-ARBARIE-FILE
                   MOVE WS-NOM-PADAGP-FILE   TO WS-NOM-PADSUJ-FILE
                   MOVE WS-NOM-PADAGPDF-FILE TO WS-NOM-PADSUJDF-FILE
                   DISPLAY "Se carga el padron por sujeto de AGIP."
               WHEN OTHER
                   DISPLAY "Se carga el padron por sujeto de ARBA."
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 1055 - Identificacion del operador con BITREG. Sin operador o  *
      * sin bitacora no se carga nada: la recarga borra el periodo y   *
      * el cambio de padron tiene que poder explicarse despues.        *
      *----------------------------------------------------------------*
       1055-IDENTIFICAR-OPERADOR.
           MOVE 'I'       TO WS-BIT-FUNCION.
           MOVE 'PADCUIT' TO WS-BIT-PROGRAMA.
           MOVE SPACES    TO WS-BIT-AGENTE.
           CALL 'BITREG' USING WS-BITACORA-DATOS.
           IF NOT BITACORA-HABILITADA
               DISPLAY "ERROR: sin operador identificado no se "
                       "carga el padron por sujeto."
               MOVE 'S' TO WS-FIN-ARBA
           END-IF.

       1060-ABRIR-PADRON-PUBLICADO.
           OPEN INPUT ARBASUJ-FILE.
           IF WS-FS-ARBASUJ NOT = '00'
               DISPLAY "ERROR: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-ARBASUJ-FILE) "."
               MOVE 'S' TO WS-FIN-ARBA
           ELSE
               MOVE 'S' TO WS-ARBA-ABIERTO
               PERFORM 2900-LEER-SIGUIENTE-ARBA
               IF FIN-ARBA-SI
                   DISPLAY "ERROR: "
                           FUNCTION TRIM(WS-NOM-ARBASUJ-FILE)
                           " esta vacio, no se carga nada."
               ELSE
                   PERFORM 1100-DETERMINAR-PERIODO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 1100 - El periodo de la primera linea debe ser AAAAMM con un   *
      * mes valido; sin periodo no se sabe que claves cargar y el      *
      * archivo completo se rechaza.                                   *
      *----------------------------------------------------------------*
       1100-DETERMINAR-PERIODO.
           IF ASJ-PERIODO NOT NUMERIC
               DISPLAY "ERROR: periodo " ASJ-PERIODO " invalido en "
                       FUNCTION TRIM(WS-NOM-ARBASUJ-FILE)
                       ", no se carga nada."
               MOVE 'S' TO WS-FIN-ARBA
           ELSE
               MOVE ASJ-PERIODO TO WS-PERIODO
               IF WS-PER-MES < 1 OR WS-PER-MES > 12
                   DISPLAY "ERROR: periodo " ASJ-PERIODO
                           " invalido en "
                           FUNCTION TRIM(WS-NOM-ARBASUJ-FILE)
                           ", no se carga nada."
                   MOVE 'S' TO WS-FIN-ARBA
               ELSE
                   IF WS-PER-MES = 1
                       COMPUTE WS-ANT-ANIO = WS-PER-ANIO - 1
                       MOVE 12 TO WS-ANT-MES
                   ELSE
                       MOVE WS-PER-ANIO TO WS-ANT-ANIO
                       COMPUTE WS-ANT-MES = WS-PER-MES - 1
                   END-IF
               END-IF
           END-IF.

       1200-ABRIR-PADRON-SUJETOS.
           OPEN I-O SUJETO-FILE.
           IF WS-FS-SUJETO = '35'
               OPEN OUTPUT SUJETO-FILE
               CLOSE SUJETO-FILE
               OPEN I-O SUJETO-FILE
           END-IF.
           IF WS-FS-SUJETO = '00'
               MOVE 'S' TO WS-SUJETO-ABIERTO
           ELSE
               DISPLAY "ERROR: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-PADSUJ-FILE)
                       ", estado " WS-FS-SUJETO "."
           END-IF.

      *----------------------------------------------------------------*
      * 1300 - Sin el periodo anterior cargado no hay contra que       *
      * comparar: la carga sigue, pero el informe no trae altas,       *
      * cambios ni bajas.                                              *
      *----------------------------------------------------------------*
       1300-CONTROLAR-PERIODO-ANT.
           MOVE 'N' TO WS-ANT-CARGADO.
           MOVE WS-CUIT-CONTROL TO SUJ-CUIT.
           MOVE WS-PERIODO-ANT  TO SUJ-PERIODO.
           READ SUJETO-FILE
               INVALID KEY
                   MOVE SPACES TO DIFER-RECORD
                   STRING "AVISO   - EL PERIODO "  DELIMITED BY SIZE
                          WS-PERIODO-ANT           DELIMITED BY SIZE
                          " NO ESTA CARGADO, NO SE INFORMAN ALTAS, "
                                                   DELIMITED BY SIZE
                          "CAMBIOS NI BAJAS"       DELIMITED BY SIZE
                     INTO DIFER-RECORD
                   PERFORM 8900-GRABAR-DIFERENCIA
               NOT INVALID KEY
                   MOVE 'S' TO WS-ANT-CARGADO
           END-READ.

      *----------------------------------------------------------------*
      * 1400 - Un periodo ya cargado se borra completo antes de la     *
      * carga, registro de control incluido: un CUIT que ARBA saco en  *
      * la republicacion no debe quedar con la alicuota vieja, y       *
      * hasta terminar la carga el periodo vuelve al padron de         *
      * categorias.                                                    *
      *----------------------------------------------------------------*
       1400-CONTROLAR-RECARGA.
           MOVE SPACES          TO WS-CONTROL-ANTES.
           MOVE WS-CUIT-CONTROL TO SUJ-CUIT.
           MOVE WS-PERIODO      TO SUJ-PERIODO.
           READ SUJETO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUJETO-RECORD TO WS-CONTROL-ANTES
                   DISPLAY "El periodo " WS-PERIODO " ya estaba "
                           "cargado (" SUJ-FECHA-CARGA
                           "), se reemplaza."
                   MOVE 'N' TO WS-FIN-RECORRIDO
                   MOVE LOW-VALUES TO SUJ-CLAVE
                   START SUJETO-FILE KEY IS NOT LESS THAN SUJ-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-FIN-RECORRIDO
                   END-START
                   PERFORM 1410-BORRAR-REGISTRO-PERIODO
                       UNTIL FIN-RECORRIDO-SI
           END-READ.

       1410-BORRAR-REGISTRO-PERIODO.
           READ SUJETO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-RECORRIDO
               NOT AT END
                   IF SUJ-PERIODO = WS-PERIODO
                       DELETE SUJETO-FILE RECORD
                           INVALID KEY
                               DISPLAY "Aviso: no se pudo borrar "
                                       SUJ-CUIT " " SUJ-PERIODO
                                       ", estado " WS-FS-SUJETO "."
                           NOT INVALID KEY
                               IF SUJ-CUIT NOT = WS-CUIT-CONTROL
                                   ADD 1 TO WS-CONT-REEMPLAZADOS
                               END-IF
                       END-DELETE
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 2000 - Ciclo principal: una linea del padron publicado por     *
      * vuelta, comparada contra el periodo anterior y grabada.        *
      *----------------------------------------------------------------*
       2000-PROCESAR-PADRON.
           PERFORM 2010-VALIDAR-LINEA-ARBA.
           IF LINEA-ARBA-VALIDA
               IF PERIODO-ANT-CARGADO
                   PERFORM 2100-COMPARAR-ANTERIOR
               END-IF
               PERFORM 2500-GRABAR-SUJETO
           ELSE
               ADD 1 TO WS-CONT-ERRORES
               MOVE SPACES TO DIFER-RECORD
               STRING "ERROR   - CUIT "     DELIMITED BY SIZE
                      ASJ-CUIT              DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ARB-MOTIVO)
                                            DELIMITED BY SIZE
                      ", NO SE CARGA"       DELIMITED BY SIZE
                 INTO DIFER-RECORD
               PERFORM 8900-GRABAR-DIFERENCIA
           END-IF.
           PERFORM 2900-LEER-SIGUIENTE-ARBA.

      *----------------------------------------------------------------*
      * 2010 - Controles de la linea publicada: CUIT numerico (el CUIT *
      * en ceros esta reservado al control de periodo), periodo igual  *
      * al de la primera linea y alicuotas numericas.                  *
      *----------------------------------------------------------------*
       2010-VALIDAR-LINEA-ARBA.
           MOVE 'S' TO WS-LINEA-VALIDA.
           MOVE SPACES TO WS-ARB-MOTIVO.
           EVALUATE TRUE
               WHEN ASJ-CUIT NOT NUMERIC
                 OR ASJ-CUIT = WS-CUIT-CONTROL
                   MOVE 'N' TO WS-LINEA-VALIDA
                   MOVE 'CON CUIT INVALIDO' TO WS-ARB-MOTIVO
               WHEN ASJ-PERIODO NOT = WS-PERIODO
                   MOVE 'N' TO WS-LINEA-VALIDA
                   MOVE 'DE OTRO PERIODO' TO WS-ARB-MOTIVO
               WHEN ASJ-ALIC-RET NOT NUMERIC
                 OR ASJ-ALIC-PER NOT NUMERIC
                   MOVE 'N' TO WS-LINEA-VALIDA
                   MOVE 'CON ALICUOTA NO NUMERICA'
                       TO WS-ARB-MOTIVO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2100 - Busca el sujeto en el periodo anterior y decide entre   *
      * alta, cambio de alicuota o sin cambio.                         *
      *----------------------------------------------------------------*
       2100-COMPARAR-ANTERIOR.
           MOVE ASJ-CUIT TO SUJ-CUIT.
           PERFORM 2150-LEER-SUJETO-ANTERIOR.
           EVALUATE TRUE
               WHEN NOT SUJETO-ANT-HALLADO
                   ADD 1 TO WS-CONT-ALTAS
                   MOVE ASJ-ALIC-RET TO WS-RET-NUE-ED
                   MOVE ASJ-ALIC-PER TO WS-PER-NUE-ED
                   MOVE SPACES TO DIFER-RECORD
                   STRING "ALTA    - CUIT "   DELIMITED BY SIZE
                          ASJ-CUIT            DELIMITED BY SIZE
                          " ALICUOTA RETENCION "
                                              DELIMITED BY SIZE
                          WS-RET-NUE-ED       DELIMITED BY SIZE
                          " PERCEPCION "      DELIMITED BY SIZE
                          WS-PER-NUE-ED       DELIMITED BY SIZE
                     INTO DIFER-RECORD
                   PERFORM 8900-GRABAR-DIFERENCIA
               WHEN WS-ANT-ALIC-RET = ASJ-ALIC-RET
                AND WS-ANT-ALIC-PER = ASJ-ALIC-PER
                   ADD 1 TO WS-CONT-SIN-CAMBIO
               WHEN OTHER
                   ADD 1 TO WS-CONT-CAMBIOS
                   MOVE WS-ANT-ALIC-RET TO WS-RET-ANT-ED
                   MOVE ASJ-ALIC-RET    TO WS-RET-NUE-ED
                   MOVE WS-ANT-ALIC-PER TO WS-PER-ANT-ED
                   MOVE ASJ-ALIC-PER    TO WS-PER-NUE-ED
                   MOVE SPACES TO DIFER-RECORD
                   STRING "CAMBIO  - CUIT "   DELIMITED BY SIZE
                          ASJ-CUIT            DELIMITED BY SIZE
                          " RETENCION "       DELIMITED BY SIZE
                          WS-RET-ANT-ED       DELIMITED BY SIZE
                          " PASA A "          DELIMITED BY SIZE
                          WS-RET-NUE-ED       DELIMITED BY SIZE
                          ", PERCEPCION "     DELIMITED BY SIZE
                          WS-PER-ANT-ED       DELIMITED BY SIZE
                          " PASA A "          DELIMITED BY SIZE
                          WS-PER-NUE-ED       DELIMITED BY SIZE
                     INTO DIFER-RECORD
                   PERFORM 8900-GRABAR-DIFERENCIA
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2150 - Lectura directa del sujeto en el periodo anterior; los  *
      * datos se guardan aparte porque la grabacion del periodo nuevo  *
      * usa el mismo registro.                                         *
      *----------------------------------------------------------------*
       2150-LEER-SUJETO-ANTERIOR.
           MOVE 'N' TO WS-ANT-HALLADO.
           MOVE 'N' TO WS-ANT-RIESGO.
           MOVE 0 TO WS-ANT-ALIC-RET WS-ANT-ALIC-PER.
           MOVE WS-PERIODO-ANT TO SUJ-PERIODO.
           READ SUJETO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ANT-HALLADO
                   MOVE SUJ-ALIC-RET    TO WS-ANT-ALIC-RET
                   MOVE SUJ-ALIC-PER    TO WS-ANT-ALIC-PER
                   MOVE SUJ-ALTO-RIESGO TO WS-ANT-RIESGO
           END-READ.

      *----------------------------------------------------------------*
      * 2500 - Graba el sujeto en el periodo cargado. Un CUIT repetido *
      * en el archivo publicado reescribe al anterior: vale la ultima  *
      * linea, como en PADLOAD.                                        *
      *----------------------------------------------------------------*
       2500-GRABAR-SUJETO.
           MOVE ASJ-CUIT        TO SUJ-CUIT.
           MOVE WS-PERIODO      TO SUJ-PERIODO.
           MOVE ASJ-ALIC-RET    TO SUJ-ALIC-RET.
           MOVE ASJ-ALIC-PER    TO SUJ-ALIC-PER.
           MOVE 'N'             TO SUJ-ALTO-RIESGO.
           MOVE WS-FECHA-CARGA  TO SUJ-FECHA-CARGA.
           WRITE SUJETO-RECORD.
           IF WS-FS-SUJETO = '22'
               REWRITE SUJETO-RECORD
           END-IF.
           IF WS-FS-SUJETO NOT = '00'
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY "Aviso: no se pudo grabar el CUIT " ASJ-CUIT
                       " en " FUNCTION TRIM(WS-NOM-PADSUJ-FILE)
                       ", estado " WS-FS-SUJETO "."
           ELSE
               ADD 1 TO WS-CONT-CARGADOS
           END-IF.

       2900-LEER-SIGUIENTE-ARBA.
           READ ARBASUJ-FILE
               AT END
                   MOVE 'S' TO WS-FIN-ARBA
               NOT AT END
                   IF ES-AGIP
                       MOVE 0 TO ASJ-ALIC-PER
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 3000 - Listado de alto riesgo fiscal del periodo: marca a cada *
      * sujeto del listado en el padron cargado (si no estaba en el    *
      * padron se lo agrega marcado). Sin listado el periodo queda sin *
      * sujetos de alto riesgo y se avisa.                             *
      *----------------------------------------------------------------*
       3000-CARGAR-ALTO-RIESGO.
           MOVE 'N' TO WS-FIN-RIESGO.
           OPEN INPUT ARBARIE-FILE.
           IF WS-FS-ARBARIE NOT = '00'
               DISPLAY "Aviso: no se encontro "
                       FUNCTION TRIM(WS-NOM-ARBARIE-FILE)
                       ", el periodo queda sin sujetos de alto "
                       "riesgo."
               MOVE SPACES TO DIFER-RECORD
               STRING "AVISO   - SIN LISTADO DE ALTO RIESGO PARA EL "
                                                DELIMITED BY SIZE
                      "PERIODO "                DELIMITED BY SIZE
                      WS-PERIODO                DELIMITED BY SIZE
                 INTO DIFER-RECORD
               PERFORM 8900-GRABAR-DIFERENCIA
           ELSE
               PERFORM 3100-PROCESAR-RIESGO
                   UNTIL FIN-RIESGO-SI
               CLOSE ARBARIE-FILE
           END-IF.

       3100-PROCESAR-RIESGO.
           READ ARBARIE-FILE
               AT END
                   MOVE 'S' TO WS-FIN-RIESGO
               NOT AT END
                   EVALUATE TRUE
                       WHEN ARI-CUIT NOT NUMERIC
                         OR ARI-CUIT = WS-CUIT-CONTROL
                           MOVE 'CON CUIT INVALIDO' TO WS-ARB-MOTIVO
                           PERFORM 3900-REGISTRAR-ERROR-RIESGO
                       WHEN ARI-PERIODO NOT = WS-PERIODO
                           MOVE 'DE OTRO PERIODO' TO WS-ARB-MOTIVO
                           PERFORM 3900-REGISTRAR-ERROR-RIESGO
                       WHEN OTHER
                           PERFORM 3200-MARCAR-ALTO-RIESGO
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      * 3200 - Marca al sujeto como de alto riesgo en el periodo       *
      * cargado e informa cuando ingresa al listado (no lo estaba en   *
      * el periodo anterior).                                          *
      *----------------------------------------------------------------*
       3200-MARCAR-ALTO-RIESGO.
           IF PERIODO-ANT-CARGADO
               MOVE ARI-CUIT TO SUJ-CUIT
               PERFORM 2150-LEER-SUJETO-ANTERIOR
           END-IF.
           MOVE ARI-CUIT   TO SUJ-CUIT.
           MOVE WS-PERIODO TO SUJ-PERIODO.
           READ SUJETO-FILE
               INVALID KEY
      *---        Sujeto de alto riesgo que no vino en el padron: se
      *---        lo agrega sin alicuota propia, de todas formas se
      *---        le aplica la maxima.
                   MOVE ARI-CUIT       TO SUJ-CUIT
                   MOVE WS-PERIODO     TO SUJ-PERIODO
                   MOVE 0              TO SUJ-ALIC-RET SUJ-ALIC-PER
                   MOVE 'S'            TO SUJ-ALTO-RIESGO
                   MOVE WS-FECHA-CARGA TO SUJ-FECHA-CARGA
                   WRITE SUJETO-RECORD
               NOT INVALID KEY
                   IF NOT SUJ-ES-ALTO-RIESGO
                       MOVE 'S' TO SUJ-ALTO-RIESGO
                       REWRITE SUJETO-RECORD
                   END-IF
           END-READ.
           IF WS-FS-SUJETO NOT = '00'
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY "Aviso: no se pudo marcar el CUIT " ARI-CUIT
                       " de alto riesgo, estado " WS-FS-SUJETO "."
           ELSE
               ADD 1 TO WS-CONT-RIESGO
               IF PERIODO-ANT-CARGADO
              AND NOT ANT-ERA-ALTO-RIESGO
                   ADD 1 TO WS-CONT-RIESGO-INGRESA
                   MOVE SPACES TO DIFER-RECORD
                   STRING "RIESGO  - CUIT "   DELIMITED BY SIZE
                          ARI-CUIT            DELIMITED BY SIZE
                          " INGRESA AL LISTADO DE ALTO RIESGO "
                                              DELIMITED BY SIZE
                          "FISCAL, SE APLICA LA ALICUOTA MAXIMA"
                                              DELIMITED BY SIZE
                     INTO DIFER-RECORD
                   PERFORM 8900-GRABAR-DIFERENCIA
               END-IF
           END-IF.

       3900-REGISTRAR-ERROR-RIESGO.
           ADD 1 TO WS-CONT-ERRORES.
           MOVE SPACES TO DIFER-RECORD.
           STRING "ERROR   - ALTO RIESGO CUIT " DELIMITED BY SIZE
                  ARI-CUIT                      DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARB-MOTIVO)  DELIMITED BY SIZE
                  ", NO SE MARCA"               DELIMITED BY SIZE
             INTO DIFER-RECORD.
           PERFORM 8900-GRABAR-DIFERENCIA.

      *----------------------------------------------------------------*
      * 4000 - Recorre los sujetos del periodo anterior: el que no     *
      * esta en el periodo cargado es una baja del padron (desde este  *
      * mes va a la alicuota maxima), y el que era de alto riesgo y ya *
      * no lo es sale del listado.                                     *
      *----------------------------------------------------------------*
       4000-INFORMAR-BAJAS.
           IF PERIODO-ANT-CARGADO
               MOVE 'N' TO WS-FIN-RECORRIDO
               MOVE LOW-VALUES TO SUJ-CLAVE
               START SUJETO-FILE KEY IS NOT LESS THAN SUJ-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-RECORRIDO
               END-START
               PERFORM 4100-COMPARAR-SUJETO-ANT
                   UNTIL FIN-RECORRIDO-SI
           END-IF.

       4100-COMPARAR-SUJETO-ANT.
           READ SUJETO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-RECORRIDO
               NOT AT END
                   IF SUJ-PERIODO = WS-PERIODO-ANT
                  AND SUJ-CUIT NOT = WS-CUIT-CONTROL
                       PERFORM 4200-BUSCAR-SUJETO-NUEVO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 4200 - La lectura directa del periodo cargado mueve la         *
      * posicion del recorrido; despues se la repone con un START      *
      * pasando la clave del registro del periodo anterior.            *
      *----------------------------------------------------------------*
       4200-BUSCAR-SUJETO-NUEVO.
           MOVE SUJ-CLAVE       TO WS-CLAVE-RECORRIDO.
           MOVE SUJ-CUIT        TO WS-CUIT-RECORRIDO.
           MOVE SUJ-ALTO-RIESGO TO WS-ANT-RIESGO.
           MOVE WS-PERIODO      TO SUJ-PERIODO.
           READ SUJETO-FILE
               INVALID KEY
                   ADD 1 TO WS-CONT-BAJAS
                   MOVE SPACES TO DIFER-RECORD
                   STRING "BAJA    - CUIT "     DELIMITED BY SIZE
                          WS-CUIT-RECORRIDO     DELIMITED BY SIZE
                          " EN EL PADRON DE "   DELIMITED BY SIZE
                          WS-PERIODO-ANT        DELIMITED BY SIZE
                          " Y NO PUBLICADO EN " DELIMITED BY SIZE
                          WS-PERIODO            DELIMITED BY SIZE
                          ", SE APLICA LA ALICUOTA MAXIMA"
                                                DELIMITED BY SIZE
                     INTO DIFER-RECORD
                   PERFORM 8900-GRABAR-DIFERENCIA
               NOT INVALID KEY
                   IF ANT-ERA-ALTO-RIESGO
                  AND NOT SUJ-ES-ALTO-RIESGO
                       ADD 1 TO WS-CONT-RIESGO-SALE
                       MOVE SPACES TO DIFER-RECORD
                       STRING "RIESGO  - CUIT "  DELIMITED BY SIZE
                              WS-CUIT-RECORRIDO  DELIMITED BY SIZE
                              " SALE DEL LISTADO DE ALTO RIESGO "
                                                 DELIMITED BY SIZE
                              "FISCAL"           DELIMITED BY SIZE
                         INTO DIFER-RECORD
                       PERFORM 8900-GRABAR-DIFERENCIA
                   END-IF
           END-READ.
           MOVE WS-CLAVE-RECORRIDO TO SUJ-CLAVE.
           START SUJETO-FILE KEY IS GREATER THAN SUJ-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-RECORRIDO
           END-START.

      *----------------------------------------------------------------*
      * 5000 - Registro de control del periodo: recien con el periodo  *
      * completo cargado GENRET y VALDRV lo toman como vigente. La     *
      * carga queda en la bitacora aunque el control no se haya        *
      * podido grabar: el periodo anterior ya se habia reemplazado.    *
      *----------------------------------------------------------------*
       5000-GRABAR-CONTROL-PERIODO.
           MOVE WS-CUIT-CONTROL TO SUJ-CUIT.
           MOVE WS-PERIODO      TO SUJ-PERIODO.
           MOVE 0               TO SUJ-ALIC-RET SUJ-ALIC-PER.
           MOVE 'N'             TO SUJ-ALTO-RIESGO.
           MOVE WS-FECHA-CARGA  TO SUJ-FECHA-CARGA.
           WRITE SUJETO-RECORD.
           IF WS-FS-SUJETO = '22'
               REWRITE SUJETO-RECORD
           END-IF.
           IF WS-FS-SUJETO NOT = '00'
               DISPLAY "ERROR: no se pudo grabar el control del "
                       "periodo " WS-PERIODO ", estado "
                       WS-FS-SUJETO ": el periodo no queda "
                       "habilitado, volver a cargarlo."
               MOVE SPACES TO WS-BIT-DESPUES
           ELSE
               MOVE SUJETO-RECORD TO WS-BIT-DESPUES
           END-IF.
           MOVE WS-CONTROL-ANTES   TO WS-BIT-ANTES.
           MOVE 'R'                TO WS-BIT-FUNCION.
           MOVE WS-NOM-PADSUJ-FILE TO WS-BIT-ARCHIVO.
           MOVE 'INSTALA'          TO WS-BIT-ACCION.
           MOVE WS-PERIODO         TO WS-BIT-CLAVE.
           MOVE SPACES             TO WS-BIT-CUIT WS-BIT-QUINCENA.
           CALL 'BITREG' USING WS-BITACORA-DATOS.

      *----------------------------------------------------------------*
      * 8000 - Cierre de la carga con el resumen por consola.          *
      *----------------------------------------------------------------*
       8000-FINALIZAR.
           IF ARBA-ABIERTO-SI
               CLOSE ARBASUJ-FILE
           END-IF.
           IF SUJETO-ABIERTO-SI
               CLOSE SUJETO-FILE
               CLOSE DIFER-FILE
           END-IF.
           DISPLAY "Carga del padron por sujeto finalizada.".
           DISPLAY "Sujetos cargados:        " WS-CONT-CARGADOS.
           DISPLAY "Reemplazados (recarga):  " WS-CONT-REEMPLAZADOS.
           DISPLAY "Altas:                   " WS-CONT-ALTAS.
           DISPLAY "Cambios de alicuota:     " WS-CONT-CAMBIOS.
           DISPLAY "Sin cambio:              " WS-CONT-SIN-CAMBIO.
           DISPLAY "Bajas del padron:        " WS-CONT-BAJAS.
           DISPLAY "De alto riesgo fiscal:   " WS-CONT-RIESGO.
           DISPLAY "  ingresan al listado:   " WS-CONT-RIESGO-INGRESA.
           DISPLAY "  salen del listado:     " WS-CONT-RIESGO-SALE.
           DISPLAY "Errores:                 " WS-CONT-ERRORES.
           IF CARGA-HABILITADA
               DISPLAY "Revisar "
                       FUNCTION TRIM(WS-NOM-PADSUJDF-FILE) "."
           END-IF.

       8900-GRABAR-DIFERENCIA.
           WRITE DIFER-RECORD.
           IF WS-FS-DIFER NOT = '00'
               DISPLAY "Aviso: no se pudo escribir en "
                       FUNCTION TRIM(WS-NOM-PADSUJDF-FILE)
                       ", estado " WS-FS-DIFER "."
           END-IF.
