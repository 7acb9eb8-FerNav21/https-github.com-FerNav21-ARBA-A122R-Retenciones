      * un archivo de parametros, une todos los registros ordenados    *
      * por CUIT y fecha de operacion, y deja en un listado las        *
      * operaciones que aparecen en mas de una fuente con la misma     *
      * clave (CUIT, sucursal, fecha, base y jurisdiccion) antes de    *
      * que lleguen al control de duplicados de GENRET. El driver      *
      * consolidado queda listo para apuntar desde GENRET.CFG y pasar  *
      * por VALDRV. Cada linea sale marcada con su sistema de origen   *
      * (el de la propia linea o, si viene en blanco, el de la         *
      * cabecera del extracto) para que RETORN le devuelva el numero   *
      * y el estado de la retencion.                                   *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - CONSDRV.CFG: una linea por extracto de entrada, con el
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-09-02  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      Codigo de retorno para la
      *                                 cadena nocturna (ERPRETC): 16
      *                                 sin agente o sin archivos, 4
      *                                 con extractos faltantes,
      *                                 desbordes o repetidas.
      *     2026-10-15  ERP-System      La jurisdiccion del driver
      *                                 (ARBA o AGIP) forma parte de la
      *                                 clave de repetidas: las lineas
      *                                 de las dos jurisdicciones de un
      *                                 mismo pago no se informan como
      *                                 repetidas.
      *     2026-10-15  ERP-System      Cada linea del consolidado sale
      *                                 con su sistema de origen (el de
      *                                 la linea o el de la cabecera
      *                                 del extracto) para el archivo
      *                                 de retorno de RETORN.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY ERPDRVR.

       FD  SALIDA-FILE.
       01  SALIDA-RECORD           PIC X(110).

       FD  LISTADO-FILE.
       01  LISTADO-RECORD          PIC X(132).
      *--- consolida sus propios extractos.
           COPY ERPAGTW.

      *--- Codigo de retorno para la cadena nocturna.
           COPY ERPRETC.

      *--- Lista de extractos de entrada, cargada del archivo de
      *--- parametros.
       01  WS-FTE-COUNT             PIC 9(02) VALUE 0.
                            DEPENDING ON WS-FTE-COUNT.
              10 WS-FTE-NOMBRE      PIC X(60).

      *--- Extracto en proceso: nombre, numero de fuente y sistema de
      *--- origen. El sistema sale de la cabecera del extracto; sin
      *--- cabecera, del nombre del archivo hasta el punto.
       01  WS-ENT-ACTUAL            PIC X(60).
       01  WS-FTE-SUB               PIC 9(02) VALUE 0.
       01  WS-ENT-SISTEMA           PIC X(10).

      *--- Registros de todos los extractos cargados en memoria para
      *--- ordenarlos. La clave de orden es CUIT mas fecha de
      *--- operacion (con sucursal y base detras, para que las
      *--- repeticiones entre fuentes queden adyacentes, y la
      *--- jurisdiccion al final: la linea de ARBA y la de AGIP de un
      *--- mismo pago no son una repeticion); la fuente acompana para
      *--- poder informarla en el listado.
       01  WS-EXT-COUNT             PIC 9(05) VALUE 0.
       01  WS-TABLA-EXTRACTO.
           05 WS-EXT-ENTRY OCCURS 9000 TIMES
                 15 WS-EXT-K-FECHA  PIC X(19).
                 15 WS-EXT-K-SUC    PIC X(01).
                 15 WS-EXT-K-BASE   PIC X(09).
                 15 WS-EXT-K-JUR    PIC X(01).
              10 WS-EXT-FUENTE      PIC 9(02).
              10 WS-EXT-LINEA       PIC X(110).

      *--- Area de trabajo del ordenamiento por insercion.
       01  WS-SORT-GUARDA.
           05 WS-SG-CLAVE           PIC X(41).
           05 WS-SG-FUENTE          PIC 9(02).
           05 WS-SG-LINEA           PIC X(110).
       01  WS-SORT-J                PIC 9(05) VALUE 0.
       01  WS-SORT-K                PIC 9(05) VALUE 0.
       01  WS-SORT-K1               PIC 9(05) VALUE 0.
       01  WS-SORT-LISTO            PIC X(01) VALUE 'N'.
           88 SORT-UBICADO               VALUE 'S'.

      *--- Clave de duplicado entre fuentes: CUIT, sucursal, fecha,
      *--- base y jurisdiccion, comparada entre entradas adyacentes
      *--- ya ordenadas.
       01  WS-EXT-SUB               PIC 9(05) VALUE 0.
       01  WS-EXT-ANT               PIC 9(05) VALUE 0.

                   DISPLAY "Nada que consolidar: "
                           FUNCTION TRIM(WS-NOM-CONSCFG-FILE)
                           " no tiene extractos."
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               ELSE
                   PERFORM 2000-CARGAR-EXTRACTOS
                   PERFORM 3000-ORDENAR-EXTRACTO
               END-IF
           ELSE
               DISPLAY "Consolidacion no ejecutada."
               MOVE 16 TO WS-CODIGO-RETORNO
           END-IF.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
               DISPLAY "ERROR: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-CONSCFG-FILE)
                       ", estado " WS-FS-PARAM "."
               MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM 1100-LEER-PARAMETRO
                   UNTIL FIN-PARAM-SI
                       "completa, quedaron " WS-CONT-DESBORDES
                       " registros sin consolidar. Partir la "
                       "corrida en dos."
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.

       2100-CARGAR-UN-EXTRACTO.
           MOVE WS-FTE-NOMBRE (WS-FTE-SUB) TO WS-ENT-ACTUAL.
           MOVE SPACES TO WS-ENT-SISTEMA.
           UNSTRING WS-ENT-ACTUAL DELIMITED BY "." OR SPACE
               INTO WS-ENT-SISTEMA
           END-UNSTRING.
           MOVE 'N' TO WS-FIN-ENTRADA.
           OPEN INPUT ENTRADA-FILE.
           IF WS-FS-ENTRADA NOT = '00'
                       FUNCTION TRIM(WS-ENT-ACTUAL)
                       ", estado " WS-FS-ENTRADA
                       ", se consolida sin el."
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           ELSE
               PERFORM 2200-LEER-REGISTRO-EXTRACTO
                   UNTIL FIN-ENTRADA-SI
      *---        La cabecera y la cola de cada extracto de origen
      *---        no viajan al consolidado: el consolidado lleva sus
      *---        propios registros de control y VALDRV los verifica.
      *---        De la cabecera solo se toma el sistema de origen.
               IF DR-CUIT (1:1) = 'H' OR DR-CUIT (1:1) = 'T'
                   IF DR-CUIT (1:1) = 'H'
                       MOVE DRIVER-RECORD TO DRIVER-CABECERA
                       IF DCB-SISTEMA NOT = SPACES
                           MOVE DCB-SISTEMA TO WS-ENT-SISTEMA
                       END-IF
                   END-IF
               ELSE
                   IF DR-SISTEMA-ORIGEN = SPACES
                       MOVE WS-ENT-SISTEMA TO DR-SISTEMA-ORIGEN
                   END-IF
                   ADD 1 TO WS-CONT-LEIDOS
                   IF WS-EXT-COUNT >= 9000
                       ADD 1 TO WS-CONT-DESBORDES
                           TO WS-EXT-K-SUC (WS-EXT-COUNT)
                       MOVE DRIVER-RECORD (17:9)
                           TO WS-EXT-K-BASE (WS-EXT-COUNT)
      *---                Blanco es ARBA, como en GENRET.
                       IF DR-JURISDICCION = SPACE
                           MOVE 'B' TO WS-EXT-K-JUR (WS-EXT-COUNT)
                       ELSE
                           MOVE DR-JURISDICCION
                               TO WS-EXT-K-JUR (WS-EXT-COUNT)
                       END-IF
                       MOVE WS-FTE-SUB
                           TO WS-EXT-FUENTE (WS-EXT-COUNT)
                       MOVE DRIVER-RECORD

      *----------------------------------------------------------------*
      * 4000 - Graba el driver consolidado en orden y deja en el       *
      * listado cada operacion cuya clave (CUIT, sucursal, fecha, base *
      * y jurisdiccion) ya aparecio en otra fuente: el orden deja      *
      * esas repeticiones adyacentes. Las dos lineas viajan igual en   *
      * el driver, la decision de depurar es del operador antes de     *
      * VALDRV.                                                        *
               DISPLAY "ERROR: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-CONSDRV-FILE)
                       ", estado " WS-FS-SALIDA "."
               MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
               OPEN OUTPUT LISTADO-FILE
               PERFORM 4050-GRABAR-CABECERA
                      " BASE "             DELIMITED BY SIZE
                      WS-EXT-K-BASE (WS-EXT-SUB)
                                           DELIMITED BY SIZE
                      " JUR "              DELIMITED BY SIZE
                      WS-EXT-K-JUR (WS-EXT-SUB)
                                           DELIMITED BY SIZE
                      " EN LA MISMA FUENTE "
                                           DELIMITED BY SIZE
                      WS-EXT-FUENTE (WS-EXT-SUB)
                      " BASE "             DELIMITED BY SIZE
                      WS-EXT-K-BASE (WS-EXT-SUB)
                                           DELIMITED BY SIZE
                      " JUR "              DELIMITED BY SIZE
                      WS-EXT-K-JUR (WS-EXT-SUB)
                                           DELIMITED BY SIZE
                      " EN FUENTES "       DELIMITED BY SIZE
                      WS-EXT-FUENTE (WS-EXT-ANT)
                                           DELIMITED BY SIZE
               DISPLAY "Revisar "
                       FUNCTION TRIM(WS-NOM-CONSDUP-FILE)
                       " antes de pasar el driver por VALDRV."
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.
           DISPLAY "Apuntar GENRET.CFG a "
                   FUNCTION TRIM(WS-NOM-CONSDRV-FILE)
