       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNPRM.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este subprograma resuelve las respuestas de consola de los     *
      * programas del circuito cuando corren desatendidos: si existe   *
      * RUNPARM.DAT con al menos un parametro, la corrida es           *
      * desatendida y cada pregunta se contesta con el valor del       *
      * archivo para el programa y la clave pedidos (o, en su falta,   *
      * con el de programa '*'). Un parametro que no esta vuelve en    *
      * blanco, que es la respuesta por defecto de todas las           *
      * preguntas del circuito. Sin RUNPARM.DAT, o vacio, la corrida   *
      * es interactiva y el llamador pregunta por consola como         *
      * siempre.                                                       *
      *                                                                *
      * El archivo se carga en la primera llamada y queda en memoria   *
      * para las siguientes. CADRET arma un RUNPARM.DAT por agente     *
      * antes de correr su cadena y lo vacia al terminar, para que una *
      * corrida manual posterior vuelva a preguntar por consola.       *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - RUNPARM.DAT: parametros de la corrida (layout ERPPRMR).
      *     - Programa y clave pedidos en WS-PARAMETRO-CORRIDA
      *       (ERPPRMW).
      *
      * SALIDA:
      *     - WS-PARAMETRO-CORRIDA con el modo de la corrida, el valor
      *       y la marca de parametro hallado.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Parametros de la corrida desatendida.
           SELECT PARAMETRO-FILE ASSIGN TO DISK WS-NOM-RUNPARM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETRO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-FILE.
           COPY ERPPRMR.

       WORKING-STORAGE SECTION.
      *--- Nombre del archivo de parametros, compartido con CADRET
      *--- (que lo arma por agente).
       01  WS-NOM-RUNPARM           PIC X(12) VALUE 'RUNPARM.DAT'.

      *--- Parametros en memoria.
       01  WS-PAR-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-PARAMETROS.
           05 WS-PAR-ENTRY OCCURS 100 TIMES
                            DEPENDING ON WS-PAR-COUNT.
              10 WS-PAR-T-PROGRAMA  PIC X(08).
              10 WS-PAR-T-CLAVE     PIC X(12).
              10 WS-PAR-T-VALOR     PIC X(40).
       01  WS-PAR-SUB               PIC 9(03) VALUE 0.
       01  WS-PAR-GENERICO          PIC 9(03) VALUE 0.
       01  WS-CONT-DESBORDES        PIC 9(03) VALUE 0.

      *--- Indicadores de estado.
       01  WS-PAR-CARGADO           PIC X(01) VALUE 'N'.
           88 PARAMETROS-CARGADOS        VALUE 'S'.
       01  WS-FIN-PARAMETROS        PIC X(01) VALUE 'N'.
           88 FIN-PARAMETROS-SI          VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-PARAMETRO          PIC X(02).

       LINKAGE SECTION.
      *--- Consulta del llamador: programa y clave pedidos, valor y
      *--- modo devueltos.
           COPY ERPPRMW.

       PROCEDURE DIVISION USING WS-PARAMETRO-CORRIDA.
      *================================================================*
      * Logica principal del subprograma.                              *
      *================================================================*
       MAIN-PROCEDURE.
           IF NOT PARAMETROS-CARGADOS
               PERFORM 1000-CARGAR-PARAMETROS
           END-IF.
           MOVE SPACES TO WS-PRM-VALOR.
           MOVE 'N' TO WS-PRM-HALLADO.
           IF WS-PAR-COUNT = 0
               MOVE 'I' TO WS-PRM-MODO
           ELSE
               MOVE 'D' TO WS-PRM-MODO
               PERFORM 2000-BUSCAR-PARAMETRO
           END-IF.
           GOBACK.

      *----------------------------------------------------------------*
      * 1000 - Carga RUNPARM.DAT en memoria. Un archivo inexistente o  *
      * sin parametros deja la tabla vacia: corrida interactiva.       *
      *----------------------------------------------------------------*
       1000-CARGAR-PARAMETROS.
           MOVE 'S' TO WS-PAR-CARGADO.
           MOVE 0 TO WS-PAR-COUNT.
           MOVE 'N' TO WS-FIN-PARAMETROS.
           OPEN INPUT PARAMETRO-FILE.
           IF WS-FS-PARAMETRO = '00'
               PERFORM 1100-LEER-PARAMETRO
                   UNTIL FIN-PARAMETROS-SI
               CLOSE PARAMETRO-FILE
               IF WS-CONT-DESBORDES > 0
                   DISPLAY "Aviso: la tabla de parametros esta "
                           "completa, quedaron " WS-CONT-DESBORDES
                           " lineas de "
                           FUNCTION TRIM(WS-NOM-RUNPARM)
                           " sin tomar."
               END-IF
               IF WS-PAR-COUNT > 0
                   DISPLAY "Corrida desatendida: respuestas tomadas "
                           "de " FUNCTION TRIM(WS-NOM-RUNPARM) "."
               END-IF
           END-IF.

       1100-LEER-PARAMETRO.
           READ PARAMETRO-FILE
               AT END
                   MOVE 'S' TO WS-FIN-PARAMETROS
               NOT AT END
                   IF PARAMETRO-RECORD = SPACES
                    OR PRM-PROGRAMA (1:2) = '**'
                       CONTINUE
                   ELSE
                       IF WS-PAR-COUNT < 100
                           ADD 1 TO WS-PAR-COUNT
                           MOVE PRM-PROGRAMA
                               TO WS-PAR-T-PROGRAMA (WS-PAR-COUNT)
                           MOVE PRM-CLAVE
                               TO WS-PAR-T-CLAVE (WS-PAR-COUNT)
                           MOVE PRM-VALOR
                               TO WS-PAR-T-VALOR (WS-PAR-COUNT)
                       ELSE
                           ADD 1 TO WS-CONT-DESBORDES
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 2000 - Busca el parametro del programa y la clave pedidos. El  *
      * propio del programa gana sobre el generico de programa '*',    *
      * sin importar el orden en el archivo.                           *
      *----------------------------------------------------------------*
       2000-BUSCAR-PARAMETRO.
           MOVE 0 TO WS-PAR-GENERICO.
           PERFORM 2100-COMPARAR-PARAMETRO
               VARYING WS-PAR-SUB FROM 1 BY 1
               UNTIL WS-PAR-SUB > WS-PAR-COUNT
                  OR PARAMETRO-HALLADO.
           IF NOT PARAMETRO-HALLADO
            AND WS-PAR-GENERICO > 0
               MOVE WS-PAR-T-VALOR (WS-PAR-GENERICO)
                   TO WS-PRM-VALOR
               MOVE 'S' TO WS-PRM-HALLADO
           END-IF.

       2100-COMPARAR-PARAMETRO.
           IF WS-PAR-T-CLAVE (WS-PAR-SUB) = WS-PRM-CLAVE
               IF WS-PAR-T-PROGRAMA (WS-PAR-SUB) = WS-PRM-PROGRAMA
                   MOVE WS-PAR-T-VALOR (WS-PAR-SUB) TO WS-PRM-VALOR
                   MOVE 'S' TO WS-PRM-HALLADO
               ELSE
                   IF WS-PAR-T-PROGRAMA (WS-PAR-SUB) = '*'
                    AND WS-PAR-GENERICO = 0
                       MOVE WS-PAR-SUB TO WS-PAR-GENERICO
                   END-IF
               END-IF
           END-IF.
