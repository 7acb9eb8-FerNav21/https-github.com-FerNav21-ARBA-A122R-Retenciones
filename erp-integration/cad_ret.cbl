       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRET.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este programa es la cadena nocturna desatendida: corre la      *
      * secuencia de pasos del circuito (CONSDRV, VALDRV, GENRET,      *
      * RETORN, CUADRET, ACKRECON, RETORN de nuevo con los acuses y    *
      * CERTRET, o la que diga CADENA.CFG) para cada agente de         *
      * AGENTES.CFG, sin nadie en la consola. Antes de la cadena de    *
      * cada agente arma RUNPARM.DAT con su codigo de agente y las     *
      * respuestas comunes de RUNPARM.CFG, de donde los programas las  *
      * toman (ver RUNPRM) en lugar de pedirlas.                       *
      *                                                                *
      * Cada paso se ejecuta con CALL "SYSTEM" y se toma su codigo de  *
      * retorno (ERPRETC). Si supera el maximo tolerado del paso (un   *
      * driver rechazado por la cola de control, GENRET.LCK tomado     *
      * por otra corrida, un programa abortado) la cadena de ese       *
      * agente se corta: los pasos siguientes quedan OMITIDOS y se     *
      * sigue con el proximo agente. Cada paso deja en CADENA.LOG su   *
      * hora de inicio y fin, el codigo y el resultado, para el turno  *
      * de la manana.                                                  *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - AGENTES.CFG: agentes de recaudacion (ERPAGTR). Sin el
      *       archivo se hace una sola pasada en modo mono-agente.
      *     - CADENA.CFG: pasos de la cadena (ERPCADR). Sin el
      *       archivo se corre la secuencia habitual, con el nombre
      *       de cada programa como comando y maximo tolerado 04.
      *     - RUNPARM.CFG: respuestas comunes a todos los agentes
      *       (ERPPRMR), opcional.
      *
      * SALIDA:
      *     - RUNPARM.DAT: parametros de la corrida de cada agente;
      *       al terminar queda vacio, para que una corrida manual
      *       vuelva a preguntar por consola.
      *     - CADENA.LOG: un renglon por paso y agente, acumulado
      *       entre noches.
      *     - RETURN-CODE: el mayor codigo devuelto por los pasos.
      *     - Mensajes de estado en la consola.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      La secuencia habitual corre
      *                                 RETORN despues de GENRET y de
      *                                 nuevo despues de ACKRECON, para
      *                                 devolver a los sistemas de
      *                                 origen los numeros y los
      *                                 estados con el acuse.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Registro de agentes de recaudacion del grupo.
           SELECT AGENTE-FILE ASSIGN TO DISK WS-NOM-AGENTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AGENTE.

      *--- Pasos de la cadena.
           SELECT CADENA-FILE ASSIGN TO DISK WS-NOM-CADENA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADENA.

      *--- Plantilla de respuestas comunes a todos los agentes.
           SELECT PLANTILLA-FILE ASSIGN TO DISK WS-NOM-PLANTILLA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PLANTILLA.

      *--- Parametros de la corrida del agente en curso.
           SELECT PARAMETRO-FILE ASSIGN TO DISK WS-NOM-RUNPARM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETRO.

      *--- Log de la cadena para el turno de la manana.
           SELECT LOG-FILE ASSIGN TO DISK WS-NOM-CADLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENTE-FILE.
           COPY ERPAGTR.

       FD  CADENA-FILE.
           COPY ERPCADR.

      *--- Mismo layout que RUNPARM.DAT (ERPPRMR); se copia tal cual.
       FD  PLANTILLA-FILE.
       01  PLANTILLA-RECORD         PIC X(60).

       FD  PARAMETRO-FILE.
           COPY ERPPRMR.

       FD  LOG-FILE.
       01  LOG-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos de la cadena, compartidos entre
      *--- todas las sociedades. RUNPARM.DAT es el que lee RUNPRM.
       01  WS-NOM-AGENTES           PIC X(12) VALUE 'AGENTES.CFG'.
       01  WS-NOM-CADENA            PIC X(12) VALUE 'CADENA.CFG'.
       01  WS-NOM-PLANTILLA         PIC X(12) VALUE 'RUNPARM.CFG'.
       01  WS-NOM-RUNPARM           PIC X(12) VALUE 'RUNPARM.DAT'.
       01  WS-NOM-CADLOG            PIC X(12) VALUE 'CADENA.LOG'.

      *--- Codigo de retorno de la cadena: el mayor de todos los
      *--- pasos de todos los agentes.
           COPY ERPRETC.

      *--- Agentes a procesar. En modo mono-agente hay una sola
      *--- entrada con el codigo en blanco.
       01  WS-AGC-COUNT             PIC 9(02) VALUE 0.
       01  WS-TABLA-AGENTES.
           05 WS-AGC-ENTRY OCCURS 50 TIMES
                            DEPENDING ON WS-AGC-COUNT.
              10 WS-AGC-T-CODIGO    PIC X(02).
              10 WS-AGC-T-RAZON     PIC X(26).
       01  WS-AGC-SUB               PIC 9(02) VALUE 0.

      *--- Pasos de la cadena, en el orden de ejecucion.
       01  WS-PAS-COUNT             PIC 9(02) VALUE 0.
       01  WS-TABLA-PASOS.
           05 WS-PAS-ENTRY OCCURS 20 TIMES
                            DEPENDING ON WS-PAS-COUNT.
              10 WS-PAS-T-PASO      PIC X(08).
              10 WS-PAS-T-RC-MAX    PIC 9(02).
              10 WS-PAS-T-COMANDO   PIC X(60).
       01  WS-PAS-SUB               PIC 9(02) VALUE 0.

      *--- Respuestas comunes de la plantilla.
       01  WS-PLA-COUNT             PIC 9(03) VALUE 0.
       01  WS-TABLA-PLANTILLA.
           05 WS-PLA-ENTRY OCCURS 99 TIMES
                            DEPENDING ON WS-PLA-COUNT.
              10 WS-PLA-T-LINEA     PIC X(60).
       01  WS-PLA-SUB               PIC 9(03) VALUE 0.

      *--- Comando del paso en curso.
       01  COMMAND-STRING           PIC X(150).

      *--- Resultado del paso en curso y del agente en curso.
       01  WS-PASO-RC               PIC 9(02) VALUE 0.
       01  WS-PASO-ESTADO           PIC S9(09) VALUE 0.
       01  WS-PASO-RESULTADO        PIC X(40).
       01  WS-PASO-TEXTO            PIC X(40).
       01  WS-PASO-HABITUAL         PIC X(08).
       01  WS-AGT-RC-MAX            PIC 9(02) VALUE 0.
       01  WS-AGT-CORTE             PIC X(08).

      *--- Fecha y hora del sistema y su forma editada para el log.
       01  WS-FECHA-CD              PIC X(08).
       01  WS-HORA-CD               PIC X(06).
       01  WS-HORA-TXT              PIC X(19).
       01  WS-HORA-INICIO           PIC X(19).
       01  WS-HORA-FIN              PIC X(19).

      *--- Campos editados para el log.
       01  WS-LOG-AGENTE            PIC X(02).
       01  WS-LOG-RC                PIC 9(02).
       01  WS-CONT-ED               PIC Z9.

      *--- Contadores de la cadena.
       01  WS-CONT-COMPLETAS        PIC 9(02) VALUE 0.
       01  WS-CONT-CORTADAS         PIC 9(02) VALUE 0.
       01  WS-CONT-PASOS            PIC 9(04) VALUE 0.
       01  WS-CONT-OMITIDOS         PIC 9(04) VALUE 0.
       01  WS-CONT-DESBORDES        PIC 9(03) VALUE 0.

      *--- Indicadores de estado.
       01  WS-FIN-AGENTES           PIC X(01) VALUE 'N'.
           88 FIN-AGENTES-SI             VALUE 'S'.
       01  WS-FIN-CADENA            PIC X(01) VALUE 'N'.
           88 FIN-CADENA-SI              VALUE 'S'.
       01  WS-FIN-PLANTILLA         PIC X(01) VALUE 'N'.
           88 FIN-PLANTILLA-SI           VALUE 'S'.
       01  WS-LOG-ABIERTO           PIC X(01) VALUE 'N'.
           88 LOG-ABIERTO-SI             VALUE 'S'.
       01  WS-CADENA-CORTADA        PIC X(01) VALUE 'N'.
           88 CADENA-CORTADA             VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-AGENTE             PIC X(02).
       01  WS-FS-CADENA             PIC X(02).
       01  WS-FS-PLANTILLA          PIC X(02).
       01  WS-FS-PARAMETRO          PIC X(02).
       01  WS-FS-LOG                PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
      * Logica principal del programa.                                 *
      *================================================================*
       MAIN-PROCEDURE.
           PERFORM 1000-INICIALIZAR.
           IF WS-AGC-COUNT = 0
               DISPLAY "Cadena no ejecutada: "
                       FUNCTION TRIM(WS-NOM-AGENTES)
                       " no tiene agentes."
               MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM 2000-CORRER-AGENTE
                   VARYING WS-AGC-SUB FROM 1 BY 1
                   UNTIL WS-AGC-SUB > WS-AGC-COUNT
           END-IF.
           PERFORM 8000-FINALIZAR.
      *---    Los CALL "SYSTEM" de cada paso pisan RETURN-CODE: el
      *---    codigo de la cadena se carga recien aca.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000 - Inicializacion: agentes, pasos, plantilla de respuestas *
      * y apertura del log con el renglon de inicio de la cadena.      *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           PERFORM 1100-CARGAR-AGENTES.
           PERFORM 1200-CARGAR-PASOS.
           PERFORM 1300-CARGAR-PLANTILLA.

           OPEN EXTEND LOG-FILE.
           IF WS-FS-LOG = '35'
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF WS-FS-LOG NOT = '00'
               DISPLAY "Aviso: no se pudo abrir "
                       FUNCTION TRIM(WS-NOM-CADLOG)
                       ", estado " WS-FS-LOG
                       ", la cadena queda solo en la consola."
               MOVE 4 TO WS-CODIGO-RETORNO
           ELSE
               MOVE 'S' TO WS-LOG-ABIERTO
           END-IF.

           PERFORM 8500-ARMAR-HORA.
           MOVE SPACES TO LOG-RECORD.
           MOVE WS-AGC-COUNT TO WS-CONT-ED.
           STRING WS-HORA-TXT          DELIMITED BY SIZE
                  " CADENA NOCTURNA INICIADA - AGENTES: "
                                       DELIMITED BY SIZE
                  WS-CONT-ED           DELIMITED BY SIZE
                  " - PASOS: "         DELIMITED BY SIZE
                  WS-PAS-COUNT         DELIMITED BY SIZE
             INTO LOG-RECORD.
           PERFORM 8900-GRABAR-LOG.

      *----------------------------------------------------------------*
      * 1100 - Carga los agentes de AGENTES.CFG. Sin el archivo se     *
      * hace una sola pasada con el codigo en blanco: AGTSEL opera en  *
      * modo mono-agente.                                              *
      *----------------------------------------------------------------*
       1100-CARGAR-AGENTES.
           MOVE 0 TO WS-AGC-COUNT.
           MOVE 'N' TO WS-FIN-AGENTES.
           OPEN INPUT AGENTE-FILE.
           IF WS-FS-AGENTE NOT = '00'
               MOVE 1 TO WS-AGC-COUNT
               MOVE SPACES TO WS-AGC-T-CODIGO (1)
               MOVE 'MONO-AGENTE' TO WS-AGC-T-RAZON (1)
               DISPLAY "Sin " FUNCTION TRIM(WS-NOM-AGENTES)
                       ", la cadena corre una vez en modo "
                       "mono-agente."
           ELSE
               PERFORM 1110-LEER-AGENTE
                   UNTIL FIN-AGENTES-SI
               CLOSE AGENTE-FILE
           END-IF.

       1110-LEER-AGENTE.
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
                                   " queda fuera de la cadena."
                           MOVE 4 TO WS-CODIGO-RETORNO
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 1200 - Carga los pasos de CADENA.CFG. Sin el archivo, o sin    *
      * ningun paso, se arma la secuencia habitual del circuito. Un    *
      * maximo tolerado no numerico vale 04 (se sigue con avisos) y un *
      * comando en blanco es el propio nombre del paso.                *
      *----------------------------------------------------------------*
       1200-CARGAR-PASOS.
           MOVE 0 TO WS-PAS-COUNT.
           MOVE 'N' TO WS-FIN-CADENA.
           OPEN INPUT CADENA-FILE.
           IF WS-FS-CADENA = '00'
               PERFORM 1210-LEER-PASO
                   UNTIL FIN-CADENA-SI
               CLOSE CADENA-FILE
           END-IF.
           IF WS-PAS-COUNT = 0
               DISPLAY "Sin pasos en " FUNCTION TRIM(WS-NOM-CADENA)
                       ", se corre la secuencia habitual."
               MOVE 'CONSDRV'  TO WS-PASO-HABITUAL
               PERFORM 1220-AGREGAR-PASO-HABITUAL
               MOVE 'VALDRV'   TO WS-PASO-HABITUAL
               PERFORM 1220-AGREGAR-PASO-HABITUAL
               MOVE 'GENRET'   TO WS-PASO-HABITUAL
               PERFORM 1220-AGREGAR-PASO-HABITUAL
               MOVE 'RETORN'   TO WS-PASO-HABITUAL
               PERFORM 1220-AGREGAR-PASO-HABITUAL
               MOVE 'CUADRET'  TO WS-PASO-HABITUAL
               PERFORM 1220-AGREGAR-PASO-HABITUAL
               MOVE 'ACKRECON' TO WS-PASO-HABITUAL
               PERFORM 1220-AGREGAR-PASO-HABITUAL
               MOVE 'RETORN'   TO WS-PASO-HABITUAL
               PERFORM 1220-AGREGAR-PASO-HABITUAL
               MOVE 'CERTRET'  TO WS-PASO-HABITUAL
               PERFORM 1220-AGREGAR-PASO-HABITUAL
           END-IF.

       1210-LEER-PASO.
           READ CADENA-FILE
               AT END
                   MOVE 'S' TO WS-FIN-CADENA
               NOT AT END
                   IF CADENA-RECORD = SPACES
                    OR CAD-PASO (1:1) = '*'
                       CONTINUE
                   ELSE
                       IF WS-PAS-COUNT < 20
                           ADD 1 TO WS-PAS-COUNT
                           PERFORM 1230-TOMAR-PASO
                       ELSE
                           DISPLAY "Aviso: la tabla de pasos esta "
                                   "completa, el paso " CAD-PASO
                                   " queda fuera de la cadena."
                           MOVE 4 TO WS-CODIGO-RETORNO
                       END-IF
                   END-IF
           END-READ.

       1220-AGREGAR-PASO-HABITUAL.
           ADD 1 TO WS-PAS-COUNT.
           MOVE WS-PASO-HABITUAL TO WS-PAS-T-PASO (WS-PAS-COUNT).
           MOVE 4 TO WS-PAS-T-RC-MAX (WS-PAS-COUNT).
           MOVE WS-PASO-HABITUAL TO WS-PAS-T-COMANDO (WS-PAS-COUNT).

       1230-TOMAR-PASO.
           MOVE CAD-PASO TO WS-PAS-T-PASO (WS-PAS-COUNT).
           IF CAD-RC-MAXIMO NUMERIC
               MOVE CAD-RC-MAXIMO TO WS-PAS-T-RC-MAX (WS-PAS-COUNT)
           ELSE
               MOVE 4 TO WS-PAS-T-RC-MAX (WS-PAS-COUNT)
           END-IF.
           IF CAD-COMANDO = SPACES
               MOVE CAD-PASO TO WS-PAS-T-COMANDO (WS-PAS-COUNT)
           ELSE
               MOVE CAD-COMANDO TO WS-PAS-T-COMANDO (WS-PAS-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      * 1300 - Carga la plantilla de respuestas comunes. El codigo de  *
      * agente lo pone la cadena: una linea AGTSEL de la plantilla se  *
      * descarta.                                                      *
      *----------------------------------------------------------------*
       1300-CARGAR-PLANTILLA.
           MOVE 0 TO WS-PLA-COUNT.
           MOVE 'N' TO WS-FIN-PLANTILLA.
           OPEN INPUT PLANTILLA-FILE.
           IF WS-FS-PLANTILLA = '00'
               PERFORM 1310-LEER-PLANTILLA
                   UNTIL FIN-PLANTILLA-SI
               CLOSE PLANTILLA-FILE
               IF WS-CONT-DESBORDES > 0
                   DISPLAY "Aviso: la plantilla "
                           FUNCTION TRIM(WS-NOM-PLANTILLA)
                           " tiene mas lineas que la tabla, quedaron "
                           WS-CONT-DESBORDES " sin tomar."
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.

       1310-LEER-PLANTILLA.
           READ PLANTILLA-FILE
               AT END
                   MOVE 'S' TO WS-FIN-PLANTILLA
               NOT AT END
                   IF PLANTILLA-RECORD = SPACES
                    OR PLANTILLA-RECORD (1:8) = 'AGTSEL'
                       CONTINUE
                   ELSE
                       IF WS-PLA-COUNT < 99
                           ADD 1 TO WS-PLA-COUNT
                           MOVE PLANTILLA-RECORD
                               TO WS-PLA-T-LINEA (WS-PLA-COUNT)
                       ELSE
                           ADD 1 TO WS-CONT-DESBORDES
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 2000 - Cadena de un agente: arma su RUNPARM.DAT y corre los    *
      * pasos en orden. Un paso que supera su maximo tolerado corta la *
      * cadena del agente; los restantes quedan OMITIDOS en el log.    *
      *----------------------------------------------------------------*
       2000-CORRER-AGENTE.
           MOVE 'N' TO WS-CADENA-CORTADA.
           MOVE 0 TO WS-AGT-RC-MAX.
           MOVE SPACES TO WS-AGT-CORTE.
           IF WS-AGC-T-CODIGO (WS-AGC-SUB) = SPACES
               MOVE '--' TO WS-LOG-AGENTE
           ELSE
               MOVE WS-AGC-T-CODIGO (WS-AGC-SUB) TO WS-LOG-AGENTE
           END-IF.
           DISPLAY "Cadena del agente " WS-LOG-AGENTE " - "
                   FUNCTION TRIM(WS-AGC-T-RAZON (WS-AGC-SUB)) ".".

           PERFORM 2100-ARMAR-RUNPARM.
           PERFORM 2200-CORRER-PASO
               VARYING WS-PAS-SUB FROM 1 BY 1
               UNTIL WS-PAS-SUB > WS-PAS-COUNT.

           PERFORM 8500-ARMAR-HORA.
           MOVE SPACES TO LOG-RECORD.
           IF CADENA-CORTADA
               ADD 1 TO WS-CONT-CORTADAS
               STRING WS-HORA-TXT      DELIMITED BY SIZE
                      " AGENTE "       DELIMITED BY SIZE
                      WS-LOG-AGENTE    DELIMITED BY SIZE
                      " CADENA CORTADA EN " DELIMITED BY SIZE
                      WS-AGT-CORTE     DELIMITED BY SPACE
                      " - RC MAXIMO "  DELIMITED BY SIZE
                      WS-AGT-RC-MAX    DELIMITED BY SIZE
                 INTO LOG-RECORD
           ELSE
               ADD 1 TO WS-CONT-COMPLETAS
               STRING WS-HORA-TXT      DELIMITED BY SIZE
                      " AGENTE "       DELIMITED BY SIZE
                      WS-LOG-AGENTE    DELIMITED BY SIZE
                      " CADENA COMPLETA - RC MAXIMO "
                                       DELIMITED BY SIZE
                      WS-AGT-RC-MAX    DELIMITED BY SIZE
                 INTO LOG-RECORD
           END-IF.
           PERFORM 8900-GRABAR-LOG.
           IF WS-AGT-RC-MAX > WS-CODIGO-RETORNO
               MOVE WS-AGT-RC-MAX TO WS-CODIGO-RETORNO
           END-IF.

      *----------------------------------------------------------------*
      * 2100 - RUNPARM.DAT del agente: su codigo para AGTSEL mas las   *
      * respuestas comunes de la plantilla. Si no se puede grabar, los *
      * programas preguntarian por consola y la cadena se quedaria     *
      * esperando: la cadena del agente no arranca.                    *
      *----------------------------------------------------------------*
       2100-ARMAR-RUNPARM.
           OPEN OUTPUT PARAMETRO-FILE.
           IF WS-FS-PARAMETRO NOT = '00'
               DISPLAY "ERROR: no se pudo grabar "
                       FUNCTION TRIM(WS-NOM-RUNPARM)
                       ", estado " WS-FS-PARAMETRO
                       ", la cadena del agente no arranca."
               MOVE 'S' TO WS-CADENA-CORTADA
               MOVE 16 TO WS-AGT-RC-MAX
               MOVE 'RUNPARM' TO WS-AGT-CORTE
           ELSE
               MOVE SPACES TO PARAMETRO-RECORD
               MOVE 'AGTSEL' TO PRM-PROGRAMA
               MOVE 'AGENTE' TO PRM-CLAVE
               MOVE WS-AGC-T-CODIGO (WS-AGC-SUB) TO PRM-VALOR
               WRITE PARAMETRO-RECORD
               PERFORM 2110-GRABAR-PLANTILLA
                   VARYING WS-PLA-SUB FROM 1 BY 1
                   UNTIL WS-PLA-SUB > WS-PLA-COUNT
               CLOSE PARAMETRO-FILE
           END-IF.

       2110-GRABAR-PLANTILLA.
           MOVE WS-PLA-T-LINEA (WS-PLA-SUB) TO PARAMETRO-RECORD.
           WRITE PARAMETRO-RECORD.

      *----------------------------------------------------------------*
      * 2200 - Corre un paso y deja su renglon en el log. CALL         *
      * "SYSTEM" devuelve el estado de espera del sistema operativo:   *
      * en Unix el codigo de salida del programa viene multiplicado    *
      * por 256. Un codigo fuera de 00-99 (el comando no se pudo       *
      * lanzar o cayo por una senal) se toma como abortado.            *
      *----------------------------------------------------------------*
       2200-CORRER-PASO.
           IF CADENA-CORTADA
               ADD 1 TO WS-CONT-OMITIDOS
               MOVE SPACES TO WS-HORA-INICIO WS-HORA-FIN
               MOVE 0 TO WS-LOG-RC
               MOVE 'OMITIDO' TO WS-PASO-RESULTADO
               PERFORM 2300-REGISTRAR-PASO
           ELSE
               ADD 1 TO WS-CONT-PASOS
               PERFORM 8500-ARMAR-HORA
               MOVE WS-HORA-TXT TO WS-HORA-INICIO
               DISPLAY WS-HORA-INICIO " agente " WS-LOG-AGENTE
                       " - paso " WS-PAS-T-PASO (WS-PAS-SUB)
                       " iniciado."
               MOVE SPACES TO COMMAND-STRING
               MOVE WS-PAS-T-COMANDO (WS-PAS-SUB) TO COMMAND-STRING
               CALL "SYSTEM" USING COMMAND-STRING
               MOVE RETURN-CODE TO WS-PASO-ESTADO
               IF WS-PASO-ESTADO > 255
                   DIVIDE 256 INTO WS-PASO-ESTADO
               END-IF
               IF WS-PASO-ESTADO < 0 OR WS-PASO-ESTADO > 99
                   MOVE 16 TO WS-PASO-RC
               ELSE
                   MOVE WS-PASO-ESTADO TO WS-PASO-RC
               END-IF
               PERFORM 8500-ARMAR-HORA
               MOVE WS-HORA-TXT TO WS-HORA-FIN
               MOVE WS-PASO-RC TO WS-LOG-RC

               EVALUATE WS-PASO-RC
                   WHEN 0
                       MOVE 'OK' TO WS-PASO-RESULTADO
                   WHEN 4
                       MOVE 'CON AVISOS' TO WS-PASO-RESULTADO
                   WHEN 8
                       MOVE 'DRIVER RECHAZADO' TO WS-PASO-RESULTADO
                   WHEN 12
                       MOVE 'BLOQUEO TOMADO' TO WS-PASO-RESULTADO
                   WHEN 16
                       MOVE 'ABORTADO' TO WS-PASO-RESULTADO
                   WHEN OTHER
                       MOVE 'CODIGO NO PREVISTO' TO WS-PASO-RESULTADO
               END-EVALUATE
               IF WS-PASO-RC > WS-AGT-RC-MAX
                   MOVE WS-PASO-RC TO WS-AGT-RC-MAX
               END-IF
               IF WS-PASO-RC > WS-PAS-T-RC-MAX (WS-PAS-SUB)
                   MOVE 'S' TO WS-CADENA-CORTADA
                   MOVE WS-PAS-T-PASO (WS-PAS-SUB) TO WS-AGT-CORTE
                   MOVE WS-PASO-RESULTADO TO WS-PASO-TEXTO
                   MOVE SPACES TO WS-PASO-RESULTADO
                   STRING WS-PASO-TEXTO DELIMITED BY "  "
                          " - CADENA CORTADA" DELIMITED BY SIZE
                     INTO WS-PASO-RESULTADO
               END-IF
               DISPLAY WS-HORA-FIN " agente " WS-LOG-AGENTE
                       " - paso " WS-PAS-T-PASO (WS-PAS-SUB)
                       " terminado, codigo " WS-LOG-RC " "
                       FUNCTION TRIM(WS-PASO-RESULTADO) "."
               PERFORM 2300-REGISTRAR-PASO
           END-IF.

      *----------------------------------------------------------------*
      * 2300 - Renglon del paso en el log: inicio, fin, agente, paso,  *
      * codigo de retorno y resultado.                                 *
      *----------------------------------------------------------------*
       2300-REGISTRAR-PASO.
           MOVE SPACES TO LOG-RECORD.
           STRING WS-HORA-INICIO             DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-HORA-FIN                DELIMITED BY SIZE
                  " AGENTE "                 DELIMITED BY SIZE
                  WS-LOG-AGENTE              DELIMITED BY SIZE
                  " PASO "                   DELIMITED BY SIZE
                  WS-PAS-T-PASO (WS-PAS-SUB) DELIMITED BY SIZE
                  " RC "                     DELIMITED BY SIZE
                  WS-LOG-RC                  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-PASO-RESULTADO          DELIMITED BY SIZE
             INTO LOG-RECORD.
           PERFORM 8900-GRABAR-LOG.

      *----------------------------------------------------------------*
      * 8000 - Cierre de la cadena: RUNPARM.DAT queda vacio para que   *
      * una corrida manual vuelva a preguntar por consola, renglon de  *
      * fin en el log y resumen por consola.                           *
      *----------------------------------------------------------------*
       8000-FINALIZAR.
           OPEN OUTPUT PARAMETRO-FILE.
           IF WS-FS-PARAMETRO NOT = '00'
               DISPLAY "Aviso: no se pudo vaciar "
                       FUNCTION TRIM(WS-NOM-RUNPARM)
                       ", estado " WS-FS-PARAMETRO
                       ". Vaciarlo antes de una corrida manual."
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           ELSE
               CLOSE PARAMETRO-FILE
           END-IF.

           PERFORM 8500-ARMAR-HORA.
           MOVE SPACES TO LOG-RECORD.
           STRING WS-HORA-TXT          DELIMITED BY SIZE
                  " CADENA NOCTURNA FINALIZADA - COMPLETAS: "
                                       DELIMITED BY SIZE
                  WS-CONT-COMPLETAS    DELIMITED BY SIZE
                  " - CORTADAS: "      DELIMITED BY SIZE
                  WS-CONT-CORTADAS     DELIMITED BY SIZE
                  " - RC "             DELIMITED BY SIZE
                  WS-CODIGO-RETORNO    DELIMITED BY SIZE
             INTO LOG-RECORD.
           PERFORM 8900-GRABAR-LOG.
           IF LOG-ABIERTO-SI
               CLOSE LOG-FILE
           END-IF.

           DISPLAY "Cadena nocturna finalizada.".
           DISPLAY "Agentes procesados:   " WS-AGC-COUNT.
           DISPLAY "Cadenas completas:    " WS-CONT-COMPLETAS.
           DISPLAY "Cadenas cortadas:     " WS-CONT-CORTADAS.
           DISPLAY "Pasos ejecutados:     " WS-CONT-PASOS.
           DISPLAY "Pasos omitidos:       " WS-CONT-OMITIDOS.
           DISPLAY "Codigo de retorno:    " WS-CODIGO-RETORNO.
           IF WS-CONT-CORTADAS > 0
               DISPLAY "Revisar " FUNCTION TRIM(WS-NOM-CADLOG)
                       " antes de reabrir la ventana de "
                       "transmision."
           END-IF.

      *----------------------------------------------------------------*
      * 8500 - Fecha y hora del sistema como AAAA-MM-DD HH:MM:SS.      *
      *----------------------------------------------------------------*
       8500-ARMAR-HORA.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-CD.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-CD.
           MOVE SPACES TO WS-HORA-TXT.
           STRING WS-FECHA-CD (1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-FECHA-CD (7:2) DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-HORA-CD (1:2)  DELIMITED BY SIZE
                  ":"               DELIMITED BY SIZE
                  WS-HORA-CD (3:2)  DELIMITED BY SIZE
                  ":"               DELIMITED BY SIZE
                  WS-HORA-CD (5:2)  DELIMITED BY SIZE
             INTO WS-HORA-TXT.

       8900-GRABAR-LOG.
           IF LOG-ABIERTO-SI
               WRITE LOG-RECORD
               IF WS-FS-LOG NOT = '00'
                   DISPLAY "Aviso: no se pudo escribir en "
                           FUNCTION TRIM(WS-NOM-CADLOG)
                           ", estado " WS-FS-LOG "."
               END-IF
           END-IF.
