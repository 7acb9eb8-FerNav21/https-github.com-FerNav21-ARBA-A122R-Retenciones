       IDENTIFICATION DIVISION.
       PROGRAM-ID. BITREG.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este subprograma lleva la bitacora de cambios sobre los datos  *
      * maestros BITACORA.DAT, compartida por todos los programas de   *
      * mantenimiento, para poder responder quien cambio que y como    *
      * estaba el registro antes del cambio.                           *
      *                                                                *
      * Funcion 'I' (al iniciar el programa llamador): identifica al   *
      * operador, que se pide por consola y en blanco queda el usuario *
      * de la sesion; en una corrida desatendida se toma la clave      *
      * OPERADOR de RUNPARM.DAT (via RUNPRM). Ademas prueba que la     *
      * bitacora se pueda abrir. Sin operador o sin bitacora el        *
      * llamador queda deshabilitado para modificar datos.             *
      *                                                                *
      * Funcion 'R' (despues de cada cambio grabado): agrega a la      *
      * bitacora el registro con la fecha y hora, el programa, el      *
      * operador, el agente, el archivo, la accion, la clave y las     *
      * imagenes antes/despues. La bitacora se abre y se cierra en     *
      * cada llamada, para que un corte del programa llamador no deje  *
      * cambios sin asentar.                                           *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - Pedido del llamador en WS-BITACORA-DATOS (ERPBITW).
      *     - Operador por consola o por RUNPARM.DAT.
      *
      * SALIDA:
      *     - BITACORA.DAT: bitacora de cambios (layout ERPBITR), se
      *       crea si no existe.
      *     - WS-BITACORA-DATOS con el operador y las marcas de
      *       bitacora habilitada y grabada.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Bitacora de cambios, compartida entre agentes.
           SELECT BITACORA-FILE ASSIGN TO DISK WS-NOM-BITACORA-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BITACORA.

       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA-FILE.
           COPY ERPBITR.

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON. La bitacora es una sola para todos
      *--- los agentes: su nombre nunca se reescribe.
           COPY ERPFILC.

      *--- Consulta del operador a RUNPRM en una corrida desatendida.
           COPY ERPPRMW.

      *--- Usuario de la sesion, respuesta por defecto del operador.
       01  WS-USUARIO               PIC X(12) VALUE SPACES.

      *--- Fecha y hora del cambio.
       01  WS-FECHA-CD              PIC X(08).
       01  WS-HORA-CD               PIC X(06).

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-BITACORA           PIC X(02).

       LINKAGE SECTION.
      *--- Pedido del llamador: funcion, datos del cambio y marcas
      *--- devueltas.
           COPY ERPBITW.

       PROCEDURE DIVISION USING WS-BITACORA-DATOS.
      *================================================================*
      * Logica principal del subprograma.                              *
      *================================================================*
       MAIN-PROCEDURE.
           MOVE 'N' TO WS-BIT-GRABADA.
           EVALUATE TRUE
               WHEN BIT-IDENTIFICAR
                   PERFORM 1000-IDENTIFICAR-OPERADOR
               WHEN BIT-REGISTRAR
                   PERFORM 2000-REGISTRAR-CAMBIO
               WHEN OTHER
                   DISPLAY "ERROR: funcion de bitacora desconocida '"
                           WS-BIT-FUNCION "'."
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------------*
      * 1000 - Identifica al operador. El usuario de la sesion sale de *
      * USER o, en Windows, de USERNAME; es la respuesta por defecto   *
      * tanto por consola como en una corrida desatendida sin la clave *
      * OPERADOR.                                                      *
      *----------------------------------------------------------------*
       1000-IDENTIFICAR-OPERADOR.
           MOVE 'N' TO WS-BIT-HABILITADA.
           MOVE SPACES TO WS-BIT-OPERADOR.
           MOVE SPACES TO WS-USUARIO.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER".
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USERNAME"
           END-IF.
           MOVE WS-BIT-PROGRAMA TO WS-PRM-PROGRAMA.
           MOVE 'OPERADOR'      TO WS-PRM-CLAVE.
           CALL 'RUNPRM' USING WS-PARAMETRO-CORRIDA.
           IF MODO-DESATENDIDO
               MOVE WS-PRM-VALOR TO WS-BIT-OPERADOR
           ELSE
               DISPLAY "Operador (blanco = "
                       FUNCTION TRIM(WS-USUARIO) "): "
               ACCEPT WS-BIT-OPERADOR
           END-IF.
           IF WS-BIT-OPERADOR = SPACES
               MOVE WS-USUARIO TO WS-BIT-OPERADOR
           END-IF.
           IF WS-BIT-OPERADOR = SPACES
               DISPLAY "ERROR: no se pudo identificar al operador, "
                       "no se permiten cambios."
           ELSE
               PERFORM 1100-PROBAR-BITACORA
           END-IF.

      *----------------------------------------------------------------*
      * 1100 - Prueba que la bitacora se pueda abrir antes de dejar    *
      * que el llamador toque algun dato.                              *
      *----------------------------------------------------------------*
       1100-PROBAR-BITACORA.
           OPEN EXTEND BITACORA-FILE.
           IF WS-FS-BITACORA = '35'
               OPEN OUTPUT BITACORA-FILE
           END-IF.
           IF WS-FS-BITACORA NOT = '00'
               DISPLAY "ERROR: no se pudo abrir la bitacora "
                       FUNCTION TRIM(WS-NOM-BITACORA-FILE)
                       ", estado " WS-FS-BITACORA
                       ", no se permiten cambios."
           ELSE
               CLOSE BITACORA-FILE
               MOVE 'S' TO WS-BIT-HABILITADA
               DISPLAY "Operador " FUNCTION TRIM(WS-BIT-OPERADOR)
                       ", los cambios quedan registrados en "
                       FUNCTION TRIM(WS-NOM-BITACORA-FILE) "."
           END-IF.

      *----------------------------------------------------------------*
      * 2000 - Agrega el cambio a la bitacora. Si no se puede grabar   *
      * se avisa con la clave, para asentarlo a mano: el cambio ya     *
      * esta hecho en el archivo.                                      *
      *----------------------------------------------------------------*
       2000-REGISTRAR-CAMBIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-CD.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-CD.
           OPEN EXTEND BITACORA-FILE.
           IF WS-FS-BITACORA = '35'
               OPEN OUTPUT BITACORA-FILE
           END-IF.
           IF WS-FS-BITACORA NOT = '00'
               PERFORM 2900-AVISAR-SIN-BITACORA
           ELSE
               MOVE SPACES TO BITACORA-RECORD
               STRING WS-FECHA-CD (1:4) DELIMITED BY SIZE
                      "-"               DELIMITED BY SIZE
                      WS-FECHA-CD (5:2) DELIMITED BY SIZE
                      "-"               DELIMITED BY SIZE
                      WS-FECHA-CD (7:2) DELIMITED BY SIZE
                 INTO BIT-FECHA
               STRING WS-HORA-CD (1:2)  DELIMITED BY SIZE
                      ":"               DELIMITED BY SIZE
                      WS-HORA-CD (3:2)  DELIMITED BY SIZE
                      ":"               DELIMITED BY SIZE
                      WS-HORA-CD (5:2)  DELIMITED BY SIZE
                 INTO BIT-HORA
               MOVE WS-BIT-PROGRAMA  TO BIT-PROGRAMA
               MOVE WS-BIT-OPERADOR  TO BIT-OPERADOR
               MOVE WS-BIT-AGENTE    TO BIT-AGENTE
               MOVE WS-BIT-ARCHIVO   TO BIT-ARCHIVO
               MOVE WS-BIT-ACCION    TO BIT-ACCION
               MOVE WS-BIT-CLAVE     TO BIT-CLAVE
               MOVE WS-BIT-CUIT      TO BIT-CUIT
               MOVE WS-BIT-QUINCENA  TO BIT-QUINCENA
               MOVE WS-BIT-ANTES     TO BIT-IMAGEN-ANTES
               MOVE WS-BIT-DESPUES   TO BIT-IMAGEN-DESPUES
               WRITE BITACORA-RECORD
               IF WS-FS-BITACORA = '00'
                   MOVE 'S' TO WS-BIT-GRABADA
               ELSE
                   PERFORM 2900-AVISAR-SIN-BITACORA
               END-IF
               CLOSE BITACORA-FILE
           END-IF.

       2900-AVISAR-SIN-BITACORA.
           DISPLAY "Aviso: no se pudo registrar en "
                   FUNCTION TRIM(WS-NOM-BITACORA-FILE)
                   ", estado " WS-FS-BITACORA
                   ", asentar a mano: "
                   FUNCTION TRIM(WS-BIT-ACCION) " "
                   FUNCTION TRIM(WS-BIT-ARCHIVO) " "
                   FUNCTION TRIM(WS-BIT-CLAVE) ".".
