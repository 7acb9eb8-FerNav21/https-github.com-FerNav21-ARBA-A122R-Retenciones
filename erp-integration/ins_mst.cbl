       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSMST.
       AUTHOR. ERP-System.
      *----------------------------------------------------------------*
      * Este programa instala sobre el archivo vivo el archivo nuevo   *
      * que dejan PADLOAD (PADRON.NEW, sobre el padron indicado en     *
      * GENRET.CFG) y RECMST (RETMST.NEW, sobre el RETMST.DAT del      *
      * agente), una vez revisado el informe de diferencias, en lugar  *
      * de renombrarlos a mano. Antes de reemplazar nada copia el      *
      * archivo vivo a uno con extension .ANT (PADRON.ANT,             *
      * RETMST01.ANT), copia el nuevo sobre el vivo registro por       *
      * registro y deja el .NEW vacio, para que no se vuelva a         *
      * instalar por error. La instalacion queda en la bitacora de     *
      * cambios con el operador y la cantidad de registros del archivo *
      * reemplazado y del instalado.                                   *
      *                                                                *
      * Tambien convierte el historico RETHIS.DAT del agente grabado   *
      * con el layout anterior de ERPHISR (123 posiciones, hasta       *
      * HIS-REGIMEN), que deja de abrir con estado 39 despues de       *
      * alargarse el registro. El historico no se puede reconstruir    *
      * con RECMST: sus lineas del log ya estan en los RETLOGAAAA.CSV. *
      * Se copia tal cual a RETHISnn.ANT y se vuelve a grabar con el   *
      * layout actual, con el origen de la alicuota, la jurisdiccion   *
      * (se lee como ARBA), el sistema de origen y el documento en     *
      * blanco.                                                        *
      *                                                                *
      * El maestro de retenciones y el historico no se tocan mientras  *
      * un lote tiene tomado el bloqueo de GENRET del agente.          *
      *----------------------------------------------------------------*
      * ENTRADA:
      *     - Archivo a instalar, operador y confirmacion pedidos por
      *       consola.
      *     - GENRET.CFG: nombre del padron vivo.
      *     - GENRET.LCK: no se instala el maestro durante un lote.
      *     - PADRON.NEW o RETMST.NEW y el archivo vivo a reemplazar.
      *     - RETHIS.DAT del layout anterior, para la conversion.
      *
      * SALIDA:
      *     - El padron o el maestro vivo reemplazado por el nuevo.
      *     - RETHIS.DAT convertido al layout actual.
      *     - PADRON.ANT, RETMST.ANT o RETHIS.ANT: copia del archivo
      *       reemplazado o convertido.
      *     - PADRON.NEW o RETMST.NEW vacio.
      *     - BITACORA.DAT: la instalacion (via BITREG).
      *     - Mensajes de estado en la consola.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-10-15  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      Las vistas del maestro vivo y
      *                                 de su copia toman el largo
      *                                 completo del registro de
      *                                 ERPMSTR (155): con el largo
      *                                 viejo el maestro vivo no abria,
      *                                 se salteaba la copia .ANT y el
      *                                 nuevo se grababa recortado.
      *     2026-10-15  ERP-System      Opcion H: convierte el
      *                                 historico RETHIS.DAT del layout
      *                                 anterior (123 posiciones) al
      *                                 actual, con copia .ANT y
      *                                 registro en la bitacora; el
      *                                 historico no se puede
      *                                 reconstruir con RECMST.
      *     2026-10-15  ERP-System      Un maestro vivo del layout
      *                                 anterior se copia a la .ANT con
      *                                 ese layout antes de instalar el
      *                                 nuevo; si no abre con ningun
      *                                 layout no se instala.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Archivo de configuracion externo, compartido con GENRET.
           SELECT CONFIG-FILE ASSIGN TO DISK WS-NOM-CONFIG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONFIG.

      *--- Bloqueo de ejecucion compartido con GENRET: el maestro no
      *--- se reemplaza mientras un lote lo esta escribiendo.
           SELECT LOCK-FILE ASSIGN TO DISK WS-NOM-LOCK-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOCK.

      *--- Padron nuevo dejado por PADLOAD.
           SELECT PADNEW-FILE ASSIGN TO DISK WS-NOM-PADRONNEW-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PADNEW.

      *--- Padron vivo indicado en GENRET.CFG.
           SELECT PADVIV-FILE ASSIGN TO DISK CF-PADRON-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PADVIV.

      *--- Copia del padron reemplazado.
           SELECT PADANT-FILE ASSIGN TO DISK WS-NOM-ANTERIOR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PADANT.

      *--- Maestro reconstruido por RECMST (mismo layout y claves que
      *--- el vivo).
           SELECT MSTNEW-FILE ASSIGN TO DISK WS-NOM-MSTNEW-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MST-RET-NUMERO
           ALTERNATE RECORD KEY IS MST-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-MSTNEW.

      *--- Maestro vivo del agente.
           SELECT MSTVIV-FILE ASSIGN TO DISK WS-NOM-MASTER-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VIV-RET-NUMERO
           ALTERNATE RECORD KEY IS VIV-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-MSTVIV.

      *--- Copia del maestro reemplazado.
           SELECT MSTANT-FILE ASSIGN TO DISK WS-NOM-ANTERIOR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ANT-RET-NUMERO
           ALTERNATE RECORD KEY IS ANT-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-MSTANT.

      *--- El mismo maestro vivo leido con el layout anterior, y su
      *--- copia con ese layout, para resguardarlo en la migracion.
           SELECT MSTVIE-FILE ASSIGN TO DISK WS-NOM-MASTER-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MVI-RET-NUMERO
           ALTERNATE RECORD KEY IS MVI-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-MSTVIE.

           SELECT MSTAVI-FILE ASSIGN TO DISK WS-NOM-ANTERIOR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MAV-RET-NUMERO
           ALTERNATE RECORD KEY IS MAV-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-MSTAVI.

      *--- Historico del agente con el layout actual (ERPHISR).
           SELECT HISNUE-FILE ASSIGN TO DISK WS-NOM-HIST-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIS-RET-NUMERO
           ALTERNATE RECORD KEY IS HIS-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-HISNUE.

      *--- El mismo historico leido con el layout anterior.
           SELECT HISVIE-FILE ASSIGN TO DISK WS-NOM-HIST-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HVI-RET-NUMERO
           ALTERNATE RECORD KEY IS HVI-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-HISVIE.

      *--- Copia del historico convertido, con el layout anterior.
           SELECT HISANT-FILE ASSIGN TO DISK WS-NOM-ANTERIOR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HAN-RET-NUMERO
           ALTERNATE RECORD KEY IS HAN-CUIT WITH DUPLICATES
           FILE STATUS IS WS-FS-HISANT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
           COPY ERPCFGR.

       FD  LOCK-FILE.
           COPY ERPLCKR.

      *--- Los padrones se copian como vienen: solo interesa el largo
      *--- del registro de ERPPADR.
       FD  PADNEW-FILE.
       01  PADNEW-RECORD            PIC X(28).

       FD  PADVIV-FILE.
       01  PADVIV-RECORD            PIC X(28).

       FD  PADANT-FILE.
       01  PADANT-RECORD            PIC X(28).

       FD  MSTNEW-FILE.
           COPY ERPMSTR.

      *--- Vistas minimas del maestro vivo y de su copia: las claves
      *--- en las mismas posiciones que ERPMSTR y el resto del
      *--- registro sin desglosar.
       FD  MSTVIV-FILE.
       01  MSTVIV-RECORD.
           05 VIV-RET-NUMERO        PIC 9(07).
           05 VIV-CUIT               PIC X(11).
           05 FILLER                 PIC X(137).

       FD  MSTANT-FILE.
       01  MSTANT-RECORD.
           05 ANT-RET-NUMERO        PIC 9(07).
           05 ANT-CUIT               PIC X(11).
           05 FILLER                 PIC X(137).

      *--- Layout anterior del maestro (123 posiciones, hasta
      *--- MST-REGIMEN inclusive), con las claves en las mismas
      *--- posiciones.
       FD  MSTVIE-FILE.
       01  MSTVIE-RECORD.
           05 MVI-RET-NUMERO        PIC 9(07).
           05 MVI-CUIT               PIC X(11).
           05 FILLER                 PIC X(105).

       FD  MSTAVI-FILE.
       01  MSTAVI-RECORD.
           05 MAV-RET-NUMERO        PIC 9(07).
           05 MAV-CUIT               PIC X(11).
           05 FILLER                 PIC X(105).

       FD  HISNUE-FILE.
           COPY ERPHISR.

      *--- Layout anterior del historico (123 posiciones): los mismos
      *--- campos de ERPHISR hasta HIS-REGIMEN inclusive, con las
      *--- claves en las mismas posiciones.
       FD  HISVIE-FILE.
       01  HISVIE-RECORD.
           05 HVI-RET-NUMERO        PIC 9(07).
           05 HVI-CUIT               PIC X(11).
           05 FILLER                 PIC X(105).

       FD  HISANT-FILE.
       01  HISANT-RECORD.
           05 HAN-RET-NUMERO        PIC 9(07).
           05 HAN-CUIT               PIC X(11).
           05 FILLER                 PIC X(105).

       WORKING-STORAGE SECTION.
      *--- Nombres de los archivos internos de control, compartidos
      *--- con GENRET y ACKRECON.
           COPY ERPFILC.

      *--- Agente de recaudacion elegido con AGTSEL: el maestro de
      *--- retenciones es propio de cada sociedad.
           COPY ERPAGTW.

      *--- Bitacora de cambios: operador identificado y datos de la
      *--- instalacion para BITREG.
           COPY ERPBITW.

      *--- Archivo pedido por consola y confirmacion del operador.
       01  WS-TIPO-INSTALACION      PIC X(01).
       01  WS-CONFIRMA              PIC X(01).

      *--- Nombres del archivo vivo, del nuevo y de la copia del
      *--- reemplazado, para los mensajes y la bitacora.
       01  WS-NOM-VIVO              PIC X(40).
       01  WS-NOM-NUEVO             PIC X(40).
       01  WS-NOM-ANTERIOR          PIC X(40).
       01  WS-ANT-PREFIJO           PIC X(40).

      *--- Cantidades de registros del nuevo, del vivo y copiados.
       01  WS-CONT-NUEVO            PIC 9(07) VALUE 0.
       01  WS-CONT-VIVO             PIC 9(07) VALUE 0.
       01  WS-CONT-RESGUARDO        PIC 9(07) VALUE 0.
       01  WS-CONT-INSTALADO        PIC 9(07) VALUE 0.

      *--- Indicadores de estado.
       01  WS-FIN-ARCHIVO           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-SI             VALUE 'S'.
       01  WS-VIVO-EXISTE           PIC X(01) VALUE 'N'.
           88 VIVO-EXISTE                VALUE 'S'.
       01  WS-VIVO-ANTERIOR         PIC X(01) VALUE 'N'.
           88 VIVO-LAYOUT-ANTERIOR       VALUE 'S'.
       01  WS-PUEDE-INSTALAR        PIC X(01) VALUE 'S'.
           88 PUEDE-INSTALAR             VALUE 'S'.
       01  WS-COPIA-OK              PIC X(01) VALUE 'S'.
           88 COPIA-OK                   VALUE 'S'.

      *--- Codigos de estado de archivo (FILE STATUS).
       01  WS-FS-CONFIG             PIC X(02).
       01  WS-FS-LOCK               PIC X(02).
       01  WS-FS-PADNEW             PIC X(02).
       01  WS-FS-PADVIV             PIC X(02).
       01  WS-FS-PADANT             PIC X(02).
       01  WS-FS-MSTNEW             PIC X(02).
       01  WS-FS-MSTVIV             PIC X(02).
       01  WS-FS-MSTANT             PIC X(02).
       01  WS-FS-MSTVIE             PIC X(02).
       01  WS-FS-MSTAVI             PIC X(02).
       01  WS-FS-HISNUE             PIC X(02).
       01  WS-FS-HISVIE             PIC X(02).
       01  WS-FS-HISANT             PIC X(02).

       PROCEDURE DIVISION.
      *================================================================*
      * Logica principal del programa.                                 *
      *================================================================*
       MAIN-PROCEDURE.
           PERFORM 1000-PEDIR-ARCHIVO.
           EVALUATE WS-TIPO-INSTALACION
               WHEN 'P'
                   PERFORM 2000-INSTALAR-PADRON
               WHEN 'M'
                   PERFORM 3000-INSTALAR-MAESTRO
               WHEN 'H'
                   PERFORM 4000-CONVERTIR-HISTORICO
               WHEN OTHER
                   DISPLAY "Nada para instalar."
           END-EVALUATE.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000 - Pide que archivo se instala o se convierte.             *
      *----------------------------------------------------------------*
       1000-PEDIR-ARCHIVO.
           DISPLAY "Archivo a instalar (P = padron "
                   FUNCTION TRIM(WS-NOM-PADRONNEW-FILE)
                   ", M = maestro de retenciones "
                   FUNCTION TRIM(WS-NOM-MSTNEW-FILE)
                   ", H = convertir el historico "
                   FUNCTION TRIM(WS-NOM-HIST-FILE)
                   " al layout actual, blanco = nada): ".
           ACCEPT WS-TIPO-INSTALACION.
           IF WS-TIPO-INSTALACION = 'p'
               MOVE 'P' TO WS-TIPO-INSTALACION
           END-IF.
           IF WS-TIPO-INSTALACION = 'm'
               MOVE 'M' TO WS-TIPO-INSTALACION
           END-IF.
           IF WS-TIPO-INSTALACION = 'h'
               MOVE 'H' TO WS-TIPO-INSTALACION
           END-IF.

      *----------------------------------------------------------------*
      * 2000 - Instalacion del padron de alicuotas. El padron es       *
      * compartido entre agentes: no se elige agente y la bitacora va  *
      * sin agente.                                                    *
      *----------------------------------------------------------------*
       2000-INSTALAR-PADRON.
           PERFORM 2100-LEER-CONFIGURACION.
           MOVE SPACES TO WS-AGT-CODIGO.
           PERFORM 7000-IDENTIFICAR-OPERADOR.
           IF BITACORA-HABILITADA
               MOVE CF-PADRON-FILE        TO WS-NOM-VIVO
               MOVE WS-NOM-PADRONNEW-FILE TO WS-NOM-NUEVO
               PERFORM 8000-ARMAR-ANTERIOR
               PERFORM 2200-CONTAR-PADRONES
           END-IF.
           IF BITACORA-HABILITADA
          AND PUEDE-INSTALAR
               PERFORM 7100-CONFIRMAR
               IF WS-CONFIRMA = 'S'
                   PERFORM 2300-COPIAR-PADRONES
               END-IF
           END-IF.

       2100-LEER-CONFIGURACION.
      *---    Los mismos valores por defecto que PADLOAD, para
      *---    instalar sobre el mismo padron que este actualizo.
           MOVE '\\servidor-erp\retenciones\' TO CF-RET-PATH.
           MOVE 'llamar_api.bat'         TO CF-API-SCRIPT.
           MOVE 'RETDRV.DAT'             TO CF-DRIVER-FILE.
           MOVE 'PADRON.DAT'             TO CF-PADRON-FILE.
           MOVE 'CONSTANCIA.DAT'         TO CF-ACK-FILE.
           MOVE 3                         TO CF-MAX-REINTENTOS.

           OPEN INPUT CONFIG-FILE.
           IF WS-FS-CONFIG NOT = '00'
               DISPLAY "Aviso: no se encontro "
                       FUNCTION TRIM(WS-NOM-CONFIG-FILE)
                       ", se usan valores por defecto."
           ELSE
               READ CONFIG-FILE
                   AT END
                       DISPLAY "Aviso: "
                               FUNCTION TRIM(WS-NOM-CONFIG-FILE)
                               " esta vacio, se usan valores "
                               "por defecto."
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * 2200 - Cuenta los registros del padron nuevo y del vivo. Sin   *
      * padron nuevo, o vacio, no hay nada que instalar; el vivo puede *
      * no existir todavia.                                            *
      *----------------------------------------------------------------*
       2200-CONTAR-PADRONES.
           MOVE 'S' TO WS-PUEDE-INSTALAR.
           MOVE 0 TO WS-CONT-NUEVO WS-CONT-VIVO.
           OPEN INPUT PADNEW-FILE.
           IF WS-FS-PADNEW NOT = '00'
               MOVE 'N' TO WS-PUEDE-INSTALAR
               DISPLAY "No existe " FUNCTION TRIM(WS-NOM-NUEVO)
                       ", correr PADLOAD primero."
           ELSE
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM 2210-CONTAR-PADNEW
                   UNTIL FIN-ARCHIVO-SI
               CLOSE PADNEW-FILE
               IF WS-CONT-NUEVO = 0
                   MOVE 'N' TO WS-PUEDE-INSTALAR
                   DISPLAY FUNCTION TRIM(WS-NOM-NUEVO)
                           " esta vacio, no hay nada que instalar."
               END-IF
           END-IF.
           IF PUEDE-INSTALAR
               MOVE 'N' TO WS-VIVO-EXISTE
               OPEN INPUT PADVIV-FILE
               IF WS-FS-PADVIV = '00'
                   MOVE 'S' TO WS-VIVO-EXISTE
                   MOVE 'N' TO WS-FIN-ARCHIVO
                   PERFORM 2220-CONTAR-PADVIV
                       UNTIL FIN-ARCHIVO-SI
                   CLOSE PADVIV-FILE
               END-IF
           END-IF.

       2210-CONTAR-PADNEW.
           READ PADNEW-FILE
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CONT-NUEVO
           END-READ.

       2220-CONTAR-PADVIV.
           READ PADVIV-FILE
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CONT-VIVO
           END-READ.

      *----------------------------------------------------------------*
      * 2300 - Copia el padron vivo a la copia .ANT y recien si esa    *
      * copia salio completa copia el nuevo sobre el vivo y vacia el   *
      * nuevo.                                                         *
      *----------------------------------------------------------------*
       2300-COPIAR-PADRONES.
           MOVE 'S' TO WS-COPIA-OK.
           MOVE 0 TO WS-CONT-RESGUARDO WS-CONT-INSTALADO.
           IF VIVO-EXISTE
               PERFORM 2400-RESGUARDAR-PADRON
           END-IF.
           IF COPIA-OK
               PERFORM 2500-COPIAR-PADRON-NUEVO
               IF COPIA-OK
                   OPEN OUTPUT PADNEW-FILE
                   CLOSE PADNEW-FILE
                   PERFORM 7500-REGISTRAR-INSTALACION
               ELSE
                   PERFORM 7900-AVISAR-INSTALACION-CORTADA
               END-IF
           END-IF.

       2400-RESGUARDAR-PADRON.
           OPEN INPUT PADVIV-FILE.
           OPEN OUTPUT PADANT-FILE.
           IF WS-FS-PADVIV NOT = '00'
            OR WS-FS-PADANT NOT = '00'
               MOVE 'N' TO WS-COPIA-OK
               DISPLAY "ERROR: no se pudo copiar "
                       FUNCTION TRIM(WS-NOM-VIVO) " a "
                       FUNCTION TRIM(WS-NOM-ANTERIOR) ", estados "
                       WS-FS-PADVIV " / " WS-FS-PADANT
                       ", no se instala nada."
           ELSE
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM 2410-RESGUARDAR-REGISTRO
                   UNTIL FIN-ARCHIVO-SI
                      OR NOT COPIA-OK
           END-IF.
           CLOSE PADVIV-FILE.
           CLOSE PADANT-FILE.

       2410-RESGUARDAR-REGISTRO.
           READ PADVIV-FILE
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   WRITE PADANT-RECORD FROM PADVIV-RECORD
                   IF WS-FS-PADANT = '00'
                       ADD 1 TO WS-CONT-RESGUARDO
                   ELSE
                       MOVE 'N' TO WS-COPIA-OK
                       DISPLAY "ERROR: no se pudo escribir en "
                               FUNCTION TRIM(WS-NOM-ANTERIOR)
                               ", estado " WS-FS-PADANT
                               ", no se instala nada."
                   END-IF
           END-READ.

       2500-COPIAR-PADRON-NUEVO.
           OPEN INPUT PADNEW-FILE.
           OPEN OUTPUT PADVIV-FILE.
           IF WS-FS-PADNEW NOT = '00'
            OR WS-FS-PADVIV NOT = '00'
               MOVE 'N' TO WS-COPIA-OK
               DISPLAY "ERROR: no se pudo copiar "
                       FUNCTION TRIM(WS-NOM-NUEVO) " sobre "
                       FUNCTION TRIM(WS-NOM-VIVO) ", estados "
                       WS-FS-PADNEW " / " WS-FS-PADVIV "."
           ELSE
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM 2510-COPIAR-REGISTRO
                   UNTIL FIN-ARCHIVO-SI
                      OR NOT COPIA-OK
           END-IF.
           CLOSE PADNEW-FILE.
           CLOSE PADVIV-FILE.

       2510-COPIAR-REGISTRO.
           READ PADNEW-FILE
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   WRITE PADVIV-RECORD FROM PADNEW-RECORD
                   IF WS-FS-PADVIV = '00'
                       ADD 1 TO WS-CONT-INSTALADO
                   ELSE
                       MOVE 'N' TO WS-COPIA-OK
                       DISPLAY "ERROR: no se pudo escribir en "
                               FUNCTION TRIM(WS-NOM-VIVO)
                               ", estado " WS-FS-PADVIV "."
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 3000 - Instalacion del maestro de retenciones del agente       *
      * elegido, que no se hace mientras corre un lote.                *
      *----------------------------------------------------------------*
       3000-INSTALAR-MAESTRO.
           CALL 'AGTSEL' USING WS-ARCHIVOS-INTERNOS
                               WS-AGENTE-DATOS.
           IF NOT AGENTE-SELECCIONADO
               DISPLAY "ERROR: no se pudo seleccionar el agente, "
                       "no se instala nada."
           ELSE
               PERFORM 7000-IDENTIFICAR-OPERADOR
           END-IF.
           IF AGENTE-SELECCIONADO
          AND BITACORA-HABILITADA
               MOVE WS-NOM-MASTER-FILE TO WS-NOM-VIVO
               MOVE WS-NOM-MSTNEW-FILE TO WS-NOM-NUEVO
               PERFORM 8000-ARMAR-ANTERIOR
               PERFORM 3100-VERIFICAR-BLOQUEO
               IF PUEDE-INSTALAR
                   PERFORM 3200-CONTAR-MAESTROS
               END-IF
               IF PUEDE-INSTALAR
                   PERFORM 7100-CONFIRMAR
                   IF WS-CONFIRMA = 'S'
                       PERFORM 3300-COPIAR-MAESTROS
                   END-IF
               END-IF
           END-IF.

       3100-VERIFICAR-BLOQUEO.
           MOVE 'S' TO WS-PUEDE-INSTALAR.
           MOVE SPACES TO LCK-ESTADO LCK-RUN-ID.
           OPEN INPUT LOCK-FILE.
           IF WS-FS-LOCK = '00'
               READ LOCK-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           IF LCK-ESTADO = 'ACTIVO'
               MOVE 'N' TO WS-PUEDE-INSTALAR
               DISPLAY "ERROR: la corrida " LCK-RUN-ID
                       " tiene tomado el bloqueo, no se toca "
                       FUNCTION TRIM(WS-NOM-VIVO)
                       " durante un lote."
           END-IF.

      *----------------------------------------------------------------*
      * 3200 - Cuenta los registros del maestro nuevo y del vivo, con  *
      * el mismo criterio que el padron. Un maestro vivo del layout    *
      * anterior (estado 39, el caso de la migracion) se cuenta con    *
      * ese layout para poder copiarlo; si no abre con ninguno de los  *
      * dos no se instala: no se reemplaza un vivo sin su copia.       *
      *----------------------------------------------------------------*
       3200-CONTAR-MAESTROS.
           MOVE 0 TO WS-CONT-NUEVO WS-CONT-VIVO.
           OPEN INPUT MSTNEW-FILE.
           IF WS-FS-MSTNEW NOT = '00'
               MOVE 'N' TO WS-PUEDE-INSTALAR
               DISPLAY "No existe " FUNCTION TRIM(WS-NOM-NUEVO)
                       ", correr RECMST primero."
           ELSE
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM 3210-CONTAR-MSTNEW
                   UNTIL FIN-ARCHIVO-SI
               CLOSE MSTNEW-FILE
               IF WS-CONT-NUEVO = 0
                   MOVE 'N' TO WS-PUEDE-INSTALAR
                   DISPLAY FUNCTION TRIM(WS-NOM-NUEVO)
                           " esta vacio, no hay nada que instalar."
               END-IF
           END-IF.
           IF PUEDE-INSTALAR
               MOVE 'N' TO WS-VIVO-EXISTE WS-VIVO-ANTERIOR
               OPEN INPUT MSTVIV-FILE
               EVALUATE WS-FS-MSTVIV
                   WHEN '00'
                       MOVE 'S' TO WS-VIVO-EXISTE
                       MOVE 'N' TO WS-FIN-ARCHIVO
                       PERFORM 3220-CONTAR-MSTVIV
                           UNTIL FIN-ARCHIVO-SI
                       CLOSE MSTVIV-FILE
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       PERFORM 3230-CONTAR-MSTVIE
               END-EVALUATE
           END-IF.

       3210-CONTAR-MSTNEW.
           READ MSTNEW-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CONT-NUEVO
           END-READ.

       3220-CONTAR-MSTVIV.
           READ MSTVIV-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CONT-VIVO
           END-READ.

       3230-CONTAR-MSTVIE.
           OPEN INPUT MSTVIE-FILE.
           IF WS-FS-MSTVIE = '00'
               MOVE 'S' TO WS-VIVO-EXISTE WS-VIVO-ANTERIOR
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM 3235-LEER-MSTVIE
                   UNTIL FIN-ARCHIVO-SI
               CLOSE MSTVIE-FILE
           ELSE
               MOVE 'N' TO WS-PUEDE-INSTALAR
               DISPLAY "ERROR: " FUNCTION TRIM(WS-NOM-VIVO)
                       " no abre con el layout actual ni con el "
                       "anterior, estados " WS-FS-MSTVIV " / "
                       WS-FS-MSTVIE ", no se instala nada."
           END-IF.

       3235-LEER-MSTVIE.
           READ MSTVIE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CONT-VIVO
           END-READ.

      *----------------------------------------------------------------*
      * 3300 - Copia el maestro vivo a la copia .ANT y recien si esa   *
      * copia salio completa copia el nuevo sobre el vivo y vacia el   *
      * nuevo. Se lee por clave, asi que la escritura secuencial de    *
      * los destinos va en orden ascendente.                           *
      *----------------------------------------------------------------*
       3300-COPIAR-MAESTROS.
           MOVE 'S' TO WS-COPIA-OK.
           MOVE 0 TO WS-CONT-RESGUARDO WS-CONT-INSTALADO.
           EVALUATE TRUE
               WHEN VIVO-LAYOUT-ANTERIOR
                   PERFORM 3450-RESGUARDAR-MAESTRO-ANT
               WHEN VIVO-EXISTE
                   PERFORM 3400-RESGUARDAR-MAESTRO
           END-EVALUATE.
           IF COPIA-OK
               PERFORM 3500-COPIAR-MAESTRO-NUEVO
               IF COPIA-OK
                   OPEN OUTPUT MSTNEW-FILE
                   CLOSE MSTNEW-FILE
                   PERFORM 7500-REGISTRAR-INSTALACION
               ELSE
                   PERFORM 7900-AVISAR-INSTALACION-CORTADA
               END-IF
           END-IF.

       3400-RESGUARDAR-MAESTRO.
           OPEN INPUT MSTVIV-FILE.
           OPEN OUTPUT MSTANT-FILE.
           IF WS-FS-MSTVIV NOT = '00'
            OR WS-FS-MSTANT NOT = '00'
               MOVE 'N' TO WS-COPIA-OK
               DISPLAY "ERROR: no se pudo copiar "
                       FUNCTION TRIM(WS-NOM-VIVO) " a "
                       FUNCTION TRIM(WS-NOM-ANTERIOR) ", estados "
                       WS-FS-MSTVIV " / " WS-FS-MSTANT
                       ", no se instala nada."
           ELSE
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM 3410-RESGUARDAR-REGISTRO
                   UNTIL FIN-ARCHIVO-SI
                      OR NOT COPIA-OK
           END-IF.
           CLOSE MSTVIV-FILE.
           CLOSE MSTANT-FILE.

       3410-RESGUARDAR-REGISTRO.
           READ MSTVIV-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   WRITE MSTANT-RECORD FROM MSTVIV-RECORD
                   IF WS-FS-MSTANT = '00'
                       ADD 1 TO WS-CONT-RESGUARDO
                   ELSE
                       MOVE 'N' TO WS-COPIA-OK
                       DISPLAY "ERROR: no se pudo escribir en "
                               FUNCTION TRIM(WS-NOM-ANTERIOR)
                               ", estado " WS-FS-MSTANT
                               ", no se instala nada."
                   END-IF
           END-READ.

      *--- Un maestro del layout anterior se copia tal cual, con ese
      *--- layout: la copia .ANT sirve para volver atras la migracion.
       3450-RESGUARDAR-MAESTRO-ANT.
           OPEN INPUT MSTVIE-FILE.
           OPEN OUTPUT MSTAVI-FILE.
           IF WS-FS-MSTVIE NOT = '00'
            OR WS-FS-MSTAVI NOT = '00'
               MOVE 'N' TO WS-COPIA-OK
               DISPLAY "ERROR: no se pudo copiar "
                       FUNCTION TRIM(WS-NOM-VIVO) " a "
                       FUNCTION TRIM(WS-NOM-ANTERIOR) ", estados "
                       WS-FS-MSTVIE " / " WS-FS-MSTAVI
                       ", no se instala nada."
           ELSE
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM 3460-RESGUARDAR-REGISTRO-ANT
                   UNTIL FIN-ARCHIVO-SI
                      OR NOT COPIA-OK
           END-IF.
           CLOSE MSTVIE-FILE.
           CLOSE MSTAVI-FILE.

       3460-RESGUARDAR-REGISTRO-ANT.
           READ MSTVIE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   WRITE MSTAVI-RECORD FROM MSTVIE-RECORD
                   IF WS-FS-MSTAVI = '00'
                       ADD 1 TO WS-CONT-RESGUARDO
                   ELSE
                       MOVE 'N' TO WS-COPIA-OK
                       DISPLAY "ERROR: no se pudo escribir en "
                               FUNCTION TRIM(WS-NOM-ANTERIOR)
                               ", estado " WS-FS-MSTAVI
                               ", no se instala nada."
                   END-IF
           END-READ.

       3500-COPIAR-MAESTRO-NUEVO.
           OPEN INPUT MSTNEW-FILE.
           OPEN OUTPUT MSTVIV-FILE.
           IF WS-FS-MSTNEW NOT = '00'
            OR WS-FS-MSTVIV NOT = '00'
               MOVE 'N' TO WS-COPIA-OK
               DISPLAY "ERROR: no se pudo copiar "
                       FUNCTION TRIM(WS-NOM-NUEVO) " sobre "
                       FUNCTION TRIM(WS-NOM-VIVO) ", estados "
                       WS-FS-MSTNEW " / " WS-FS-MSTVIV "."
           ELSE
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM 3510-COPIAR-REGISTRO
                   UNTIL FIN-ARCHIVO-SI
                      OR NOT COPIA-OK
           END-IF.
           CLOSE MSTNEW-FILE.
           CLOSE MSTVIV-FILE.

       3510-COPIAR-REGISTRO.
           READ MSTNEW-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   WRITE MSTVIV-RECORD FROM MAESTRO-RECORD
                   IF WS-FS-MSTVIV = '00'
                       ADD 1 TO WS-CONT-INSTALADO
                   ELSE
                       MOVE 'N' TO WS-COPIA-OK
                       DISPLAY "ERROR: no se pudo escribir en "
                               FUNCTION TRIM(WS-NOM-VIVO)
                               ", estado " WS-FS-MSTVIV "."
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 4000 - Conversion del historico del agente elegido al layout   *
      * actual, que no se hace mientras corre un lote (ARCHRET y la    *
      * consulta lo leen con el layout nuevo).                         *
      *----------------------------------------------------------------*
       4000-CONVERTIR-HISTORICO.
           CALL 'AGTSEL' USING WS-ARCHIVOS-INTERNOS
                               WS-AGENTE-DATOS.
           IF NOT AGENTE-SELECCIONADO
               DISPLAY "ERROR: no se pudo seleccionar el agente, "
                       "no se convierte nada."
           ELSE
               PERFORM 7000-IDENTIFICAR-OPERADOR
           END-IF.
           IF AGENTE-SELECCIONADO
          AND BITACORA-HABILITADA
               MOVE WS-NOM-HIST-FILE TO WS-NOM-VIVO
               MOVE WS-NOM-HIST-FILE TO WS-NOM-NUEVO
               PERFORM 8000-ARMAR-ANTERIOR
               PERFORM 3100-VERIFICAR-BLOQUEO
               IF PUEDE-INSTALAR
                   PERFORM 4100-VERIFICAR-HISTORICO
               END-IF
               IF PUEDE-INSTALAR
                   PERFORM 4200-CONFIRMAR-CONVERSION
                   IF WS-CONFIRMA = 'S'
                       PERFORM 4300-COPIAR-HISTORICOS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 4100 - Solo se convierte un historico que no abre con el       *
      * layout actual y si con el anterior; se cuentan sus registros.  *
      *----------------------------------------------------------------*
       4100-VERIFICAR-HISTORICO.
           MOVE 0 TO WS-CONT-VIVO.
           OPEN INPUT HISNUE-FILE.
           EVALUATE WS-FS-HISNUE
               WHEN '00'
                   CLOSE HISNUE-FILE
                   MOVE 'N' TO WS-PUEDE-INSTALAR
                   DISPLAY FUNCTION TRIM(WS-NOM-VIVO)
                           " ya tiene el layout actual, no hay nada "
                           "que convertir."
               WHEN '35'
                   MOVE 'N' TO WS-PUEDE-INSTALAR
                   DISPLAY "No existe " FUNCTION TRIM(WS-NOM-VIVO)
                           ", no hay nada que convertir."
               WHEN OTHER
                   OPEN INPUT HISVIE-FILE
                   IF WS-FS-HISVIE NOT = '00'
                       MOVE 'N' TO WS-PUEDE-INSTALAR
                       DISPLAY "ERROR: " FUNCTION TRIM(WS-NOM-VIVO)
                               " no abre con el layout actual ni con "
                               "el anterior, estados " WS-FS-HISNUE
                               " / " WS-FS-HISVIE "."
                   ELSE
                       MOVE 'N' TO WS-FIN-ARCHIVO
                       PERFORM 4110-CONTAR-HISVIE
                           UNTIL FIN-ARCHIVO-SI
                       CLOSE HISVIE-FILE
                   END-IF
           END-EVALUATE.

       4110-CONTAR-HISVIE.
           READ HISVIE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CONT-VIVO
           END-READ.

      *----------------------------------------------------------------*
      * 4200 - Muestra que se va a convertir y pide la confirmacion.   *
      *----------------------------------------------------------------*
       4200-CONFIRMAR-CONVERSION.
           DISPLAY "Se convierte " FUNCTION TRIM(WS-NOM-VIVO) " ("
                   WS-CONT-VIVO " registros del layout anterior) "
                   "al layout actual.".
           DISPLAY "El archivo actual queda copiado en "
                   FUNCTION TRIM(WS-NOM-ANTERIOR) ".".
           DISPLAY "Convertir? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 's'
               MOVE 'S' TO WS-CONFIRMA
           END-IF.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "No se convirtio nada."
           END-IF.

      *----------------------------------------------------------------*
      * 4300 - Copia el historico tal cual a la copia .ANT y recien si *
      * esa copia salio completa vuelve a grabar el vivo desde ella    *
      * con el layout actual: los campos nuevos quedan en blanco.      *
      *----------------------------------------------------------------*
       4300-COPIAR-HISTORICOS.
           MOVE 'S' TO WS-COPIA-OK.
           MOVE 0 TO WS-CONT-RESGUARDO WS-CONT-INSTALADO.
           PERFORM 4400-RESGUARDAR-HISTORICO.
           IF COPIA-OK
               PERFORM 4500-GRABAR-HISTORICO-NUEVO
               IF COPIA-OK
                   PERFORM 4600-REGISTRAR-CONVERSION
               ELSE
                   DISPLAY "ERROR: la conversion se corto con "
                           WS-CONT-INSTALADO " registros grabados; "
                           FUNCTION TRIM(WS-NOM-VIVO)
                           " quedo incompleto. Restaurarlo desde "
                           FUNCTION TRIM(WS-NOM-ANTERIOR)
                           " y volver a convertirlo."
               END-IF
           END-IF.

       4400-RESGUARDAR-HISTORICO.
           OPEN INPUT HISVIE-FILE.
           OPEN OUTPUT HISANT-FILE.
           IF WS-FS-HISVIE NOT = '00'
            OR WS-FS-HISANT NOT = '00'
               MOVE 'N' TO WS-COPIA-OK
               DISPLAY "ERROR: no se pudo copiar "
                       FUNCTION TRIM(WS-NOM-VIVO) " a "
                       FUNCTION TRIM(WS-NOM-ANTERIOR) ", estados "
                       WS-FS-HISVIE " / " WS-FS-HISANT
                       ", no se convierte nada."
           ELSE
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM 4410-RESGUARDAR-REGISTRO
                   UNTIL FIN-ARCHIVO-SI
                      OR NOT COPIA-OK
           END-IF.
           CLOSE HISVIE-FILE.
           CLOSE HISANT-FILE.

       4410-RESGUARDAR-REGISTRO.
           READ HISVIE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   WRITE HISANT-RECORD FROM HISVIE-RECORD
                   IF WS-FS-HISANT = '00'
                       ADD 1 TO WS-CONT-RESGUARDO
                   ELSE
                       MOVE 'N' TO WS-COPIA-OK
                       DISPLAY "ERROR: no se pudo escribir en "
                               FUNCTION TRIM(WS-NOM-ANTERIOR)
                               ", estado " WS-FS-HISANT
                               ", no se convierte nada."
                   END-IF
           END-READ.

       4500-GRABAR-HISTORICO-NUEVO.
           OPEN INPUT HISANT-FILE.
           OPEN OUTPUT HISNUE-FILE.
           IF WS-FS-HISANT NOT = '00'
            OR WS-FS-HISNUE NOT = '00'
               MOVE 'N' TO WS-COPIA-OK
               DISPLAY "ERROR: no se pudo grabar "
                       FUNCTION TRIM(WS-NOM-VIVO) " desde "
                       FUNCTION TRIM(WS-NOM-ANTERIOR) ", estados "
                       WS-FS-HISANT " / " WS-FS-HISNUE "."
           ELSE
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM 4510-CONVERTIR-REGISTRO
                   UNTIL FIN-ARCHIVO-SI
                      OR NOT COPIA-OK
           END-IF.
           CLOSE HISANT-FILE.
           CLOSE HISNUE-FILE.

      *--- El registro anterior ocupa las primeras 123 posiciones del
      *--- actual; el movimiento de grupo completa el resto con
      *--- blancos.
       4510-CONVERTIR-REGISTRO.
           READ HISANT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   MOVE HISANT-RECORD TO HISTORICO-RECORD
                   WRITE HISTORICO-RECORD
                   IF WS-FS-HISNUE = '00'
                       ADD 1 TO WS-CONT-INSTALADO
                   ELSE
                       MOVE 'N' TO WS-COPIA-OK
                       DISPLAY "ERROR: no se pudo escribir en "
                               FUNCTION TRIM(WS-NOM-VIVO)
                               ", estado " WS-FS-HISNUE "."
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 4600 - Conversion terminada: la registra en la bitacora con    *
      * las cantidades del archivo copiado y del convertido.           *
      *----------------------------------------------------------------*
       4600-REGISTRAR-CONVERSION.
           DISPLAY "Convertido " FUNCTION TRIM(WS-NOM-VIVO)
                   " al layout actual, "
                   WS-CONT-INSTALADO " registros.".
           DISPLAY "El archivo anterior quedo en "
                   FUNCTION TRIM(WS-NOM-ANTERIOR) ", "
                   WS-CONT-RESGUARDO " registros.".
           MOVE SPACES TO WS-BIT-ANTES WS-BIT-DESPUES.
           STRING FUNCTION TRIM(WS-NOM-VIVO) DELIMITED BY SIZE
                  " CON "                    DELIMITED BY SIZE
                  WS-CONT-RESGUARDO          DELIMITED BY SIZE
                  " REGISTROS DEL LAYOUT ANTERIOR, COPIADO EN "
                                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-ANTERIOR)
                                             DELIMITED BY SIZE
             INTO WS-BIT-ANTES.
           STRING FUNCTION TRIM(WS-NOM-VIVO) DELIMITED BY SIZE
                  " CON "                    DELIMITED BY SIZE
                  WS-CONT-INSTALADO          DELIMITED BY SIZE
                  " REGISTROS DEL LAYOUT ACTUAL"
                                             DELIMITED BY SIZE
             INTO WS-BIT-DESPUES.
           MOVE 'R'          TO WS-BIT-FUNCION.
           MOVE WS-NOM-VIVO  TO WS-BIT-ARCHIVO.
           MOVE 'CONVIERT'   TO WS-BIT-ACCION.
           MOVE WS-NOM-VIVO  TO WS-BIT-CLAVE.
           MOVE SPACES       TO WS-BIT-CUIT WS-BIT-QUINCENA.
           CALL 'BITREG' USING WS-BITACORA-DATOS.

      *----------------------------------------------------------------*
      * 7000 - Identificacion del operador con BITREG. Sin operador o  *
      * sin bitacora no se instala nada.                               *
      *----------------------------------------------------------------*
       7000-IDENTIFICAR-OPERADOR.
           MOVE 'I'           TO WS-BIT-FUNCION.
           MOVE 'INSMST'      TO WS-BIT-PROGRAMA.
           MOVE WS-AGT-CODIGO TO WS-BIT-AGENTE.
           CALL 'BITREG' USING WS-BITACORA-DATOS.
           IF NOT BITACORA-HABILITADA
               DISPLAY "ERROR: sin operador identificado no se "
                       "instala nada."
           END-IF.

      *----------------------------------------------------------------*
      * 7100 - Muestra que se va a reemplazar y pide la confirmacion.  *
      *----------------------------------------------------------------*
       7100-CONFIRMAR.
           DISPLAY "Se instala " FUNCTION TRIM(WS-NOM-NUEVO) " ("
                   WS-CONT-NUEVO " registros) sobre "
                   FUNCTION TRIM(WS-NOM-VIVO) ".".
           IF VIVO-EXISTE
               DISPLAY "El archivo vivo tiene " WS-CONT-VIVO
                       " registros y queda copiado en "
                       FUNCTION TRIM(WS-NOM-ANTERIOR) "."
               IF VIVO-LAYOUT-ANTERIOR
                   DISPLAY "El archivo vivo tiene el layout anterior;"
                           " la copia lo conserva con ese layout."
               END-IF
           ELSE
               DISPLAY "No hay archivo vivo que copiar."
           END-IF.
           DISPLAY "Confirmar que se reviso el informe de "
                   "diferencias antes de instalar.".
           DISPLAY "Instalar? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 's'
               MOVE 'S' TO WS-CONFIRMA
           END-IF.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "No se instalo nada."
           END-IF.

      *----------------------------------------------------------------*
      * 7500 - Instalacion terminada: la registra en la bitacora con   *
      * las cantidades del archivo reemplazado y del instalado.        *
      *----------------------------------------------------------------*
       7500-REGISTRAR-INSTALACION.
           DISPLAY "Instalado " FUNCTION TRIM(WS-NOM-NUEVO) " sobre "
                   FUNCTION TRIM(WS-NOM-VIVO) ", "
                   WS-CONT-INSTALADO " registros.".
           IF VIVO-EXISTE
               DISPLAY "El archivo anterior quedo en "
                       FUNCTION TRIM(WS-NOM-ANTERIOR) ", "
                       WS-CONT-RESGUARDO " registros."
           END-IF.
           MOVE SPACES TO WS-BIT-ANTES WS-BIT-DESPUES.
           IF VIVO-EXISTE
               STRING FUNCTION TRIM(WS-NOM-VIVO) DELIMITED BY SIZE
                      " CON "                    DELIMITED BY SIZE
                      WS-CONT-RESGUARDO          DELIMITED BY SIZE
                      " REGISTROS, COPIADO EN "  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NOM-ANTERIOR)
                                                 DELIMITED BY SIZE
                 INTO WS-BIT-ANTES
           ELSE
               STRING FUNCTION TRIM(WS-NOM-VIVO) DELIMITED BY SIZE
                      " NO EXISTIA"              DELIMITED BY SIZE
                 INTO WS-BIT-ANTES
           END-IF.
           STRING FUNCTION TRIM(WS-NOM-NUEVO) DELIMITED BY SIZE
                  " CON "                     DELIMITED BY SIZE
                  WS-CONT-INSTALADO           DELIMITED BY SIZE
                  " REGISTROS, INSTALADO SOBRE "
                                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-VIVO)  DELIMITED BY SIZE
             INTO WS-BIT-DESPUES.
           MOVE 'R'          TO WS-BIT-FUNCION.
           MOVE WS-NOM-VIVO  TO WS-BIT-ARCHIVO.
           MOVE 'INSTALA'    TO WS-BIT-ACCION.
           MOVE WS-NOM-NUEVO TO WS-BIT-CLAVE.
           MOVE SPACES       TO WS-BIT-CUIT WS-BIT-QUINCENA.
           CALL 'BITREG' USING WS-BITACORA-DATOS.

      *----------------------------------------------------------------*
      * 7900 - La copia del nuevo sobre el vivo se corto a mitad: el   *
      * vivo quedo incompleto y hay que restaurarlo desde la copia.    *
      *----------------------------------------------------------------*
       7900-AVISAR-INSTALACION-CORTADA.
           DISPLAY "ERROR: la instalacion se corto con "
                   WS-CONT-INSTALADO " registros copiados; "
                   FUNCTION TRIM(WS-NOM-VIVO) " quedo incompleto.".
           IF VIVO-EXISTE
               DISPLAY "Restaurarlo desde "
                       FUNCTION TRIM(WS-NOM-ANTERIOR)
                       " antes de correr GENRET."
           END-IF.

      *----------------------------------------------------------------*
      * 8000 - Arma el nombre de la copia del archivo vivo cambiando   *
      * su extension por .ANT (PADRON.DAT -> PADRON.ANT).              *
      *----------------------------------------------------------------*
       8000-ARMAR-ANTERIOR.
           MOVE SPACES TO WS-ANT-PREFIJO WS-NOM-ANTERIOR.
           UNSTRING WS-NOM-VIVO DELIMITED BY '.'
               INTO WS-ANT-PREFIJO.
           STRING WS-ANT-PREFIJO DELIMITED BY SPACE
                  '.ANT'         DELIMITED BY SIZE
             INTO WS-NOM-ANTERIOR.
