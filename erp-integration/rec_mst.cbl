      * Este programa reconstruye el maestro de retenciones desde      *
      * cero cuando RETMST.DAT se corrompio o quedaron corridas sin    *
      * maestro: relee RETLOG.CSV y recrea cada operacion con su tipo  *
      * de movimiento, retencion original, regimen y jurisdiccion (OK  *
      * queda TRANSMITIDA, ERROR queda PENDIENTE), marca ANULADA a las *
      * revertidas por una reversa OK, aplica las constancias de ARBA  *
      * para dejar el estado final (ACEPTADA/RECHAZADA) y, si el       *
      * maestro anterior existe, emite un informe de diferencias       *
      * contra el. Como PADLOAD con el padron, el maestro nuevo se     *
      * deja en RETMST.NEW y recien se instala sobre RETMST.DAT con    *
      * INSMST despues de revisar el informe.                          *
      *                                                                *
      * MIGRACION: los campos de regimen, origen de la alicuota y      *
      * jurisdiccion alargaron el registro de ERPMSTR, y un RETMST.DAT *
      * grabado con el layout anterior deja de abrir (estado 39) en    *
      * todos los programas. Tras instalar cada uno de esos cambios    *
      * hay que correr esta reconstruccion UNA VEZ por agente: este    *
      * programa no depende del maestro viejo (solo lo compara si se   *
      * deja abrir), asi que sirve tambien para esa migracion.         *
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-09-02  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      El maestro suma el origen de
      *                                 la alicuota, que no viaja en
      *                                 el log: queda en blanco en el
      *                                 maestro reconstruido. Sirve
      *                                 igual para la migracion del
      *                                 registro alargado.
      *     2026-10-15  ERP-System      El maestro reconstruido se
      *                                 instala sobre el vivo con
      *                                 INSMST (copia del anterior y
      *                                 registro en la bitacora de
      *                                 cambios) en lugar de
      *                                 renombrarlo a mano.
      *     2026-10-15  ERP-System      Reconstruye la jurisdiccion
      *                                 (ARBA o AGIP) de cada retencion
      *                                 desde el campo 13 del log; las
      *                                 lineas de los formatos
      *                                 anteriores quedan como ARBA.
      *     2026-10-15  ERP-System      El sistema de origen y la
      *                                 referencia del documento quedan
      *                                 en blanco en el maestro
      *                                 reconstruido (no viajan en el
      *                                 log).
      *     2026-10-15  ERP-System      La vista del maestro anterior
      *                                 toma el largo completo del
      *                                 registro de ERPMSTR (155); con
      *                                 el largo viejo no abria y no
      *                                 salia el informe de
      *                                 diferencias.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 OLD-CUIT               PIC X(11).
           05 FILLER                 PIC X(92).
           05 OLD-ESTADO             PIC X(12).
           05 FILLER                 PIC X(33).

       FD  DIFER-FILE.
       01  DIFER-RECORD             PIC X(132).
       01  WS-AUD-RUN-ID            PIC X(14).
       01  WS-AUD-REGIMEN           PIC X(01).
       01  WS-AUD-REG-LEN           PIC 9(03) VALUE 0.
       01  WS-AUD-JURISDICCION      PIC X(01).
       01  WS-AUD-JUR-LEN           PIC 9(03) VALUE 0.
       01  WS-AUD-RAZON             PIC X(26).
       01  WS-AUD-RET-NUMERO        PIC X(07).
       01  WS-AUD-PTR               PIC 9(03) VALUE 1.
       01  WS-AUD-PTR-JUR           PIC 9(03) VALUE 1.

      *--- Importes de la linea convertidos para el maestro.
       01  WS-LIN-BASE              PIC 9(07)V99 VALUE 0.
       2200-SEPARAR-LINEA-AUDITORIA.
           MOVE SPACES TO WS-AUD-TIPO WS-AUD-ORIGINAL
                          WS-AUD-RUN-ID WS-AUD-REGIMEN
                          WS-AUD-JURISDICCION WS-AUD-RAZON.
           MOVE 1 TO WS-AUD-PTR.
           MOVE 0 TO WS-AUD-REG-LEN WS-AUD-JUR-LEN.
           UNSTRING AUDIT-RECORD DELIMITED BY ","
               INTO WS-AUD-CUIT
                    WS-AUD-SUCURSAL
                        COUNT IN WS-AUD-REG-LEN
               WITH POINTER WS-AUD-PTR
           END-UNSTRING.
      *---    Desde que la linea lleva la jurisdiccion (campo 13) la
      *---    razon social es el campo 14. En una linea de un formato
      *---    anterior el campo 13 ya es la razon social: la
      *---    jurisdiccion solo se honra si la linea traia el regimen
      *---    y el campo mide exactamente 1 con 'B' o 'C'; si no, la
      *---    razon se vuelve a tomar desde el campo 13.
           MOVE WS-AUD-PTR TO WS-AUD-PTR-JUR.
           IF WS-AUD-PTR <= 200
               UNSTRING AUDIT-RECORD DELIMITED BY ","
                   INTO WS-AUD-JURISDICCION
                            COUNT IN WS-AUD-JUR-LEN
                   WITH POINTER WS-AUD-PTR
               END-UNSTRING
           END-IF.
           IF WS-AUD-REG-LEN NOT = 1
            OR WS-AUD-JUR-LEN NOT = 1
            OR (WS-AUD-JURISDICCION NOT = 'B'
           AND WS-AUD-JURISDICCION NOT = 'C')
               MOVE WS-AUD-PTR-JUR TO WS-AUD-PTR
               MOVE 'B' TO WS-AUD-JURISDICCION
           END-IF.
           IF WS-AUD-PTR <= 200
               MOVE AUDIT-RECORD (WS-AUD-PTR:) TO WS-AUD-RAZON
           END-IF.
           ELSE
               MOVE 0 TO MST-SUCURSAL
           END-IF.
      *---    La categoria y el origen de la alicuota no viajan en
      *---    el log; quedan en blanco y se completan a mano si
      *---    alguna consulta los necesita.
           MOVE SPACES             TO MST-CAT-CODIGO.
           MOVE SPACE              TO MST-ORIGEN-ALIC.
           MOVE WS-LIN-BASE        TO MST-BASE-IMPONIBLE.
           MOVE WS-LIN-ALIC        TO MST-ALICUOTA.
           MOVE WS-LIN-IMPORTE     TO MST-IMPORTE-RET.
           END-IF.
           MOVE WS-AUD-FILENAME    TO MST-FILE-NAME.
           MOVE WS-AUD-REGIMEN     TO MST-REGIMEN.
           MOVE WS-AUD-JURISDICCION TO MST-JURISDICCION.
      *---    El sistema de origen y el documento tampoco viajan en
      *---    el log.
           MOVE SPACES             TO MST-SISTEMA-ORIGEN
                                      MST-DOC-REFERENCIA.
           IF WS-AUD-RESULTADO = "OK"
               MOVE 'TRANSMITIDA' TO MST-ESTADO
           ELSE

      *----------------------------------------------------------------*
      * 8000 - Cierre: libera el bloqueo y deja el maestro nuevo en    *
      * RETMST.NEW, para instalarlo sobre RETMST.DAT con INSMST        *
      * despues de revisar el informe, como con el padron de PADLOAD.  *
      *----------------------------------------------------------------*
       8000-FINALIZAR.
           CLOSE NEWMST-FILE.
                   WS-CONT-DIF-ESTADO.
           DISPLAY "Revisar "
                   FUNCTION TRIM(WS-NOM-MSTDF-FILE)
                   " y luego instalar "
                   FUNCTION TRIM(WS-NOM-MSTNEW-FILE)
                   " sobre " FUNCTION TRIM(WS-NOM-MASTER-FILE)
                   " con INSMST.".

       8200-LIBERAR-BLOQUEO.
           MOVE 'LIBRE' TO LCK-ESTADO.
