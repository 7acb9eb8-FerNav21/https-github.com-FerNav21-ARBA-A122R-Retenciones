      * ENTRADA:
      *     - PROVMST.DAT: maestro de proveedores (se crea vacio si
      *       no existe).
      *     - Operador, CUIT, datos del proveedor y del certificado
      *       pedidos por consola.
      *
      * SALIDA:
      *     - PROVMST.DAT actualizado.
      *     - BITACORA.DAT: cada alta, modificacion y baja con el
      *       operador y el registro antes y despues (via BITREG).
      *     - Mensajes de estado en la consola.
      *
      * MODIFICACIONES:
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-09-02  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      Bitacora de cambios: el
      *                                 operador se identifica al
      *                                 iniciar (BITREG) y cada alta,
      *                                 modificacion y baja queda en
      *                                 BITACORA.DAT con el registro
      *                                 antes y despues.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--- con GENRET y ACKRECON.
           COPY ERPFILC.

      *--- Bitacora de cambios: operador identificado al iniciar y
      *--- datos de cada cambio para BITREG.
           COPY ERPBITW.

      *--- CUIT y accion pedidos por consola.
       01  WS-CUIT-PEDIDO           PIC X(11).
       01  WS-ACCION                PIC X(01).
      * Logica principal del programa.                                 *
      *================================================================*
       MAIN-PROCEDURE.
           PERFORM 0500-IDENTIFICAR-OPERADOR.
           IF BITACORA-HABILITADA
               PERFORM 1000-ABRIR-MAESTRO
               IF NOT FIN-MANTENIMIENTO-SI
                   PERFORM 2000-ATENDER-PROVEEDOR
                       UNTIL FIN-MANTENIMIENTO-SI
                   CLOSE PROV-FILE
               END-IF
           END-IF.
           DISPLAY "Mantenimiento de proveedores finalizado.".
           DISPLAY "Altas:         " WS-CONT-ALTAS.
           DISPLAY "Bajas:         " WS-CONT-BAJAS.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0500 - Identificacion del operador con BITREG. Sin operador o  *
      * sin bitacora no se toca el maestro: un cambio de certificado   *
      * tiene que poder explicarse despues.                            *
      *----------------------------------------------------------------*
       0500-IDENTIFICAR-OPERADOR.
           MOVE 'I'       TO WS-BIT-FUNCION.
           MOVE 'PROVMNT' TO WS-BIT-PROGRAMA.
           MOVE SPACES    TO WS-BIT-AGENTE.
           CALL 'BITREG' USING WS-BITACORA-DATOS.
           IF NOT BITACORA-HABILITADA
               DISPLAY "ERROR: sin operador identificado no se "
                       "modifica el maestro de proveedores."
           END-IF.

      *----------------------------------------------------------------*
      * 1000 - Apertura del maestro de proveedores; si no existe       *
      * todavia se lo crea vacio, como hace GENRET con RETMST.DAT.     *
           END-IF.

       3200-GRABAR-PROVEEDOR.
      *---    El registro leido en 2100 sigue en el area del archivo:
      *---    es la imagen anterior de una modificacion.
           IF PROVEEDOR-HALLADO
               MOVE PROVEEDOR-RECORD TO WS-BIT-ANTES
           ELSE
               MOVE SPACES TO WS-BIT-ANTES
           END-IF.
           MOVE WS-CUIT-PEDIDO    TO PRV-CUIT.
           MOVE WS-ENT-RAZON      TO PRV-RAZON-SOCIAL.
           MOVE WS-ENT-TIPO       TO PRV-TIPO-CERT.
                   ADD 1 TO WS-CONT-CAMBIOS
                   DISPLAY "Proveedor " WS-CUIT-PEDIDO
                           " modificado."
                   MOVE 'MODIF' TO WS-BIT-ACCION
                   MOVE PROVEEDOR-RECORD TO WS-BIT-DESPUES
                   PERFORM 9000-REGISTRAR-CAMBIO
               ELSE
                   DISPLAY "ERROR: no se pudo modificar el "
                           "proveedor, estado " WS-FS-PROV "."
                   ADD 1 TO WS-CONT-ALTAS
                   DISPLAY "Proveedor " WS-CUIT-PEDIDO
                           " dado de alta."
                   MOVE 'ALTA' TO WS-BIT-ACCION
                   MOVE PROVEEDOR-RECORD TO WS-BIT-DESPUES
                   PERFORM 9000-REGISTRAR-CAMBIO
               ELSE
                   DISPLAY "ERROR: no se pudo grabar el "
                           "proveedor, estado " WS-FS-PROV "."
                       " (S/N): "
               ACCEPT WS-ACCION
               IF WS-ACCION = 'S' OR WS-ACCION = 's'
                   MOVE PROVEEDOR-RECORD TO WS-BIT-ANTES
                   MOVE WS-CUIT-PEDIDO TO PRV-CUIT
                   DELETE PROV-FILE
                   IF WS-FS-PROV = '00'
                       ADD 1 TO WS-CONT-BAJAS
                       DISPLAY "Proveedor " WS-CUIT-PEDIDO
                               " dado de baja."
                       MOVE 'BAJA' TO WS-BIT-ACCION
                       MOVE SPACES TO WS-BIT-DESPUES
                       PERFORM 9000-REGISTRAR-CAMBIO
                   ELSE
                       DISPLAY "ERROR: no se pudo borrar el "
                               "proveedor, estado " WS-FS-PROV "."
                   DISPLAY "La baja no se realizo."
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 9000 - Registra en la bitacora el cambio recien grabado, con   *
      * la accion y las imagenes ya cargadas. El maestro de            *
      * proveedores es compartido: va sin agente.                      *
      *----------------------------------------------------------------*
       9000-REGISTRAR-CAMBIO.
           MOVE 'R'              TO WS-BIT-FUNCION.
           MOVE WS-NOM-PROV-FILE TO WS-BIT-ARCHIVO.
           MOVE WS-CUIT-PEDIDO   TO WS-BIT-CLAVE.
           MOVE WS-CUIT-PEDIDO   TO WS-BIT-CUIT.
           MOVE SPACES           TO WS-BIT-QUINCENA.
           CALL 'BITREG' USING WS-BITACORA-DATOS.
