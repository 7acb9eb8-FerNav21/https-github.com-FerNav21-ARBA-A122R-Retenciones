      *     - AGENTES.CFG: un registro por agente (layout ERPAGTR).
      *     - Codigo de agente pedido por consola (blanco = primer
      *       agente del archivo, o modo mono-agente si el archivo
      *       no existe). En una corrida desatendida se toma del
      *       parametro AGENTE de RUNPARM.DAT (ver RUNPRM).
      *
      * SALIDA:
      *     - WS-ARCHIVOS-INTERNOS del llamador con los nombres del
      *     Fecha       Autor           Descripcion
      *     ----------  --------------  --------------------------------
      *     2026-09-02  ERP-System      Version inicial.
      *     2026-10-15  ERP-System      Asientos al mayor (ASIENTO.TXT)
      *                                 y control de contabilizacion
      *                                 (ASICTL.DAT) propios de cada
      *                                 agente.
      *     2026-10-15  ERP-System      Pagos de la DDJJ (PAGDDJJ.DAT
      *                                 y su informe PAGDDJJ.TXT)
      *                                 propios de cada agente.
      *     2026-10-15  ERP-System      Corrida desatendida: el codigo
      *                                 de agente sale de RUNPARM.DAT
      *                                 (RUNPRM) en lugar de la
      *                                 consola.
      *     2026-10-15  ERP-System      Registro de reintentos de la
      *                                 API (RETAPI.DAT) y de acuses
      *                                 (RETACU.DAT) propios de cada
      *                                 agente.
      *     2026-10-15  ERP-System      Numeracion de AGIP (GENAGP.CTL)
      *                                 y presentacion de AGIP
      *                                 (AGIPDDJJ.TXT) propias de cada
      *                                 agente.
      *     2026-10-15  ERP-System      Nombre propio por agente del
      *                                 registro de operaciones sin
      *                                 numero de retencion
      *                                 (RETSNR.DAT).
      *     2026-10-15  ERP-System      Fotos de las presentaciones de
      *                                 la DDJJ (DDJJFOT.DAT),
      *                                 rectificativa de ARBA
      *                                 (ARBARECT.TXT) y su informe de
      *                                 diferencias (RECTDDJJ.TXT)
      *                                 propios de cada agente.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--- Codigo de agente pedido por consola.
       01  WS-COD-PEDIDO            PIC X(02).

      *--- Parametro de corrida desatendida (RUNPRM).
           COPY ERPPRMW.

      *--- Armado de cada nombre de archivo por agente: prefijo mas
      *--- codigo mas extension.
       01  WS-ARM-PREFIJO           PIC X(08).
           MOVE 'N' TO WS-AGT-SELECCIONADO.
           MOVE 'N' TO WS-FIN-AGENTES.
           MOVE 'N' TO WS-AGT-HALLADO.
           PERFORM 1000-PEDIR-AGENTE.

           OPEN INPUT AGENTE-FILE.
           IF WS-FS-AGENTE NOT = '00'
           END-IF.
           GOBACK.

      *----------------------------------------------------------------*
      * 1000 - Codigo de agente: en una corrida desatendida sale del   *
      * parametro AGENTE de RUNPARM.DAT; si no, se pide por consola.   *
      *----------------------------------------------------------------*
       1000-PEDIR-AGENTE.
           MOVE 'AGTSEL' TO WS-PRM-PROGRAMA.
           MOVE 'AGENTE' TO WS-PRM-CLAVE.
           CALL 'RUNPRM' USING WS-PARAMETRO-CORRIDA.
           IF MODO-DESATENDIDO
               MOVE WS-PRM-VALOR (1:2) TO WS-COD-PEDIDO
               DISPLAY "Codigo de agente (parametro): "
                       WS-COD-PEDIDO
           ELSE
               DISPLAY "Codigo de agente (blanco = unico agente): "
               ACCEPT WS-COD-PEDIDO
           END-IF.

      *----------------------------------------------------------------*
      * 2000 - Busca el agente pedido; con el codigo en blanco se      *
      * toma el primero del registro.                                  *
      *----------------------------------------------------------------*
      * 3000 - Devuelve el agente al llamador y reescribe los nombres  *
      * propios de la sociedad. Los compartidos entre agentes          *
      * (GENRET.CFG, PROVMST.DAT, ARBAPAD.DAT, ASICTA.DAT, el          *
      * calendario y las tasas de la DDJJ, la bitacora, el tablero de  *
      * gestion y el tooling del padron) no se tocan.                  *
      *----------------------------------------------------------------*
       3000-TOMAR-AGENTE.
           MOVE AG-CODIGO       TO WS-AGT-CODIGO.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-MSTDF-FILE.

           MOVE 'ASIENTO'  TO WS-ARM-PREFIJO.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-ASIENTO-FILE.

           MOVE 'ASICTL'   TO WS-ARM-PREFIJO.
           MOVE '.DAT'     TO WS-ARM-EXT.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-ASICTL-FILE.

           MOVE 'PAGDDJJ'  TO WS-ARM-PREFIJO.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-PAGOS-FILE.

           MOVE '.TXT'     TO WS-ARM-EXT.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-PAGRPT-FILE.

           MOVE 'RETAPI'   TO WS-ARM-PREFIJO.
           MOVE '.DAT'     TO WS-ARM-EXT.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-APIREI-FILE.

           MOVE 'RETACU'   TO WS-ARM-PREFIJO.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-ACUSE-FILE.

           MOVE 'GENAGP'   TO WS-ARM-PREFIJO.
           MOVE '.CTL'     TO WS-ARM-EXT.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-AGPCTL-FILE.

           MOVE 'AGIPDDJJ' TO WS-ARM-PREFIJO.
           MOVE '.TXT'     TO WS-ARM-EXT.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-AGIPDJ-FILE.

           MOVE 'RETSNR'   TO WS-ARM-PREFIJO.
           MOVE '.DAT'     TO WS-ARM-EXT.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-SINNUM-FILE.

           MOVE 'DDJJFOT'  TO WS-ARM-PREFIJO.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-FOTO-FILE.

           MOVE 'ARBARECT' TO WS-ARM-PREFIJO.
           MOVE '.TXT'     TO WS-ARM-EXT.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-ARBARC-FILE.

           MOVE 'RECTDDJJ' TO WS-ARM-PREFIJO.
           PERFORM 3100-ARMAR-NOMBRE.
           MOVE WS-ARM-NOMBRE TO WS-NOM-RECTIF-FILE.

           DISPLAY "Agente " WS-AGT-CODIGO " - "
                   FUNCTION TRIM(WS-AGT-RAZON-SOCIAL)
                   " (CUIT " WS-AGT-CUIT ").".
