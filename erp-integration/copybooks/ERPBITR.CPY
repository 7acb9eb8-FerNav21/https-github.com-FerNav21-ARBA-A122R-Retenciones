      *----------------------------------------------------------------*
      * ERPBITR - Layout de la bitacora de cambios sobre los datos     *
      * maestros (BITACORA.DAT), compartida entre agentes. Un registro *
      * por cambio, grabado por BITREG a pedido de los programas de    *
      * mantenimiento (PROVMNT, PERCTL, PAGMNT, LIBLOCK e INSMST), de  *
      * la carga del padron por sujeto PADCUIT, del cierre de la DDJJ  *
      * en DDJJRET, del control de pagos PAGRPT y de la rectificativa  *
      * RECTDDJ, y consultado por BITINQ.                              *
      *                                                                *
      * La fecha va como AAAA-MM-DD y la hora como HH:MM:SS. El agente *
      * va en blanco para los archivos compartidos (PROVMST.DAT, el    *
      * padron). El CUIT y la quincena (AAAAMMQ) se informan cuando el *
      * cambio los tiene, para la consulta. Las imagenes antes/despues *
      * son el registro tal como esta en el archivo (en blanco antes   *
      * de un alta y despues de una baja); en una instalacion de un    *
      * archivo completo llevan el nombre y la cantidad de registros   *
      * del archivo reemplazado y del instalado.                       *
      *                                                                *
      * Acciones: ALTA, MODIF, BAJA, CIERRE, REAPERT, ESTADO (cambio   *
      * de estado de una quincena por sus pagos), LIBERA (bloqueo),    *
      * INSTALA (archivo .NEW instalado sobre el vivo) y CONVIERT      *
      * (historico convertido al layout actual).                       *
      *----------------------------------------------------------------*
       01  BITACORA-RECORD.
           05 BIT-FECHA             PIC X(10).
           05 BIT-HORA               PIC X(08).
           05 BIT-PROGRAMA           PIC X(08).
           05 BIT-OPERADOR           PIC X(12).
           05 BIT-AGENTE             PIC X(02).
           05 BIT-ARCHIVO            PIC X(20).
           05 BIT-ACCION             PIC X(08).
           05 BIT-CLAVE              PIC X(20).
           05 BIT-CUIT               PIC X(11).
           05 BIT-QUINCENA           PIC X(07).
           05 BIT-IMAGEN-ANTES       PIC X(170).
           05 BIT-IMAGEN-DESPUES     PIC X(170).
