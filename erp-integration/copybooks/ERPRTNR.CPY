      *----------------------------------------------------------------*
      * ERPRTNR - Layout del archivo de retorno a un sistema de origen *
      * (RETORNcc_SISTEMA.TXT, donde cc es el codigo del agente),      *
      * generado por RETORN. Un archivo por sistema de origen con una  *
      * cabecera 'H', un detalle 'D' por operacion del driver y una    *
      * cola 'T' de control. El archivo se rehace completo en cada     *
      * corrida con la situacion al dia de todas las operaciones del   *
      * periodo pedido, asi el sistema de origen toma siempre el       *
      * ultimo estado (despues de GENRET y de nuevo despues del acuse  *
      * de ACKRECON).                                                  *
      *                                                                *
      * Estados del detalle:                                           *
      *     TRANSMITIDA, PENDIENTE, ACEPTADA, RECHAZADA y ANULADA      *
      *     (los del maestro, con numero de retencion);                *
      *     EXCLUIDA (certificado de exclusion), NO-SUJETA (no alcanza *
      *     el minimo) y PENDIENTE sin numero (quedo en RETPEND.CSV    *
      *     antes de numerarse; RTN-MOTIVO dice por que).              *
      *                                                                *
      * Importe y neto: el importe es el efectivamente retenido (cero  *
      * si la retencion no tiene efecto: RECHAZADA, ANULADA, sin       *
      * numero). En una retencion el neto es lo que se paga al         *
      * proveedor (base menos importe); en una percepcion, lo que se   *
      * cobra al cliente (base mas importe). En una anulacion el neto  *
      * es el importe que se reintegra. Un PENDIENTE sin numero lleva  *
      * neto en cero: el documento queda retenido hasta resolverse.    *
      * Los importes implican 2 decimales, como en el driver.          *
      *----------------------------------------------------------------*
       01  RETORNO-DETALLE.
           05 RTN-TIPO-REG           PIC X(01).
              88 RTN-ES-CABECERA          VALUE 'H'.
              88 RTN-ES-DETALLE           VALUE 'D'.
              88 RTN-ES-COLA              VALUE 'T'.
           05 RTN-SISTEMA-ORIGEN     PIC X(10).
           05 RTN-DOC-REFERENCIA     PIC X(20).
           05 RTN-CUIT               PIC X(11).
           05 RTN-SUCURSAL           PIC 9(01).
           05 RTN-FECHA-OPERACION    PIC X(10).
           05 RTN-JURISDICCION       PIC X(01).
           05 RTN-REGIMEN            PIC X(01).
           05 RTN-TIPO-MOVIMIENTO    PIC X(01).
           05 RTN-RET-NUMERO         PIC 9(07).
           05 RTN-RET-ORIGINAL       PIC 9(07).
           05 RTN-BASE-IMPONIBLE     PIC 9(07)V99.
           05 RTN-IMPORTE-RET        PIC 9(07)V99.
           05 RTN-NETO               PIC 9(07)V99.
           05 RTN-ESTADO             PIC X(12).
           05 RTN-MOTIVO             PIC X(25).

       01  RETORNO-CABECERA.
           05 RTC-TIPO-REG           PIC X(01).
           05 RTC-SISTEMA-ORIGEN     PIC X(10).
           05 RTC-AGENTE             PIC X(02).
           05 RTC-AGENTE-CUIT        PIC X(11).
           05 RTC-FECHA-GENERACION   PIC X(10).
           05 RTC-FECHA-DESDE        PIC X(10).
           05 FILLER                 PIC X(90).

       01  RETORNO-COLA.
           05 RTT-TIPO-REG           PIC X(01).
           05 RTT-SISTEMA-ORIGEN     PIC X(10).
           05 RTT-CANTIDAD           PIC 9(07).
           05 RTT-IMPORTE-RET        PIC 9(09)V99.
           05 RTT-NETO               PIC 9(09)V99.
           05 FILLER                 PIC X(94).
