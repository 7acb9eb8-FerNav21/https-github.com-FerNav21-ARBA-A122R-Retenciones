      *----------------------------------------------------------------*
      * ERPSNRR - Layout del registro de operaciones sin numero de     *
      * retencion (RETSNR.DAT), propio de cada agente. GENRET agrega   *
      * una linea por cada operacion del driver que no llega al        *
      * maestro: excluida por certificado (EXCLUIDA), por debajo del   *
      * minimo (NO-SUJETA) o retenida en RETPEND.CSV antes de tomar    *
      * numero (PENDIENTE, con el motivo). RETORN la devuelve al       *
      * sistema de origen junto con las retenciones del maestro; si el *
      * mismo documento tiene operacion en el maestro, prevalece la    *
      * del maestro. Solo se registran las operaciones que traen       *
      * sistema de origen. El archivo solo crece: no lo compacta       *
      * ARCHRET.                                                       *
      *----------------------------------------------------------------*
       01  SIN-NUMERO-RECORD.
           05 SNR-RUN-ID            PIC X(14).
           05 SNR-SISTEMA-ORIGEN     PIC X(10).
           05 SNR-DOC-REFERENCIA     PIC X(20).
           05 SNR-CUIT               PIC X(11).
           05 SNR-SUCURSAL           PIC 9(01).
           05 SNR-FECHA-OPERACION    PIC X(19).
           05 SNR-BASE-IMPONIBLE     PIC 9(07)V99.
           05 SNR-REGIMEN            PIC X(01).
           05 SNR-JURISDICCION       PIC X(01).
           05 SNR-TIPO-MOVIMIENTO    PIC X(01).
           05 SNR-ESTADO             PIC X(12).
           05 SNR-MOTIVO             PIC X(25).
