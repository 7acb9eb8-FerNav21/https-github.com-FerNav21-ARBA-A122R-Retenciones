      *----------------------------------------------------------------*
      * ERPACUR - Layout del registro de acuses (RETACU.DAT), propio   *
      * de cada agente. ACKRECON agrega una linea la primera vez que   *
      * una retencion del maestro pasa a ACEPTADA o RECHAZADA con la   *
      * constancia de ARBA, con la fecha de la conciliacion como fecha *
      * del acuse y los dias corridos desde la fecha de operacion.     *
      * TABGES lo usa para el promedio de dias hasta el acuse. El      *
      * archivo solo crece: no lo compacta ARCHRET.                    *
      *----------------------------------------------------------------*
       01  ACUSE-RECORD.
           05 ACU-RET-NUMERO        PIC 9(07).
           05 ACU-CUIT               PIC X(11).
           05 ACU-REGIMEN            PIC X(01).
           05 ACU-FECHA-OPERACION    PIC X(10).
           05 ACU-FECHA-ACUSE        PIC X(10).
           05 ACU-DIAS               PIC 9(05).
           05 ACU-ESTADO             PIC X(10).
