           05 HIS-RET-ORIGINAL       PIC 9(07).
           05 HIS-FILE-NAME          PIC X(12).
           05 HIS-ESTADO             PIC X(12).
      *--- El regimen y los campos que siguen alargaron el registro
      *--- igual que en ERPMSTR: un RETHIS.DAT grabado con el layout
      *--- anterior deja de abrir (estado 39) y se convierte con
      *--- INSMST, opcion H (ver la nota de migracion en ERPMSTR).
           05 HIS-REGIMEN            PIC X(01).
      *--- Origen de la alicuota aplicada, con los mismos codigos que
      *--- MST-ORIGEN-ALIC (ver la nota de migracion en ERPMSTR).
           05 HIS-ORIGEN-ALIC        PIC X(01).
              88 HIS-ALIC-PADRON-SUJETO   VALUE 'S'.
              88 HIS-ALIC-ALTO-RIESGO     VALUE 'A'.
              88 HIS-ALIC-MAXIMA          VALUE 'M'.
              88 HIS-ALIC-CATEGORIA       VALUE 'C'.
              88 HIS-ALIC-DEFECTO         VALUE 'D'.
      *--- Jurisdiccion, con los mismos codigos que MST-JURISDICCION
      *--- (ver la nota de migracion en ERPMSTR).
           05 HIS-JURISDICCION       PIC X(01).
              88 HIS-ES-AGIP              VALUE 'C'.
      *--- Sistema de origen y referencia del documento, como en
      *--- ERPMSTR (ver la nota de migracion en ERPMSTR).
           05 HIS-SISTEMA-ORIGEN     PIC X(10).
           05 HIS-DOC-REFERENCIA     PIC X(20).
