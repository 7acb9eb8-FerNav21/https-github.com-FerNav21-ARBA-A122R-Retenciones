      *----------------------------------------------------------------*
      * ERPTASR - Layout de la tabla de tasas de interes resarcitorio  *
      * (TASAINT.DAT), un registro por tasa mensual (en porcentaje,    *
      * cuatro decimales) con la fecha AAAA-MM-DD desde la que rige;   *
      * cada tasa vale hasta el dia anterior a la siguiente. Los       *
      * registros van en orden de vigencia. El interes es simple, por  *
      * dia de mora, a razon de la tasa mensual dividida treinta. El   *
      * archivo es comun a todos los agentes.                          *
      *----------------------------------------------------------------*
       01  TASA-RECORD.
           05 TAS-VIG-DESDE         PIC X(10).
           05 TAS-TASA-MENSUAL       PIC 9(02)V9(04).
