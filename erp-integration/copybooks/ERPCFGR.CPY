           05 CF-PADRON-FILE       PIC X(40).
           05 CF-ACK-FILE          PIC X(40).
           05 CF-MAX-REINTENTOS    PIC 9(02).
      *--- Alicuotas maximas de retencion y de percepcion, que se
      *--- aplican al sujeto de alto riesgo fiscal y al CUIT que no
      *--- esta en el padron por sujeto de un periodo cargado (ver
      *--- ERPSUJR). Un GENRET.CFG del formato anterior no las trae
      *--- y rigen los valores por defecto de 1100.
           05 CF-ALIC-MAX-RET      PIC 9(02)V99.
           05 CF-ALIC-MAX-PER      PIC 9(02)V99.
      *--- Script de la API de AGIP (CABA) y alicuota maxima de
      *--- retencion de AGIP, con el mismo uso que la de ARBA pero
      *--- sobre el padron de AGIP (PADAGIP.DAT). Sin ellos en el
      *--- GENRET.CFG rigen los valores por defecto de 1100.
           05 CF-API-SCRIPT-AGP    PIC X(40).
           05 CF-ALIC-MAX-AGP      PIC 9(02)V99.
