      *----------------------------------------------------------------*
      * ERPCTAR - Layout del plan de imputacion contable de las        *
      * retenciones y percepciones (ASICTA.DAT), que usa ASICONT para  *
      * armar el asiento al mayor. Un registro por regimen ('R'        *
      * retencion, 'P' percepcion, 'C' retencion de AGIP) y tipo de    *
      * movimiento ('O' originacion, 'A' anulacion), con la cuenta y   *
      * el centro de costo del debe y del haber. El agente y la        *
      * sucursal en blanco valen para todos; un registro con agente o  *
      * sucursal propios manda sobre el generico (el agente pesa mas   *
      * que la sucursal).                                              *
      * El archivo es comun a todos los agentes: el plan de cuentas    *
      * es el del grupo.                                               *
      *----------------------------------------------------------------*
       01  CUENTA-RECORD.
           05 CTA-AGENTE            PIC X(02).
           05 CTA-REGIMEN            PIC X(01).
           05 CTA-MOVIMIENTO         PIC X(01).
           05 CTA-SUCURSAL           PIC X(01).
           05 CTA-CUENTA-DEBE        PIC X(12).
           05 CTA-CCOSTO-DEBE        PIC X(08).
           05 CTA-CUENTA-HABER       PIC X(12).
           05 CTA-CCOSTO-HABER       PIC X(08).
           05 CTA-DESCRIPCION        PIC X(30).
