      * etc.), de forma que cada sociedad tenga numeracion, bloqueo,  *
      * checkpoint, auditoria, pendientes y maestros separados. Los   *
      * compartidos entre agentes (GENRET.CFG, PROVMST.DAT,           *
      * ARBAPAD.DAT, RETMIN.DAT, los padrones por sujeto PADSUJ.DAT   *
      * de ARBA y PADAGIP.DAT de AGIP, el plan de imputacion          *
      * ASICTA.DAT, el calendario de vencimientos VENCDDJJ.DAT, las   *
      * tasas de interes TASAINT.DAT, la bitacora de cambios          *
      * BITACORA.DAT con su consulta, el tablero mensual de gestion   *
      * TABGES, que recorre todos los agentes, y el tooling de los    *
      * padrones) no se reescriben.                                   *
      * ERPFILL es el espejo sin VALUE para el LINKAGE de AGTSEL:     *
      * ante cualquier cambio aca, cambiarlo alla tambien.            *
      *----------------------------------------------------------------*
           05 WS-NOM-CONSDUP-FILE     PIC X(20) VALUE 'RETDRVDU.TXT'.
           05 WS-NOM-MSTNEW-FILE      PIC X(20) VALUE 'RETMST.NEW'.
           05 WS-NOM-MSTDF-FILE       PIC X(20) VALUE 'RETMSTDF.TXT'.
           05 WS-NOM-MINIMOS-FILE     PIC X(20) VALUE 'RETMIN.DAT'.
           05 WS-NOM-ARBASUJ-FILE     PIC X(20) VALUE 'ARBASUJ.DAT'.
           05 WS-NOM-ARBARIE-FILE     PIC X(20) VALUE 'ARBARIE.DAT'.
           05 WS-NOM-PADSUJ-FILE      PIC X(20) VALUE 'PADSUJ.DAT'.
           05 WS-NOM-PADSUJDF-FILE    PIC X(20) VALUE 'PADSUJDF.TXT'.
           05 WS-NOM-ASICTA-FILE      PIC X(20) VALUE 'ASICTA.DAT'.
           05 WS-NOM-ASIENTO-FILE     PIC X(20) VALUE 'ASIENTO.TXT'.
           05 WS-NOM-ASICTL-FILE      PIC X(20) VALUE 'ASICTL.DAT'.
           05 WS-NOM-PAGOS-FILE       PIC X(20) VALUE 'PAGDDJJ.DAT'.
           05 WS-NOM-PAGRPT-FILE      PIC X(20) VALUE 'PAGDDJJ.TXT'.
           05 WS-NOM-VENCIM-FILE      PIC X(20) VALUE 'VENCDDJJ.DAT'.
           05 WS-NOM-TASAS-FILE       PIC X(20) VALUE 'TASAINT.DAT'.
           05 WS-NOM-BITACORA-FILE    PIC X(20) VALUE 'BITACORA.DAT'.
           05 WS-NOM-BITINF-FILE      PIC X(20) VALUE 'BITACORA.TXT'.
           05 WS-NOM-APIREI-FILE      PIC X(20) VALUE 'RETAPI.DAT'.
           05 WS-NOM-ACUSE-FILE       PIC X(20) VALUE 'RETACU.DAT'.
           05 WS-NOM-TABGES-FILE      PIC X(20) VALUE 'TABGES.TXT'.
           05 WS-NOM-TABCSV-FILE      PIC X(20) VALUE 'TABGES.CSV'.
           05 WS-NOM-AGPCTL-FILE      PIC X(20) VALUE 'GENAGP.CTL'.
           05 WS-NOM-AGIPSUJ-FILE     PIC X(20) VALUE 'AGIPSUJ.DAT'.
           05 WS-NOM-AGIPRIE-FILE     PIC X(20) VALUE 'AGIPRIE.DAT'.
           05 WS-NOM-PADAGP-FILE      PIC X(20) VALUE 'PADAGIP.DAT'.
           05 WS-NOM-PADAGPDF-FILE    PIC X(20) VALUE 'PADAGPDF.TXT'.
           05 WS-NOM-AGIPDJ-FILE      PIC X(20) VALUE 'AGIPDDJJ.TXT'.
           05 WS-NOM-SINNUM-FILE      PIC X(20) VALUE 'RETSNR.DAT'.
           05 WS-NOM-FOTO-FILE        PIC X(20) VALUE 'DDJJFOT.DAT'.
           05 WS-NOM-ARBARC-FILE      PIC X(20) VALUE 'ARBARECT.TXT'.
           05 WS-NOM-RECTIF-FILE      PIC X(20) VALUE 'RECTDDJJ.TXT'.
