           05 WS-NOM-CONSDUP-FILE     PIC X(20).
           05 WS-NOM-MSTNEW-FILE      PIC X(20).
           05 WS-NOM-MSTDF-FILE       PIC X(20).
           05 WS-NOM-MINIMOS-FILE     PIC X(20).
           05 WS-NOM-ARBASUJ-FILE     PIC X(20).
           05 WS-NOM-ARBARIE-FILE     PIC X(20).
           05 WS-NOM-PADSUJ-FILE      PIC X(20).
           05 WS-NOM-PADSUJDF-FILE    PIC X(20).
           05 WS-NOM-ASICTA-FILE      PIC X(20).
           05 WS-NOM-ASIENTO-FILE     PIC X(20).
           05 WS-NOM-ASICTL-FILE      PIC X(20).
           05 WS-NOM-PAGOS-FILE       PIC X(20).
           05 WS-NOM-PAGRPT-FILE      PIC X(20).
           05 WS-NOM-VENCIM-FILE      PIC X(20).
           05 WS-NOM-TASAS-FILE       PIC X(20).
           05 WS-NOM-BITACORA-FILE    PIC X(20).
           05 WS-NOM-BITINF-FILE      PIC X(20).
           05 WS-NOM-APIREI-FILE      PIC X(20).
           05 WS-NOM-ACUSE-FILE       PIC X(20).
           05 WS-NOM-TABGES-FILE      PIC X(20).
           05 WS-NOM-TABCSV-FILE      PIC X(20).
           05 WS-NOM-AGPCTL-FILE      PIC X(20).
           05 WS-NOM-AGIPSUJ-FILE     PIC X(20).
           05 WS-NOM-AGIPRIE-FILE     PIC X(20).
           05 WS-NOM-PADAGP-FILE      PIC X(20).
           05 WS-NOM-PADAGPDF-FILE    PIC X(20).
           05 WS-NOM-AGIPDJ-FILE      PIC X(20).
           05 WS-NOM-SINNUM-FILE      PIC X(20).
           05 WS-NOM-FOTO-FILE        PIC X(20).
           05 WS-NOM-ARBARC-FILE      PIC X(20).
           05 WS-NOM-RECTIF-FILE      PIC X(20).
