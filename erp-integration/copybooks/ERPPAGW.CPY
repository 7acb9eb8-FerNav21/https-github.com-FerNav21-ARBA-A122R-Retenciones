      *----------------------------------------------------------------*
      * ERPPAGW - Situacion de pago de un registro de PAGDDJJ.DAT,     *
      * calculada por PAGCALC. Los programas que la usan la            *
      * incorporan en WORKING-STORAGE y llaman con el registro de      *
      * pagos leido:                                                   *
      *     CALL 'PAGCALC' USING WS-ARCHIVOS-INTERNOS                  *
      *                          PAGO-RECORD                           *
      *                          WS-PAGO-SITUACION                     *
      * El llamador informa la terminacion del CUIT del agente y la    *
      * fecha de corte (AAAA-MM-DD) hasta la que corren los intereses  *
      * del saldo impago; PAGCALC devuelve el vencimiento, los         *
      * intereses, los saldos y el estado. Los pagos se imputan        *
      * primero a los intereses devengados y despues al capital.       *
      *----------------------------------------------------------------*
       01  WS-PAGO-SITUACION.
           05 WS-SIT-DIGITO          PIC X(01).
           05 WS-SIT-FECHA-CORTE     PIC X(10).
           05 WS-SIT-VENCIMIENTO     PIC X(10).
           05 WS-SIT-TOTAL-PAGADO    PIC S9(11)V99.
           05 WS-SIT-INTERESES       PIC S9(11)V99.
           05 WS-SIT-SALDO-CAPITAL   PIC S9(11)V99.
           05 WS-SIT-SALDO-INTERES   PIC S9(11)V99.
           05 WS-SIT-DIAS-MORA       PIC 9(05).
           05 WS-SIT-ESTADO          PIC X(10).
              88 SIT-PAGADO               VALUE 'PAGADO'.
              88 SIT-SIN-SALDO            VALUE 'SIN-SALDO'.
              88 SIT-IMPAGO               VALUE 'IMPAGO'.
              88 SIT-PARCIAL              VALUE 'PARCIAL'.
              88 SIT-INTERESES            VALUE 'INTERESES'.
              88 SIT-SIN-VENCIM           VALUE 'SIN-VENCIM'.
              88 SIT-CANCELADO            VALUE 'PAGADO' 'SIN-SALDO'.
