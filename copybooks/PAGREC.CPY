      ******************************************************************
      * PAGREC.CPY
      * PAGOS.DAT record layout (fixed 36-byte records), shared by
      * PagosFacturas (capture) and CuentasPorCobrar (aging) so both
      * stay in lock-step on the layout. One record appended per bank
      * receipt posted against an invoice, always in EXTEND so nothing
      * already posted is ever lost; several records against the same
      * invoice are partial payments and simply add up.
      * PAG-CLASE tells money in from money out: a refund paid back
      * to the customer by DevolucionesClientes is posted here too,
      * against the same invoice, so that everyone who adds up what
      * an invoice has been paid nets the refund off and a credit
      * balance once refunded is gone for good. SPACE is a receipt
      * written before the field existed.
      ******************************************************************
       01 REGISTRO-PAGO.
           88 FIN-AR-PAGOS     VALUE HIGH-VALUES.
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC 9(10)V99.
           03 PAG-OPERADOR     PIC X(8).
           03 PAG-CLASE        PIC X.
               88 PAG-COBRO         VALUE "C" " ".
               88 PAG-DEVOLUCION    VALUE "D".
