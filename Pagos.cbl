      *          invoice exists and shows its outstanding balance so
      *          the operator sees on screen what reconciliation used
      *          to work out by hand from the printed register.
      *          Refunds posted by DevolucionesClientes are listed
      *          with the receipts and net off what was paid.
      * Tectonics: cobc
      ******************************************************************

                           "FACXREF.DAT"
               ELSE
                   PERFORM SUMA-PAGOS-FACTURA
                   MOVE WS-FAC-IMPORTE TO WS-ED-IMPORTE
                   DISPLAY "IMPORTE FACTURA:  " WS-ED-IMPORTE
                   MOVE WS-PAGADO TO WS-ED-IMPORTE
                   DISPLAY "PAGADO HASTA HOY: " WS-ED-IMPORTE
                   IF WS-PAGADO > WS-FAC-IMPORTE
                       COMPUTE WS-SALDO = WS-PAGADO - WS-FAC-IMPORTE
                       MOVE WS-SALDO TO WS-ED-IMPORTE
                       DISPLAY "SALDO A FAVOR:    " WS-ED-IMPORTE
                       MOVE ZEROES TO WS-SALDO
                   ELSE
                       COMPUTE WS-SALDO = WS-FAC-IMPORTE - WS-PAGADO
                       MOVE WS-SALDO TO WS-ED-IMPORTE
                       DISPLAY "SALDO PENDIENTE:  " WS-ED-IMPORTE
                   END-IF
                   PERFORM CAPTURA-DATOS-PAGO
               END-IF
           END-IF.
           MOVE WS-PAGO-FECHA      TO PAG-FECHA.
           MOVE WS-PAGO-IMPORTE    TO PAG-IMPORTE.
           MOVE WS-OPERADOR        TO PAG-OPERADOR.
           MOVE "C"                TO PAG-CLASE.

           OPEN EXTEND AR-PAGOS.
           WRITE REGISTRO-PAGO.

           CLOSE AR-FACXREF.

      * Las devoluciones restan: lo pagado es lo que se quedo la
      * agencia. Una devolucion siempre va detras de los cobros que
      * la originaron, asi que el acumulado nunca baja de cero.
       SUMA-PAGOS-FACTURA.
           MOVE ZEROES TO WS-PAGADO.
           MOVE "N" TO WS-EOF-PAGOS.

           PERFORM UNTIL FIN-PAGOS
               IF PAG-FACTURA = WS-FACTURA-BUSCADA
                   IF PAG-DEVOLUCION
                       SUBTRACT PAG-IMPORTE FROM WS-PAGADO
                   ELSE
                       ADD PAG-IMPORTE TO WS-PAGADO
                   END-IF
               END-IF
               READ AR-PAGOS
                   AT END SET FIN-PAGOS TO TRUE
           PERFORM UNTIL FIN-PAGOS
               IF PAG-FACTURA = WS-FACTURA-BUSCADA
                   ADD 1 TO WS-PAGOS-LISTADOS
                   MOVE PAG-IMPORTE TO WS-ED-IMPORTE
                   IF PAG-DEVOLUCION
                       SUBTRACT PAG-IMPORTE FROM WS-PAGADO
                       DISPLAY PAG-FECHA " " WS-ED-IMPORTE " "
                               PAG-OPERADOR " DEVOLUCION"
                   ELSE
                       ADD PAG-IMPORTE TO WS-PAGADO
                       DISPLAY PAG-FECHA " " WS-ED-IMPORTE " "
                               PAG-OPERADOR
                   END-IF
               END-IF
               READ AR-PAGOS
                   AT END SET FIN-PAGOS TO TRUE
