      *          aged totals per destination and per selling branch -
      *          so who owes us money is a report, not a hand
      *          reconciliation against the printed register.
      *          Invoices paid beyond what they now invoice (the
      *          booking shrank through an abono, or was cancelled
      *          and written down to a smaller fee) are listed in
      *          their own section as credit balances owed to the
      *          customer - the money DevolucionesClientes proposes
      *          to refund. Refunds already posted to PAGOS.DAT net
      *          off what was paid, so a refunded credit is gone.
      *          FACTURAS.DAT is no use here: under incremental
      *          billing it only carries each run's new documents.
      *          Return code 12 when FACXREF.DAT cannot be opened, so
      *          no aging report was produced.
      * Tectonics: cobc
      ******************************************************************

       SELECT OPTIONAL AR-FACXREF ASSIGN TO "FACXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-RESERVA
               FILE STATUS IS AR-FACXREF-STATUS.

       SELECT OPTIONAL AR-PAGOS ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       WORKING-STORAGE SECTION.
       01 WS-EOF-FACXREF        PIC X VALUE "N".
           88 FIN-FACXREF       VALUE "Y".
       01 AR-FACXREF-STATUS     PIC XX VALUE "00".

      * Codigo de retorno: 0 informe emitido, 12 corrida no hecha.
       01 WS-SEVERIDAD          PIC 9(2) VALUE ZEROES.

       01 WS-EOF-PAGOS          PIC X VALUE "N".
           88 FIN-PAGOS         VALUE "Y".

      * Cobros acumulados por factura: varios pagos parciales contra
      * la misma factura se suman en una sola fila, y las
      * devoluciones ya pagadas al cliente restan.
       01 WS-PAGOS-TOTAL        PIC 9(4) VALUE ZEROES.
       01 WS-PAGOS-MAX          PIC 9(4) VALUE 5000.

               05 TAB-SUC-B2        PIC 9(10)V99.
               05 TAB-SUC-B3        PIC 9(10)V99.

      * Facturas con saldo a favor del cliente, para su seccion.
       01 WS-FAV-TOTAL          PIC 9(4) VALUE ZEROES.
       01 WS-FAV-MAX            PIC 9(4) VALUE 1000.
       01 WS-CTL-FAV-LLENA      PIC 9(4) VALUE ZEROES.

       01 TABLA-FAV-CTL.
           03 TABLA-FAVOR OCCURS 1 TO 1000 TIMES
                             DEPENDING ON WS-FAV-TOTAL
                             INDEXED BY IDX-FAV.
               05 TAB-FAV-FACTURA   PIC 9(7).
               05 TAB-FAV-RESERVA   PIC 9(7).
               05 TAB-FAV-DESTINO   PIC X(20).
               05 TAB-FAV-SUCURSAL  PIC X(3).
               05 TAB-FAV-FACTURADO PIC 9(10)V99.
               05 TAB-FAV-COBRADO   PIC 9(10)V99.
               05 TAB-FAV-SALDO     PIC 9(10)V99.

       01 WS-FECHA-HOY          PIC 9(8) VALUE ZEROES.
       01 WS-FECHA-EMISION      PIC 9(8) VALUE ZEROES.
       01 WS-DIAS-HOY           PIC 9(7) VALUE ZEROES.

       01 WS-PAGADO             PIC 9(10)V99 VALUE ZEROES.
       01 WS-SALDO              PIC 9(10)V99 VALUE ZEROES.
       01 WS-A-FAVOR            PIC 9(10)V99 VALUE ZEROES.

       01 WS-CTL-ABIERTAS       PIC 9(7) VALUE ZEROES.
       01 WS-TOT-B1             PIC 9(10)V99 VALUE ZEROES.
       01 WS-TOT-B2             PIC 9(10)V99 VALUE ZEROES.
       01 WS-TOT-B3             PIC 9(10)V99 VALUE ZEROES.
       01 WS-CTL-A-FAVOR        PIC 9(7) VALUE ZEROES.
       01 WS-TOT-A-FAVOR        PIC 9(10)V99 VALUE ZEROES.

       01 CXC-ENCABEZADO.
           03 FILLER                PIC X(36) VALUE
           03 CXC-TRL-B3            PIC Z(9)9.99.
           03 FILLER                PIC X(22) VALUE SPACES.

       01 CXC-COLUMNAS-FAVOR.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(9)  VALUE "FACTURA".
           03 FILLER                PIC X(9)  VALUE "RESERVA".
           03 FILLER                PIC X(22) VALUE "DESTINO".
           03 FILLER                PIC X(5)  VALUE "SUC".
           03 FILLER                PIC X(14) VALUE "     FACTURADO".
           03 FILLER                PIC X(14) VALUE "       COBRADO".
           03 FILLER                PIC X(14) VALUE "       A FAVOR".
           03 FILLER                PIC X(21) VALUE SPACES.

       01 CXC-LINEA-FAVOR.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 CXC-FAV-FACTURA       PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 CXC-FAV-RESERVA       PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 CXC-FAV-DESTINO       PIC X(20).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 CXC-FAV-SUCURSAL      PIC X(3).
           03 FILLER                PIC X(3)  VALUE SPACES.
           03 CXC-FAV-FACTURADO     PIC Z(9)9.99.
           03 FILLER                PIC X(1)  VALUE SPACES.
           03 CXC-FAV-COBRADO       PIC Z(9)9.99.
           03 FILLER                PIC X(1)  VALUE SPACES.
           03 CXC-FAV-SALDO         PIC Z(9)9.99.
           03 FILLER                PIC X(19) VALUE SPACES.

       01 CXC-TRAILER-FAVOR.
           03 FILLER                PIC X(19) VALUE
                   "SALDOS A FAVOR:    ".
           03 CXC-TRL-A-FAVOR       PIC 9(7).
           03 FILLER                PIC X(8)  VALUE "  TOTAL ".
           03 CXC-TRL-IMP-FAVOR     PIC Z(9)9.99.
           03 FILLER                PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       COBRANZAS-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY).

           PERFORM CARGA-PAGOS.

           OPEN INPUT AR-FACXREF.
           IF AR-FACXREF-STATUS NOT = "00"
              AND AR-FACXREF-STATUS NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR FACXREF.DAT (ESTADO "
                       AR-FACXREF-STATUS ")"
               DISPLAY "ANTIGUEDAD DE SALDOS NO EMITIDA - REVISAR Y "
                       "RELANZAR"
               MOVE 12 TO WS-SEVERIDAD
           ELSE
               PERFORM RECORRE-FACTURAS
           END-IF.

      * El planificador corta la cadena con cualquier codigo distinto
      * de cero: un informe no emitido no puede constar como hecho.
           MOVE WS-SEVERIDAD TO RETURN-CODE.
           STOP RUN.

       CARGA-PAGOS.
               ADD 1 TO WS-PAGOS-TOTAL
               SET IDX-PAGO TO WS-PAGOS-TOTAL
               MOVE PAG-FACTURA TO TAB-PAG-FACTURA (IDX-PAGO)
               MOVE ZEROES      TO TAB-PAG-IMPORTE (IDX-PAGO)
               PERFORM SUMA-PAGO
           ELSE
               SET IDX-PAGO TO 1
               SEARCH TABLA-PAGOS
                           SET IDX-PAGO TO WS-PAGOS-TOTAL
                           MOVE PAG-FACTURA
                               TO TAB-PAG-FACTURA (IDX-PAGO)
                           MOVE ZEROES
                               TO TAB-PAG-IMPORTE (IDX-PAGO)
                           PERFORM SUMA-PAGO
                       ELSE
      * Table is full: this invoice's payments cannot be tracked and
      * it would report as fully unpaid. Tally it instead of indexing
                           ADD 1 TO WS-CTL-PAGOS-LLENA
                       END-IF
                   WHEN TAB-PAG-FACTURA (IDX-PAGO) = PAG-FACTURA
                       PERFORM SUMA-PAGO
               END-SEARCH
           END-IF.

      * Una devolucion siempre va detras de los cobros que la
      * originaron en PAGOS.DAT, asi que la fila nunca baja de cero.
       SUMA-PAGO.
           IF PAG-DEVOLUCION
               SUBTRACT PAG-IMPORTE FROM TAB-PAG-IMPORTE (IDX-PAGO)
           ELSE
               ADD PAG-IMPORTE TO TAB-PAG-IMPORTE (IDX-PAGO)
           END-IF.

      * FACXREF.DAT llega ya abierto.
       RECORRE-FACTURAS.
           MOVE "N" TO WS-EOF-FACXREF.

           OPEN OUTPUT AR-CXC.

           MOVE WS-FECHA-HOY TO CXC-HDR-FECHA.

           PERFORM ESCRIBE-SECCION-DESTINOS.
           PERFORM ESCRIBE-SECCION-SUCURSALES.
           PERFORM ESCRIBE-SECCION-FAVOR.
           PERFORM ESCRIBE-TRAILER-CXC.

           CLOSE AR-FACXREF, AR-CXC.
      * El saldo se calcula contra el importe vigente de la fila:
      * cargos y abonos posteriores ya estan reflejados ahi por
      * FacturacionReservas, asi que no hay que sumar documentos.
      * Lo cobrado por encima del importe vigente es dinero del
      * cliente: no envejece, va a la seccion de saldos a favor.
       PROCESA-FACTURA.
           PERFORM BUSCA-PAGADO.
           IF WS-PAGADO >= FXR-IMPORTE
               MOVE ZEROES TO WS-SALDO
               IF WS-PAGADO > FXR-IMPORTE
                   COMPUTE WS-A-FAVOR = WS-PAGADO - FXR-IMPORTE
                   PERFORM ANOTA-SALDO-FAVOR
               END-IF
           ELSE
               COMPUTE WS-SALDO = FXR-IMPORTE - WS-PAGADO
           END-IF.
               END-EVALUATE
           END-IF.

       ANOTA-SALDO-FAVOR.
           ADD 1 TO WS-CTL-A-FAVOR.
           ADD WS-A-FAVOR TO WS-TOT-A-FAVOR.

           IF WS-FAV-TOTAL < WS-FAV-MAX
               ADD 1 TO WS-FAV-TOTAL
               SET IDX-FAV TO WS-FAV-TOTAL
               MOVE FXR-FACTURA  TO TAB-FAV-FACTURA (IDX-FAV)
               MOVE FXR-RESERVA  TO TAB-FAV-RESERVA (IDX-FAV)
               MOVE FXR-DESTINO  TO TAB-FAV-DESTINO (IDX-FAV)
               MOVE FXR-SUCURSAL TO TAB-FAV-SUCURSAL (IDX-FAV)
               MOVE FXR-IMPORTE  TO TAB-FAV-FACTURADO (IDX-FAV)
               MOVE WS-PAGADO    TO TAB-FAV-COBRADO (IDX-FAV)
               MOVE WS-A-FAVOR   TO TAB-FAV-SALDO (IDX-FAV)
           ELSE
      * Table is full: the credit is in the trailer total but not
      * listed. Tally it instead of indexing past the end of
      * TABLA-FAVOR.
               ADD 1 TO WS-CTL-FAV-LLENA
           END-IF.

       BUSCA-PAGADO.
           MOVE ZEROES TO WS-PAGADO.
           IF WS-PAGOS-TOTAL > ZEROES
               WRITE LINEA-CXC FROM CXC-LINEA-GRUPO
           END-PERFORM.

       ESCRIBE-SECCION-FAVOR.
           MOVE SPACES TO LINEA-CXC.
           WRITE LINEA-CXC.
           MOVE "SALDOS A FAVOR DEL CLIENTE (COBRADO DE MAS)"
               TO CXC-SEC-TITULO.
           WRITE LINEA-CXC FROM CXC-SECCION.
           WRITE LINEA-CXC FROM CXC-COLUMNAS-FAVOR.

           PERFORM VARYING IDX-FAV FROM 1 BY 1
                   UNTIL IDX-FAV > WS-FAV-TOTAL
               MOVE TAB-FAV-FACTURA (IDX-FAV)   TO CXC-FAV-FACTURA
               MOVE TAB-FAV-RESERVA (IDX-FAV)   TO CXC-FAV-RESERVA
               MOVE TAB-FAV-DESTINO (IDX-FAV)   TO CXC-FAV-DESTINO
               MOVE TAB-FAV-SUCURSAL (IDX-FAV)  TO CXC-FAV-SUCURSAL
               MOVE TAB-FAV-FACTURADO (IDX-FAV) TO CXC-FAV-FACTURADO
               MOVE TAB-FAV-COBRADO (IDX-FAV)   TO CXC-FAV-COBRADO
               MOVE TAB-FAV-SALDO (IDX-FAV)     TO CXC-FAV-SALDO
               WRITE LINEA-CXC FROM CXC-LINEA-FAVOR
           END-PERFORM.

       ESCRIBE-TRAILER-CXC.
           MOVE SPACES TO LINEA-CXC.
           WRITE LINEA-CXC.
           MOVE WS-TOT-B3       TO CXC-TRL-B3.
           WRITE LINEA-CXC FROM CXC-TRAILER.

           MOVE WS-CTL-A-FAVOR  TO CXC-TRL-A-FAVOR.
           MOVE WS-TOT-A-FAVOR  TO CXC-TRL-IMP-FAVOR.
           WRITE LINEA-CXC FROM CXC-TRAILER-FAVOR.

           IF WS-CTL-PAGOS-LLENA > ZEROES
               MOVE SPACES TO LINEA-CXC
               STRING "TABLA DE PAGOS LLENA, SALDOS INCOMPLETOS ("
               WRITE LINEA-CXC
           END-IF.

           IF WS-CTL-FAV-LLENA > ZEROES
               MOVE SPACES TO LINEA-CXC
               STRING "TABLA DE SALDOS A FAVOR LLENA, SIN LISTAR ("
                          DELIMITED BY SIZE
                      WS-CTL-FAV-LLENA DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO LINEA-CXC
               WRITE LINEA-CXC
           END-IF.

           IF WS-CTL-DEST-LLENA > ZEROES
               MOVE SPACES TO LINEA-CXC
               STRING "TABLA DE DESTINOS LLENA, SALDOS INCOMPLETOS ("
