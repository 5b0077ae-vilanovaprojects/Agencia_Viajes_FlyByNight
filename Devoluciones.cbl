      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer refund run. Finds every booking of the
      *          FACXREF.DAT billing ledger whose receipts in
      *          PAGOS.DAT (net of refunds already paid) exceed the
      *          amount currently invoiced - the credit balances
      *          CuentasPorCobrar lists - and proposes one refund per
      *          booking for the whole credit. REGDEVOL.DAT is the
      *          printable refund register. Run without arguments
      *          it only proposes: nothing is paid or posted, so
      *          treasury can check the register first. Run with
      *          EMITE it also writes one payment instruction per
      *          refund to ORDENPAGO.DAT for the bank (a fresh file
      *          each run, to be sent as it stands; EMITE refuses to
      *          run while the last one still holds orders, which
      *          are already posted and would never be proposed
      *          again, so the file must be sent and emptied first)
      *          and posts the refund to PAGOS.DAT against the
      *          invoice, class DEVOLUCION, operator DEVOLAUT (return
      *          code 8 when refused): the invoice's net
      *          receipts drop back to what it invoices, its balance
      *          is zero, and the next run finds nothing left to
      *          refund. A credit whose customer cannot be told -
      *          no customer number on the booking, or one missing
      *          from CLIENTES.DAT - is held back in the register.
      * Tectonics: cobc
      ******************************************************************

      * SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DevolucionesClientes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Solo lectura: libro mayor de facturacion, mismo uso que en
      * CuentasPorCobrar.
       SELECT OPTIONAL AR-FACXREF ASSIGN TO "FACXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-RESERVA.

      * Diario de cobros: se lee entero para lo cobrado por factura
      * y despues se abre en EXTEND para asentar las devoluciones,
      * igual que ConciliaExtracto asienta los cobros del banco.
       SELECT OPTIONAL AR-PAGOS ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Solo lectura, para el cliente de las filas del libro mayor
      * anteriores a FXR-CLIENTE.
       SELECT OPTIONAL AR-ENTRADA ASSIGN TO "BOOKINGS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS RESERVA
                 FILE STATUS IS AR-ENTRADA-STATUS.

       SELECT OPTIONAL AR-CLIENTES ASSIGN TO "CLIENTES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CLI-NUMERO
                 FILE STATUS IS AR-CLIENTES-STATUS.

       SELECT AR-REGDEVOL ASSIGN TO "REGDEVOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AR-ORDENPAGO ASSIGN TO "ORDENPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AR-FACXREF.
           COPY FXRREC.

       FD AR-PAGOS.
           COPY PAGREC.

       FD AR-ENTRADA.
           COPY BOOKREC.

       FD AR-CLIENTES.
           COPY CLIREC.

       FD AR-REGDEVOL.
       01 LINEA-REGDEVOL       PIC X(120).

      * Orden de transferencia para el banco: una por devolucion.
      * El beneficiario se identifica por nombre y documento del
      * maestro de clientes; la referencia lleva factura y reserva
      * para que el cliente reconozca el abono.
       FD AR-ORDENPAGO.
       01 REGISTRO-ORDENPAGO.
           03 OPA-FECHA            PIC 9(8).
           03 OPA-IMPORTE          PIC 9(10)V99.
           03 OPA-CLIENTE          PIC 9(7).
           03 OPA-BENEFICIARIO     PIC X(30).
           03 OPA-DOCUMENTO        PIC X(15).
           03 OPA-REFERENCIA       PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-OPERADOR-DEVOL     PIC X(8) VALUE "DEVOLAUT".

       01 AR-ENTRADA-STATUS     PIC XX VALUE "00".
       01 AR-CLIENTES-STATUS    PIC XX VALUE "00".

       01 WS-ENTRADA-DISPONIBLE PIC X VALUE "N".
           88 ENTRADA-DISPONIBLE VALUE "S".

       01 WS-CLIENTES-DISPONIBLE PIC X VALUE "N".
           88 CLIENTES-DISPONIBLE VALUE "S".

       01 WS-EOF-FACXREF        PIC X VALUE "N".
           88 FIN-FACXREF       VALUE "Y".

       01 WS-EOF-PAGOS          PIC X VALUE "N".
           88 FIN-PAGOS         VALUE "Y".

       01 WS-NUM-ARGS           PIC 9(2) VALUE ZEROES.
       01 WS-ARG-IDX            PIC 9(2) VALUE ZEROES.
       01 WS-ARG-VALOR          PIC X(8) VALUE SPACES.

      * P: solo propuesta. E: se emiten las ordenes y se asientan.
       01 WS-MODO               PIC X VALUE "P".
           88 MODO-PROPUESTA    VALUE "P".
           88 MODO-EMISION      VALUE "E".

       01 WS-FECHA-HOY          PIC 9(8) VALUE ZEROES.

      * Codigo de retorno: 0 corrida hecha, 8 emision rechazada.
       01 WS-SEVERIDAD          PIC 9(2) VALUE ZEROES.

       01 WS-ORDENES-PENDIENTES PIC X VALUE "N".
           88 ORDENES-PENDIENTES VALUE "S".

      * Cobrado neto por factura (cobros menos devoluciones), mismo
      * patron que TABLA-PAGOS en CuentasPorCobrar.
       01 WS-PAGOS-TOTAL        PIC 9(4) VALUE ZEROES.
       01 WS-PAGOS-MAX          PIC 9(4) VALUE 5000.
       01 WS-CTL-PAGOS-LLENA    PIC 9(4) VALUE ZEROES.

       01 TABLA-PAGOS-CTL.
           03 TABLA-PAGOS OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-PAGOS-TOTAL
                             INDEXED BY IDX-PAGO.
               05 TAB-PAG-FACTURA   PIC 9(7).
               05 TAB-PAG-IMPORTE   PIC 9(10)V99.

       01 WS-PAGADO             PIC 9(10)V99 VALUE ZEROES.
       01 WS-A-DEVOLVER         PIC 9(10)V99 VALUE ZEROES.
       01 WS-CLIENTE-DEVOL      PIC 9(7) VALUE ZEROES.
       01 WS-MOTIVO             PIC X(40) VALUE SPACES.

       01 WS-CTL-FACTURAS       PIC 9(7) VALUE ZEROES.
       01 WS-CTL-PROPUESTAS     PIC 9(7) VALUE ZEROES.
       01 WS-CTL-RETENIDAS      PIC 9(7) VALUE ZEROES.
       01 WS-CTL-IMP-PROPUESTO  PIC 9(10)V99 VALUE ZEROES.
       01 WS-CTL-IMP-RETENIDO   PIC 9(10)V99 VALUE ZEROES.

       01 RDV-ENCABEZADO.
           03 FILLER                PIC X(36) VALUE
                   "DEVOLUCIONES A CLIENTES FBN   FECHA ".
           03 RDV-HDR-FECHA         PIC 9(8).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RDV-HDR-MODO          PIC X(40).
           03 FILLER                PIC X(34) VALUE SPACES.

       01 RDV-COLUMNAS.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(9)  VALUE "FACTURA".
           03 FILLER                PIC X(9)  VALUE "RESERVA".
           03 FILLER                PIC X(9)  VALUE "CLIENTE".
           03 FILLER                PIC X(22) VALUE "NOMBRE".
           03 FILLER                PIC X(14) VALUE "     FACTURADO".
           03 FILLER                PIC X(14) VALUE "       COBRADO".
           03 FILLER                PIC X(14) VALUE "    A DEVOLVER".
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(25) VALUE "RESULTADO".

       01 RDV-LINEA.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RDV-LIN-FACTURA       PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RDV-LIN-RESERVA       PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RDV-LIN-CLIENTE       PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RDV-LIN-NOMBRE        PIC X(20).
           03 FILLER                PIC X(3)  VALUE SPACES.
           03 RDV-LIN-FACTURADO     PIC Z(9)9.99.
           03 FILLER                PIC X     VALUE SPACE.
           03 RDV-LIN-COBRADO       PIC Z(9)9.99.
           03 FILLER                PIC X     VALUE SPACE.
           03 RDV-LIN-DEVOLVER      PIC Z(9)9.99.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RDV-LIN-RESULTADO     PIC X(25).

       01 RDV-TOTAL.
           03 FILLER                PIC X(12) VALUE "PROPUESTAS: ".
           03 RDV-TOT-PROPUESTAS    PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RDV-TOT-IMP-PROPUESTO PIC Z(9)9.99.
           03 FILLER                PIC X(14) VALUE "   RETENIDAS: ".
           03 RDV-TOT-RETENIDAS     PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RDV-TOT-IMP-RETENIDO  PIC Z(9)9.99.
           03 FILLER                PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       DEVOLUCIONES-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.
           IF WS-NUM-ARGS >= 1
               MOVE 1 TO WS-ARG-IDX
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
               IF WS-ARG-VALOR = "EMITE"
                   SET MODO-EMISION TO TRUE
               END-IF
           END-IF.

           IF MODO-EMISION
               PERFORM VERIFICA-ORDENPAGO
           END-IF.

           IF ORDENES-PENDIENTES
               DISPLAY "ERROR: ORDENPAGO.DAT TIENE ORDENES SIN ENVIAR"
               DISPLAY "EMISION RECHAZADA - ENVIAR EL ARCHIVO AL "
                       "BANCO, VACIARLO Y RELANZAR"
               MOVE 8 TO WS-SEVERIDAD
           ELSE
               PERFORM CARGA-PAGOS
               PERFORM RECORRE-FACTURAS
               PERFORM MUESTRA-TOTALES
           END-IF.

           MOVE WS-SEVERIDAD TO RETURN-CODE.
           STOP RUN.

      * Las ordenes de la emision anterior ya estan asentadas en
      * PAGOS.DAT como devolucion: si se pisara el archivo antes de
      * mandarlo al banco no volverian a proponerse nunca.
       VERIFICA-ORDENPAGO.
           MOVE "N" TO WS-ORDENES-PENDIENTES.

           OPEN INPUT AR-ORDENPAGO.
           READ AR-ORDENPAGO
               AT END CONTINUE
               NOT AT END SET ORDENES-PENDIENTES TO TRUE
           END-READ.
           CLOSE AR-ORDENPAGO.

       CARGA-PAGOS.
           MOVE ZEROES TO WS-PAGOS-TOTAL, WS-CTL-PAGOS-LLENA.
           MOVE "N" TO WS-EOF-PAGOS.

           OPEN INPUT AR-PAGOS.
           READ AR-PAGOS
               AT END SET FIN-PAGOS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-PAGOS
               PERFORM ACUMULA-PAGO
               READ AR-PAGOS
                   AT END SET FIN-PAGOS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-PAGOS.

       ACUMULA-PAGO.
           IF WS-PAGOS-TOTAL = ZEROES
               ADD 1 TO WS-PAGOS-TOTAL
               SET IDX-PAGO TO WS-PAGOS-TOTAL
               MOVE PAG-FACTURA TO TAB-PAG-FACTURA (IDX-PAGO)
               MOVE ZEROES      TO TAB-PAG-IMPORTE (IDX-PAGO)
               PERFORM SUMA-PAGO
           ELSE
               SET IDX-PAGO TO 1
               SEARCH TABLA-PAGOS
                   AT END
                       IF WS-PAGOS-TOTAL < WS-PAGOS-MAX
                           ADD 1 TO WS-PAGOS-TOTAL
                           SET IDX-PAGO TO WS-PAGOS-TOTAL
                           MOVE PAG-FACTURA
                               TO TAB-PAG-FACTURA (IDX-PAGO)
                           MOVE ZEROES
                               TO TAB-PAG-IMPORTE (IDX-PAGO)
                           PERFORM SUMA-PAGO
                       ELSE
      * Table is full: this invoice's receipts cannot be tracked, so
      * it can never show a credit here. Tally it instead of
      * indexing past the end of TABLA-PAGOS.
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

       RECORRE-FACTURAS.
           MOVE "N" TO WS-EOF-FACXREF.

           OPEN INPUT AR-FACXREF.
           OPEN OUTPUT AR-REGDEVOL.

           OPEN INPUT AR-ENTRADA.
           MOVE "N" TO WS-ENTRADA-DISPONIBLE.
           IF AR-ENTRADA-STATUS = "00"
               SET ENTRADA-DISPONIBLE TO TRUE
           END-IF.

           OPEN INPUT AR-CLIENTES.
           MOVE "N" TO WS-CLIENTES-DISPONIBLE.
           IF AR-CLIENTES-STATUS = "00"
               SET CLIENTES-DISPONIBLE TO TRUE
           END-IF.

           IF MODO-EMISION
               OPEN EXTEND AR-PAGOS
               OPEN OUTPUT AR-ORDENPAGO
               MOVE "EMISION: ORDENES Y ASIENTOS GRABADOS"
                   TO RDV-HDR-MODO
           ELSE
               MOVE "PROPUESTA: NADA PAGADO NI ASENTADO"
                   TO RDV-HDR-MODO
           END-IF.

           MOVE WS-FECHA-HOY TO RDV-HDR-FECHA.
           WRITE LINEA-REGDEVOL FROM RDV-ENCABEZADO.
           WRITE LINEA-REGDEVOL FROM RDV-COLUMNAS.

           READ AR-FACXREF
               AT END SET FIN-FACXREF TO TRUE
           END-READ.

           PERFORM UNTIL FIN-FACXREF
               ADD 1 TO WS-CTL-FACTURAS
               PERFORM BUSCA-PAGADO
               IF WS-PAGADO > FXR-IMPORTE
                   COMPUTE WS-A-DEVOLVER = WS-PAGADO - FXR-IMPORTE
                   PERFORM PROCESA-SALDO-FAVOR
               END-IF
               READ AR-FACXREF
                   AT END SET FIN-FACXREF TO TRUE
               END-READ
           END-PERFORM.

           MOVE SPACES TO LINEA-REGDEVOL.
           WRITE LINEA-REGDEVOL.
           MOVE WS-CTL-PROPUESTAS    TO RDV-TOT-PROPUESTAS.
           MOVE WS-CTL-IMP-PROPUESTO TO RDV-TOT-IMP-PROPUESTO.
           MOVE WS-CTL-RETENIDAS     TO RDV-TOT-RETENIDAS.
           MOVE WS-CTL-IMP-RETENIDO  TO RDV-TOT-IMP-RETENIDO.
           WRITE LINEA-REGDEVOL FROM RDV-TOTAL.

           IF WS-CTL-PAGOS-LLENA > ZEROES
               MOVE SPACES TO LINEA-REGDEVOL
               STRING "TABLA DE PAGOS LLENA, SALDOS INCOMPLETOS ("
                          DELIMITED BY SIZE
                      WS-CTL-PAGOS-LLENA DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO LINEA-REGDEVOL
               WRITE LINEA-REGDEVOL
           END-IF.

           IF MODO-EMISION
               CLOSE AR-PAGOS
               CLOSE AR-ORDENPAGO
           END-IF.
           IF ENTRADA-DISPONIBLE
               CLOSE AR-ENTRADA
           END-IF.
           IF CLIENTES-DISPONIBLE
               CLOSE AR-CLIENTES
           END-IF.
           CLOSE AR-FACXREF, AR-REGDEVOL.

       BUSCA-PAGADO.
           MOVE ZEROES TO WS-PAGADO.
           IF WS-PAGOS-TOTAL > ZEROES
               SET IDX-PAGO TO 1
               SEARCH TABLA-PAGOS
                   AT END CONTINUE
                   WHEN TAB-PAG-FACTURA (IDX-PAGO) = FXR-FACTURA
                       MOVE TAB-PAG-IMPORTE (IDX-PAGO) TO WS-PAGADO
               END-SEARCH
           END-IF.

      * El cliente sale de la fila del libro mayor o, en filas
      * anteriores a FXR-CLIENTE, de la reserva viva.
       PROCESA-SALDO-FAVOR.
           MOVE ZEROES TO WS-CLIENTE-DEVOL.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO CLI-NOMBRE, CLI-DOCUMENTO.

           IF FXR-CLIENTE IS NUMERIC
               MOVE FXR-CLIENTE TO WS-CLIENTE-DEVOL
           END-IF.

           IF WS-CLIENTE-DEVOL = ZEROES AND ENTRADA-DISPONIBLE
               MOVE FXR-RESERVA TO RESERVA
               READ AR-ENTRADA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CLIENTE IS NUMERIC
                           MOVE CLIENTE TO WS-CLIENTE-DEVOL
                       END-IF
               END-READ
           END-IF.

           IF WS-CLIENTE-DEVOL = ZEROES
               MOVE "RETENIDA: RESERVA SIN CLIENTE" TO WS-MOTIVO
           ELSE
               IF NOT CLIENTES-DISPONIBLE
                   MOVE "RETENIDA: SIN CLIENTES.DAT" TO WS-MOTIVO
               ELSE
                   MOVE WS-CLIENTE-DEVOL TO CLI-NUMERO
                   READ AR-CLIENTES
                       INVALID KEY
                           MOVE SPACES TO CLI-NOMBRE, CLI-DOCUMENTO
                           MOVE "RETENIDA: CLIENTE NO EXISTE"
                               TO WS-MOTIVO
                   END-READ
               END-IF
           END-IF.

           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-CTL-RETENIDAS
               ADD WS-A-DEVOLVER TO WS-CTL-IMP-RETENIDO
           ELSE
               ADD 1 TO WS-CTL-PROPUESTAS
               ADD WS-A-DEVOLVER TO WS-CTL-IMP-PROPUESTO
               IF MODO-EMISION
                   PERFORM EMITE-DEVOLUCION
                   MOVE "EMITIDA" TO WS-MOTIVO
               ELSE
                   MOVE "PROPUESTA" TO WS-MOTIVO
               END-IF
           END-IF.

           PERFORM ESCRIBE-LINEA-REGISTRO.

      * Orden al banco y asiento en PAGOS.DAT van juntos: una orden
      * sin asiento se volveria a proponer en la siguiente corrida.
       EMITE-DEVOLUCION.
           MOVE WS-FECHA-HOY     TO OPA-FECHA.
           MOVE WS-A-DEVOLVER    TO OPA-IMPORTE.
           MOVE WS-CLIENTE-DEVOL TO OPA-CLIENTE.
           MOVE CLI-NOMBRE       TO OPA-BENEFICIARIO.
           MOVE CLI-DOCUMENTO    TO OPA-DOCUMENTO.
           MOVE SPACES           TO OPA-REFERENCIA.
           STRING "DEVOLUCION FBN FACTURA " DELIMITED BY SIZE
                  FXR-FACTURA DELIMITED BY SIZE
                  " RESERVA " DELIMITED BY SIZE
                  FXR-RESERVA DELIMITED BY SIZE
               INTO OPA-REFERENCIA.
           WRITE REGISTRO-ORDENPAGO.

           MOVE FXR-FACTURA       TO PAG-FACTURA.
           MOVE WS-FECHA-HOY      TO PAG-FECHA.
           MOVE WS-A-DEVOLVER     TO PAG-IMPORTE.
           MOVE WS-OPERADOR-DEVOL TO PAG-OPERADOR.
           MOVE "D"               TO PAG-CLASE.
           WRITE REGISTRO-PAGO.

       ESCRIBE-LINEA-REGISTRO.
           MOVE FXR-FACTURA      TO RDV-LIN-FACTURA.
           MOVE FXR-RESERVA      TO RDV-LIN-RESERVA.
           MOVE WS-CLIENTE-DEVOL TO RDV-LIN-CLIENTE.
           MOVE CLI-NOMBRE       TO RDV-LIN-NOMBRE.
           MOVE FXR-IMPORTE      TO RDV-LIN-FACTURADO.
           MOVE WS-PAGADO        TO RDV-LIN-COBRADO.
           MOVE WS-A-DEVOLVER    TO RDV-LIN-DEVOLVER.
           MOVE WS-MOTIVO        TO RDV-LIN-RESULTADO.
           WRITE LINEA-REGDEVOL FROM RDV-LINEA.

       MUESTRA-TOTALES.
           IF MODO-EMISION
               DISPLAY "MODO:                    EMISION"
           ELSE
               DISPLAY "MODO:                    PROPUESTA"
           END-IF.
           DISPLAY "FACTURAS REVISADAS:      " WS-CTL-FACTURAS.
           DISPLAY "DEVOLUCIONES PROPUESTAS: " WS-CTL-PROPUESTAS.
           DISPLAY "DEVOLUCIONES RETENIDAS:  " WS-CTL-RETENIDAS.
           IF WS-CTL-PAGOS-LLENA > ZEROES
               DISPLAY "TABLA DE PAGOS LLENA:    " WS-CTL-PAGOS-LLENA
           END-IF.
