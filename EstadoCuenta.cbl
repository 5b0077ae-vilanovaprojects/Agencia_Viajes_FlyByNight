      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer statement of account. Prints, per customer
      *          number (CLI-NUMERO), a dated statement for a period:
      *          the balance brought forward at the start of the
      *          period, every document (factura, cargo, abono,
      *          penalizacion), every receipt and every refund of the
      *          period grouped by booking with a running balance, the
      *          closing balance, and the closing balance aged by
      *          invoice date (0-30 / 31-60 / 60+ days at the end of
      *          the period, the same buckets as CuentasPorCobrar).
      *          Documents come from the FACHIST.DAT history both
      *          billing runs append to, receipts from PAGOS.DAT, and
      *          the customer of each booking from FXR-CLIENTE on the
      *          FACXREF.DAT ledger (or, for ledger rows older than
      *          that field, from the booking on BOOKINGS.DAT or
      *          HISTORICO.DAT). Whatever part of a ledger row's
      *          amount predates the document history is carried as
      *          one SALDO TRASPASADO line on its issue date, so the
      *          documents of a booking always add up to what the
      *          ledger says it owes.
      *          Arguments: DESDE HASTA (AAAAMMDD) and optionally a
      *          customer number; without a customer, every customer
      *          with a document or a receipt in the period gets a
      *          statement. Without arguments the period is the
      *          current month to date. Output on ESTADOCUENTA.DAT,
      *          one statement after another, for the dunning mail.
      * Tectonics: cobc
      ******************************************************************

      * SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstadoCuentaClientes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL AR-FACXREF ASSIGN TO "FACXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-RESERVA.

      * Solo lectura, para las filas del libro mayor que aun no
      * llevan FXR-CLIENTE y para la fecha de viaje de cada reserva.
       SELECT OPTIONAL AR-ENTRADA ASSIGN TO "BOOKINGS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS RESERVA
                 FILE STATUS IS AR-ENTRADA-STATUS.

       SELECT OPTIONAL AR-HISTORICO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AR-FACHIST ASSIGN TO "FACHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AR-PAGOS ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AR-CLIENTES ASSIGN TO "CLIENTES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CLI-NUMERO
                 FILE STATUS IS AR-CLIENTES-STATUS.

       SELECT AR-TRABAJO ASSIGN TO "SORTEST.TMP".

       SELECT AR-ESTADOS ASSIGN TO "ESTADOCUENTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AR-FACXREF.
           COPY FXRREC.

       FD AR-ENTRADA.
           COPY BOOKREC.

       FD AR-HISTORICO.
           COPY HISREC.

       FD AR-FACHIST.
       01 LINEA-FACHIST        PIC X(124).

       FD AR-PAGOS.
           COPY PAGREC.

       FD AR-CLIENTES.
           COPY CLIREC.

      * Un movimiento de estado de cuenta. TFASE separa lo anterior
      * al periodo (1, solo suma al saldo anterior) de lo del
      * periodo (2, se lista); asi el saldo anterior esta completo
      * antes de la primera linea del cliente.
       SD AR-TRABAJO.
       01  REGISTRO-TRABAJO.
           88 FIN-AR-TRABAJO    VALUE HIGH-VALUES.
           03 TCLIENTE          PIC 9(7).
           03 TFASE             PIC 9.
           03 TRESERVA          PIC 9(7).
           03 TFECHA            PIC 9(8).
           03 TORDEN            PIC 9.
           03 TNUMERO           PIC 9(7).
           03 TCLASE            PIC X.
           03 TSENTIDO          PIC X.
               88 T-DEBE        VALUE "D".
               88 T-HABER       VALUE "H".
           03 TIMPORTE          PIC 9(10)V99.

       FD AR-ESTADOS.
       01 LINEA-ESTADO         PIC X(110).

       WORKING-STORAGE SECTION.
       COPY FACREC.

       01 AR-ENTRADA-STATUS     PIC XX VALUE "00".
       01 AR-CLIENTES-STATUS    PIC XX VALUE "00".

       01 WS-CLIENTES-DISPONIBLE PIC X VALUE "N".
           88 CLIENTES-DISPONIBLE VALUE "S".

       01 WS-EOF-FACXREF        PIC X VALUE "N".
           88 FIN-FACXREF       VALUE "Y".

       01 WS-EOF-ENTRADA        PIC X VALUE "N".
           88 FIN-ENTRADA       VALUE "Y".

       01 WS-EOF-HISTORICO      PIC X VALUE "N".
           88 FIN-HISTORICO     VALUE "Y".

       01 WS-EOF-FACHIST        PIC X VALUE "N".
           88 FIN-FACHIST       VALUE "Y".

       01 WS-EOF-PAGOS          PIC X VALUE "N".
           88 FIN-PAGOS         VALUE "Y".

       01 WS-NUM-ARGS           PIC 9(2) VALUE ZEROES.
       01 WS-ARG-IDX            PIC 9(2) VALUE ZEROES.
       01 WS-ARG-VALOR          PIC X(8) VALUE SPACES.

       01 WS-FECHA-DESDE        PIC 9(8) VALUE ZEROES.
       01 WS-FECHA-HASTA        PIC 9(8) VALUE ZEROES.
       01 WS-FECHA-HOY          PIC 9(8) VALUE ZEROES.
       01 WS-DIAS-HASTA         PIC 9(7) VALUE ZEROES.

      * Cero: todos los clientes con movimiento en el periodo.
       01 WS-CLIENTE-PEDIDO     PIC 9(7) VALUE ZEROES.

      * Fecha del bloque de FACHIST.DAT en curso: la del header "H"
      * que lo abre.
       01 WS-FECHA-BLOQUE       PIC 9(8) VALUE ZEROES.

      * Imagen del libro mayor. HIST-DEBE/HABER acumulan todos los
      * documentos del historico de la reserva (sin limite de
      * fecha): lo que falte hasta FXR-IMPORTE es saldo traspasado.
       01 WS-FXR-TOTAL          PIC 9(4) VALUE ZEROES.
       01 WS-FXR-MAX            PIC 9(4) VALUE 5000.
       01 WS-CTL-FXR-LLENA      PIC 9(4) VALUE ZEROES.

       01 TABLA-FXR-CTL.
           03 TABLA-FXR OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-FXR-TOTAL
                             INDEXED BY IDX-FXR.
               05 TAB-FXR-RESERVA   PIC 9(7).
               05 TAB-FXR-FACTURA   PIC 9(7).
               05 TAB-FXR-CLIENTE   PIC 9(7).
               05 TAB-FXR-EMISION   PIC 9(8).
               05 TAB-FXR-IMPORTE   PIC 9(10)V99.
               05 TAB-FXR-DESTINO   PIC X(20).
               05 TAB-FXR-VIAJE     PIC 9(8).
               05 TAB-FXR-HIST-DEBE  PIC 9(10)V99.
               05 TAB-FXR-HIST-HABER PIC 9(10)V99.
               05 TAB-FXR-ACTIVA    PIC X.

      * Clientes con algun movimiento en el periodo (modo todos).
       01 WS-ACT-TOTAL          PIC 9(4) VALUE ZEROES.
       01 WS-CTL-ACT-LLENA      PIC 9(4) VALUE ZEROES.

       01 TABLA-ACT-CTL.
           03 TABLA-ACTIVOS OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-ACT-TOTAL
                             INDEXED BY IDX-ACT.
               05 TAB-ACT-CLIENTE   PIC 9(7).

      * Saldo por reserva del cliente en curso, para la antiguedad.
       01 WS-CTA-TOTAL          PIC 9(4) VALUE ZEROES.
       01 WS-CTA-MAX            PIC 9(4) VALUE 500.
       01 WS-CTL-CTA-LLENA      PIC 9(4) VALUE ZEROES.

       01 TABLA-CTA-CTL.
           03 TABLA-CUENTA OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-CTA-TOTAL
                             INDEXED BY IDX-CTA.
               05 TAB-CTA-RESERVA   PIC 9(7).
               05 TAB-CTA-SALDO     PIC S9(11)V99.

       01 WS-FILA               PIC 9(4) VALUE ZEROES.

       01 WS-RESERVA-BUSCADA    PIC 9(7) VALUE ZEROES.
       01 WS-FACTURA-BUSCADA    PIC 9(7) VALUE ZEROES.
       01 WS-FXR-ENCONTRADA     PIC X VALUE "N".
           88 FXR-ENCONTRADA    VALUE "S".

       01 WS-CLIENTE-SELECCIONADO PIC X VALUE "N".
           88 CLIENTE-SELECCIONADO VALUE "S".

       01 WS-FECHA-MOV          PIC 9(8) VALUE ZEROES.
       01 WS-HIST-NETO          PIC S9(11)V99 VALUE ZEROES.
       01 WS-TRASPASO           PIC S9(11)V99 VALUE ZEROES.

       01 CLIENTE-ANTERIOR      PIC 9(7) VALUE ZEROES.
       01 RESERVA-ANTERIOR      PIC 9(7) VALUE ZEROES.

       01 WS-SALDO-ANTERIOR     PIC S9(11)V99 VALUE ZEROES.
       01 WS-SALDO-CLIENTE      PIC S9(11)V99 VALUE ZEROES.
       01 WS-DEBE-PERIODO       PIC 9(10)V99 VALUE ZEROES.
       01 WS-HABER-PERIODO      PIC 9(10)V99 VALUE ZEROES.

       01 WS-DIAS-EMISION       PIC 9(7) VALUE ZEROES.
       01 WS-EDAD-DIAS          PIC S9(7) VALUE ZEROES.
       01 WS-BUCKET             PIC 9 VALUE ZEROES.
       01 WS-SALDO-RESERVA      PIC 9(10)V99 VALUE ZEROES.
       01 WS-TOT-B1             PIC 9(10)V99 VALUE ZEROES.
       01 WS-TOT-B2             PIC 9(10)V99 VALUE ZEROES.
       01 WS-TOT-B3             PIC 9(10)V99 VALUE ZEROES.
       01 WS-TOT-A-FAVOR        PIC 9(10)V99 VALUE ZEROES.

       01 WS-CTL-ESTADOS        PIC 9(7) VALUE ZEROES.
       01 WS-CTL-MOVIMIENTOS    PIC 9(7) VALUE ZEROES.
       01 WS-CTL-SIN-CLIENTE    PIC 9(7) VALUE ZEROES.
       01 WS-CTL-SIN-LIBRO      PIC 9(7) VALUE ZEROES.

       01 ECT-SEPARADOR.
           03 FILLER                PIC X(110) VALUE ALL "=".

       01 ECT-ENCABEZADO.
           03 FILLER                PIC X(36) VALUE
                   "ESTADO DE CUENTA FBN          FECHA ".
           03 ECT-HDR-FECHA         PIC 9(8).
           03 FILLER                PIC X(10) VALUE "  PERIODO ".
           03 ECT-HDR-DESDE         PIC 9(8).
           03 FILLER                PIC X(3)  VALUE " - ".
           03 ECT-HDR-HASTA         PIC 9(8).
           03 FILLER                PIC X(37) VALUE SPACES.

       01 ECT-CLIENTE.
           03 FILLER                PIC X(9)  VALUE "CLIENTE: ".
           03 ECT-CLI-NUMERO        PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-CLI-NOMBRE        PIC X(30).
           03 FILLER                PIC X(7)  VALUE "  TEL. ".
           03 ECT-CLI-TELEFONO      PIC X(15).
           03 FILLER                PIC X(40) VALUE SPACES.

       01 ECT-SALDO-ANTERIOR.
           03 FILLER                PIC X(40) VALUE
                   "SALDO ANTERIOR AL INICIO DEL PERIODO:   ".
           03 ECT-ANT-IMPORTE       PIC Z(9)9.99.
           03 FILLER                PIC X     VALUE SPACE.
           03 ECT-ANT-MARCA         PIC X(9).
           03 FILLER                PIC X(47) VALUE SPACES.

       01 ECT-COLUMNAS.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(10) VALUE "FECHA".
           03 FILLER                PIC X(9)  VALUE "DOCUMENTO".
           03 FILLER                PIC X(18) VALUE "CONCEPTO".
           03 FILLER                PIC X(22) VALUE SPACES.
           03 FILLER                PIC X(15) VALUE "         DEBE  ".
           03 FILLER                PIC X(15) VALUE "        HABER  ".
           03 FILLER                PIC X(14) VALUE "         SALDO".
           03 FILLER                PIC X(5)  VALUE SPACES.

       01 ECT-RESERVA.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(8)  VALUE "RESERVA ".
           03 ECT-RES-RESERVA       PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-RES-DESTINO       PIC X(20).
           03 FILLER                PIC X(7)  VALUE " VIAJE ".
           03 ECT-RES-VIAJE         PIC 9(8).
           03 FILLER                PIC X(10) VALUE "  FACTURA ".
           03 ECT-RES-FACTURA       PIC 9(7).
           03 FILLER                PIC X(39) VALUE SPACES.

       01 ECT-LINEA.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-LIN-FECHA         PIC 9(8).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-LIN-NUMERO        PIC X(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-LIN-CONCEPTO      PIC X(38).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-LIN-DEBE          PIC Z(9)9.99.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-LIN-HABER         PIC Z(9)9.99.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-LIN-SALDO         PIC Z(9)9.99-.
           03 FILLER                PIC X(5)  VALUE SPACES.

       01 ECT-TOTAL-PERIODO.
           03 FILLER                PIC X(61) VALUE
                   "  TOTAL MOVIMIENTOS DEL PERIODO".
           03 ECT-TOT-DEBE          PIC Z(9)9.99.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-TOT-HABER         PIC Z(9)9.99.
           03 FILLER                PIC X(21) VALUE SPACES.

       01 ECT-SALDO-FINAL.
           03 FILLER                PIC X(40) VALUE
                   "SALDO AL CIERRE DEL PERIODO:            ".
           03 ECT-FIN-IMPORTE       PIC Z(9)9.99.
           03 FILLER                PIC X     VALUE SPACE.
           03 ECT-FIN-MARCA         PIC X(9).
           03 FILLER                PIC X(47) VALUE SPACES.

       01 ECT-COLUMNAS-EDAD.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(9)  VALUE "RESERVA".
           03 FILLER                PIC X(9)  VALUE "FACTURA".
           03 FILLER                PIC X(10) VALUE "EMITIDA".
           03 FILLER                PIC X(6)  VALUE "EDAD".
           03 FILLER                PIC X(8)  VALUE "TRAMO".
           03 FILLER                PIC X(13) VALUE "        SALDO".
           03 FILLER                PIC X(53) VALUE SPACES.

       01 ECT-LINEA-EDAD.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-EDA-RESERVA       PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-EDA-FACTURA       PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-EDA-EMITIDA       PIC 9(8).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-EDA-EDAD          PIC ZZZ9.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-EDA-TRAMO         PIC X(6).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 ECT-EDA-SALDO         PIC Z(9)9.99.
           03 FILLER                PIC X     VALUE SPACE.
           03 ECT-EDA-MARCA         PIC X(9).
           03 FILLER                PIC X(33) VALUE SPACES.

       01 ECT-TOTAL-EDAD.
           03 FILLER                PIC X(8)  VALUE "  0-30: ".
           03 ECT-TED-B1            PIC Z(9)9.99.
           03 FILLER                PIC X(8)  VALUE " 31-60: ".
           03 ECT-TED-B2            PIC Z(9)9.99.
           03 FILLER                PIC X(7)  VALUE "  60+: ".
           03 ECT-TED-B3            PIC Z(9)9.99.
           03 FILLER                PIC X(12) VALUE "  A FAVOR: ".
           03 ECT-TED-A-FAVOR       PIC Z(9)9.99.
           03 FILLER                PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       ESTADO-CUENTA-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.
           PERFORM LEE-PARAMETROS.

           IF WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY "ERROR: PERIODO INVALIDO " WS-FECHA-DESDE
                       " - " WS-FECHA-HASTA
               DISPLAY "ESTADOS DE CUENTA NO EMITIDOS"
           ELSE
               COMPUTE WS-DIAS-HASTA =
                       FUNCTION INTEGER-OF-DATE (WS-FECHA-HASTA)
               PERFORM CARGA-LIBRO-MAYOR
               PERFORM COMPLETA-DESDE-RESERVAS
               PERFORM COMPLETA-DESDE-HISTORICO
               PERFORM ACUMULA-HISTORIAL
               PERFORM ACUMULA-PAGOS
               PERFORM MARCA-CLIENTES-ACTIVOS

               SORT AR-TRABAJO ON ASCENDING TCLIENTE
                                            TFASE
                                            TRESERVA
                                            TFECHA
                                            TORDEN
                                            TNUMERO
                     INPUT PROCEDURE IS SELECCIONA-MOVIMIENTOS
                     OUTPUT PROCEDURE IS ESCRIBE-ESTADOS

               DISPLAY "PERIODO:                 " WS-FECHA-DESDE
                       " - " WS-FECHA-HASTA
               DISPLAY "ESTADOS EMITIDOS:        " WS-CTL-ESTADOS
               DISPLAY "MOVIMIENTOS LISTADOS:    " WS-CTL-MOVIMIENTOS
               IF WS-CTL-SIN-CLIENTE > ZEROES
                   DISPLAY "FACTURAS SIN CLIENTE:    "
                           WS-CTL-SIN-CLIENTE
               END-IF
               IF WS-CTL-SIN-LIBRO > ZEROES
                   DISPLAY "MOVIMIENTOS SIN LIBRO:   "
                           WS-CTL-SIN-LIBRO
               END-IF
               IF WS-CTL-FXR-LLENA > ZEROES
                   DISPLAY "TABLA DE FACTURAS LLENA: "
                           WS-CTL-FXR-LLENA
               END-IF
               IF WS-CTL-ACT-LLENA > ZEROES
                   DISPLAY "TABLA DE CLIENTES LLENA: "
                           WS-CTL-ACT-LLENA
               END-IF
           END-IF.

           STOP RUN.

      * DESDE HASTA [CLIENTE], misma mecanica de argumentos que
      * InformeTemporada; sin argumentos, el mes en curso hasta hoy.
       LEE-PARAMETROS.
           ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.

           IF WS-NUM-ARGS >= 2
               MOVE 1 TO WS-ARG-IDX
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALOR (1:8) TO WS-FECHA-DESDE
               MOVE 2 TO WS-ARG-IDX
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALOR (1:8) TO WS-FECHA-HASTA
           ELSE
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
               MOVE "01" TO WS-FECHA-DESDE (7:2)
               MOVE WS-FECHA-HOY TO WS-FECHA-HASTA
           END-IF.

           IF WS-NUM-ARGS >= 3
               MOVE 3 TO WS-ARG-IDX
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS-ARG-VALOR
               ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
               MOVE FUNCTION NUMVAL (WS-ARG-VALOR) TO WS-CLIENTE-PEDIDO
           END-IF.

       CARGA-LIBRO-MAYOR.
           MOVE ZEROES TO WS-FXR-TOTAL, WS-CTL-FXR-LLENA.
           MOVE "N" TO WS-EOF-FACXREF.

           OPEN INPUT AR-FACXREF.
           READ AR-FACXREF
               AT END SET FIN-FACXREF TO TRUE
           END-READ.

           PERFORM UNTIL FIN-FACXREF
               IF WS-FXR-TOTAL < WS-FXR-MAX
                   ADD 1 TO WS-FXR-TOTAL
                   SET IDX-FXR TO WS-FXR-TOTAL
                   MOVE FXR-RESERVA  TO TAB-FXR-RESERVA (IDX-FXR)
                   MOVE FXR-FACTURA  TO TAB-FXR-FACTURA (IDX-FXR)
                   MOVE ZEROES       TO TAB-FXR-CLIENTE (IDX-FXR)
                   IF FXR-CLIENTE IS NUMERIC
                       MOVE FXR-CLIENTE TO TAB-FXR-CLIENTE (IDX-FXR)
                   END-IF
                   MOVE FXR-FECHA-EMISION
                                     TO TAB-FXR-EMISION (IDX-FXR)
                   MOVE FXR-IMPORTE  TO TAB-FXR-IMPORTE (IDX-FXR)
                   MOVE FXR-DESTINO  TO TAB-FXR-DESTINO (IDX-FXR)
                   MOVE ZEROES       TO TAB-FXR-VIAJE (IDX-FXR)
                   MOVE ZEROES       TO TAB-FXR-HIST-DEBE (IDX-FXR)
                   MOVE ZEROES       TO TAB-FXR-HIST-HABER (IDX-FXR)
                   MOVE "N"          TO TAB-FXR-ACTIVA (IDX-FXR)
                   IF FXR-FECHA-EMISION >= WS-FECHA-DESDE
                      AND FXR-FECHA-EMISION <= WS-FECHA-HASTA
                       MOVE "S" TO TAB-FXR-ACTIVA (IDX-FXR)
                   END-IF
               ELSE
      * Table is full: this invoice stays off every statement. Tally
      * it instead of indexing past the end of TABLA-FXR.
                   ADD 1 TO WS-CTL-FXR-LLENA
               END-IF
               READ AR-FACXREF
                   AT END SET FIN-FACXREF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-FACXREF.

      * La reserva viva da la fecha de viaje y, para las filas del
      * libro anteriores a FXR-CLIENTE, el cliente.
       COMPLETA-DESDE-RESERVAS.
           MOVE "N" TO WS-EOF-ENTRADA.

           OPEN INPUT AR-ENTRADA.
           IF AR-ENTRADA-STATUS NOT = "00"
              AND AR-ENTRADA-STATUS NOT = "05"
               SET FIN-ENTRADA TO TRUE
           ELSE
               READ AR-ENTRADA
                   AT END SET FIN-ENTRADA TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL FIN-ENTRADA
               MOVE RESERVA TO WS-RESERVA-BUSCADA
               PERFORM BUSCA-FXR-RESERVA
               IF FXR-ENCONTRADA
                   MOVE FECHA-VIAJE TO TAB-FXR-VIAJE (IDX-FXR)
                   IF TAB-FXR-CLIENTE (IDX-FXR) = ZEROES
                      AND CLIENTE IS NUMERIC
                       MOVE CLIENTE TO TAB-FXR-CLIENTE (IDX-FXR)
                   END-IF
               END-IF
               READ AR-ENTRADA
                   AT END SET FIN-ENTRADA TO TRUE
               END-READ
           END-PERFORM.

           IF AR-ENTRADA-STATUS = "00" OR AR-ENTRADA-STATUS = "10"
               CLOSE AR-ENTRADA
           END-IF.

       COMPLETA-DESDE-HISTORICO.
           MOVE "N" TO WS-EOF-HISTORICO.

           OPEN INPUT AR-HISTORICO.
           READ AR-HISTORICO
               AT END SET FIN-HISTORICO TO TRUE
           END-READ.

           PERFORM UNTIL FIN-HISTORICO
               MOVE HIS-RESERVA TO WS-RESERVA-BUSCADA
               PERFORM BUSCA-FXR-RESERVA
               IF FXR-ENCONTRADA
                   IF TAB-FXR-VIAJE (IDX-FXR) = ZEROES
                       MOVE HIS-FECHA-VIAJE TO TAB-FXR-VIAJE (IDX-FXR)
                   END-IF
                   IF TAB-FXR-CLIENTE (IDX-FXR) = ZEROES
                      AND HIS-CLIENTE IS NUMERIC
                       MOVE HIS-CLIENTE TO TAB-FXR-CLIENTE (IDX-FXR)
                   END-IF
               END-IF
               READ AR-HISTORICO
                   AT END SET FIN-HISTORICO TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-HISTORICO.

      * Primera pasada por el historico de documentos: suma lo
      * documentado por reserva y marca las reservas con documento
      * en el periodo.
       ACUMULA-HISTORIAL.
           MOVE "N" TO WS-EOF-FACHIST.
           MOVE ZEROES TO WS-FECHA-BLOQUE.

           OPEN INPUT AR-FACHIST.
           READ AR-FACHIST
               AT END SET FIN-FACHIST TO TRUE
           END-READ.

           PERFORM UNTIL FIN-FACHIST
               EVALUATE LINEA-FACHIST (1:1)
                   WHEN "H"
                       MOVE LINEA-FACHIST TO FACTURA-HEADER
                       MOVE FAC-HDR-FECHA TO WS-FECHA-BLOQUE
                   WHEN "D"
                       MOVE LINEA-FACHIST TO FACTURA-DETALLE
                       MOVE FAC-DET-RESERVA TO WS-RESERVA-BUSCADA
                       PERFORM BUSCA-FXR-RESERVA
                       IF FXR-ENCONTRADA
                           IF FAC-DOC-ABONO
                               ADD FAC-DET-IMPORTE
                                   TO TAB-FXR-HIST-HABER (IDX-FXR)
                           ELSE
                               ADD FAC-DET-IMPORTE
                                   TO TAB-FXR-HIST-DEBE (IDX-FXR)
                           END-IF
                           IF WS-FECHA-BLOQUE >= WS-FECHA-DESDE
                              AND WS-FECHA-BLOQUE <= WS-FECHA-HASTA
                               MOVE "S" TO TAB-FXR-ACTIVA (IDX-FXR)
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ AR-FACHIST
                   AT END SET FIN-FACHIST TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-FACHIST.

       ACUMULA-PAGOS.
           MOVE "N" TO WS-EOF-PAGOS.

           OPEN INPUT AR-PAGOS.
           READ AR-PAGOS
               AT END SET FIN-PAGOS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-PAGOS
               IF PAG-FECHA >= WS-FECHA-DESDE
                  AND PAG-FECHA <= WS-FECHA-HASTA
                   MOVE PAG-FACTURA TO WS-FACTURA-BUSCADA
                   PERFORM BUSCA-FXR-FACTURA
                   IF FXR-ENCONTRADA
                       MOVE "S" TO TAB-FXR-ACTIVA (IDX-FXR)
                   END-IF
               END-IF
               READ AR-PAGOS
                   AT END SET FIN-PAGOS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-PAGOS.

      * Con un cliente pedido no hace falta lista: sale su estado
      * aunque no haya tenido movimiento (saldo anterior solo).
       MARCA-CLIENTES-ACTIVOS.
           MOVE ZEROES TO WS-ACT-TOTAL, WS-CTL-ACT-LLENA.

           IF WS-CLIENTE-PEDIDO = ZEROES
               PERFORM VARYING WS-FILA FROM 1 BY 1
                       UNTIL WS-FILA > WS-FXR-TOTAL
                   SET IDX-FXR TO WS-FILA
                   IF TAB-FXR-ACTIVA (IDX-FXR) = "S"
                      AND TAB-FXR-CLIENTE (IDX-FXR) NOT = ZEROES
                       PERFORM ANOTA-CLIENTE-ACTIVO
                   END-IF
               END-PERFORM
           END-IF.

       ANOTA-CLIENTE-ACTIVO.
           IF WS-ACT-TOTAL = ZEROES
               ADD 1 TO WS-ACT-TOTAL
               SET IDX-ACT TO WS-ACT-TOTAL
               MOVE TAB-FXR-CLIENTE (IDX-FXR)
                   TO TAB-ACT-CLIENTE (IDX-ACT)
           ELSE
               SET IDX-ACT TO 1
               SEARCH TABLA-ACTIVOS
                   AT END
                       IF WS-ACT-TOTAL < 5000
                           ADD 1 TO WS-ACT-TOTAL
                           SET IDX-ACT TO WS-ACT-TOTAL
                           MOVE TAB-FXR-CLIENTE (IDX-FXR)
                               TO TAB-ACT-CLIENTE (IDX-ACT)
                       ELSE
      * Table is full: this customer gets no statement this run.
      * Tally it instead of indexing past the end of TABLA-ACTIVOS.
                           ADD 1 TO WS-CTL-ACT-LLENA
                       END-IF
                   WHEN TAB-ACT-CLIENTE (IDX-ACT)
                            = TAB-FXR-CLIENTE (IDX-FXR)
                       CONTINUE
               END-SEARCH
           END-IF.

       BUSCA-FXR-RESERVA.
           MOVE "N" TO WS-FXR-ENCONTRADA.
           IF WS-FXR-TOTAL > ZEROES
               SET IDX-FXR TO 1
               SEARCH TABLA-FXR
                   AT END CONTINUE
                   WHEN TAB-FXR-RESERVA (IDX-FXR) = WS-RESERVA-BUSCADA
                       SET FXR-ENCONTRADA TO TRUE
               END-SEARCH
           END-IF.

      * Los cobros van siempre contra la factura original (ver
      * BUSCA-FACTURA en PagosFacturas).
       BUSCA-FXR-FACTURA.
           MOVE "N" TO WS-FXR-ENCONTRADA.
           IF WS-FXR-TOTAL > ZEROES
               SET IDX-FXR TO 1
               SEARCH TABLA-FXR
                   AT END CONTINUE
                   WHEN TAB-FXR-FACTURA (IDX-FXR) = WS-FACTURA-BUSCADA
                       SET FXR-ENCONTRADA TO TRUE
               END-SEARCH
           END-IF.

      * Cliente de la fila IDX-FXR: el pedido, o uno de los activos.
       EVALUA-SELECCION.
           MOVE "N" TO WS-CLIENTE-SELECCIONADO.
           IF TAB-FXR-CLIENTE (IDX-FXR) NOT = ZEROES
               IF WS-CLIENTE-PEDIDO NOT = ZEROES
                   IF TAB-FXR-CLIENTE (IDX-FXR) = WS-CLIENTE-PEDIDO
                       SET CLIENTE-SELECCIONADO TO TRUE
                   END-IF
               ELSE
                   IF WS-ACT-TOTAL > ZEROES
                       SET IDX-ACT TO 1
                       SEARCH TABLA-ACTIVOS
                           AT END CONTINUE
                           WHEN TAB-ACT-CLIENTE (IDX-ACT)
                                    = TAB-FXR-CLIENTE (IDX-FXR)
                               SET CLIENTE-SELECCIONADO TO TRUE
                       END-SEARCH
                   END-IF
               END-IF
           END-IF.

      * Segunda pasada: documentos, cobros y saldos traspasados de
      * los clientes seleccionados, hasta el fin del periodo.
       SELECCIONA-MOVIMIENTOS.
           PERFORM SUELTA-DOCUMENTOS.
           PERFORM SUELTA-COBROS.
           PERFORM SUELTA-TRASPASOS.

       SUELTA-DOCUMENTOS.
           MOVE "N" TO WS-EOF-FACHIST.
           MOVE ZEROES TO WS-FECHA-BLOQUE.

           OPEN INPUT AR-FACHIST.
           READ AR-FACHIST
               AT END SET FIN-FACHIST TO TRUE
           END-READ.

           PERFORM UNTIL FIN-FACHIST
               EVALUATE LINEA-FACHIST (1:1)
                   WHEN "H"
                       MOVE LINEA-FACHIST TO FACTURA-HEADER
                       MOVE FAC-HDR-FECHA TO WS-FECHA-BLOQUE
                   WHEN "D"
                       MOVE LINEA-FACHIST TO FACTURA-DETALLE
                       IF WS-FECHA-BLOQUE <= WS-FECHA-HASTA
                           PERFORM SUELTA-UN-DOCUMENTO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ AR-FACHIST
                   AT END SET FIN-FACHIST TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-FACHIST.

       SUELTA-UN-DOCUMENTO.
           MOVE FAC-DET-RESERVA TO WS-RESERVA-BUSCADA.
           PERFORM BUSCA-FXR-RESERVA.
           IF NOT FXR-ENCONTRADA
               ADD 1 TO WS-CTL-SIN-LIBRO
           ELSE
               PERFORM EVALUA-SELECCION
               IF TAB-FXR-CLIENTE (IDX-FXR) = ZEROES
                   ADD 1 TO WS-CTL-SIN-CLIENTE
               END-IF
               IF CLIENTE-SELECCIONADO
                   MOVE TAB-FXR-CLIENTE (IDX-FXR) TO TCLIENTE
                   MOVE FAC-DET-RESERVA  TO TRESERVA
                   MOVE WS-FECHA-BLOQUE  TO WS-FECHA-MOV
                   MOVE 1                TO TORDEN
                   MOVE FAC-DET-NUMERO   TO TNUMERO
                   MOVE FAC-DET-CLASE    TO TCLASE
                   IF FAC-DOC-ABONO
                       MOVE "H" TO TSENTIDO
                   ELSE
                       MOVE "D" TO TSENTIDO
                   END-IF
                   MOVE FAC-DET-IMPORTE  TO TIMPORTE
                   PERFORM SUELTA-MOVIMIENTO
               END-IF
           END-IF.

       SUELTA-COBROS.
           MOVE "N" TO WS-EOF-PAGOS.

           OPEN INPUT AR-PAGOS.
           READ AR-PAGOS
               AT END SET FIN-PAGOS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-PAGOS
               IF PAG-FECHA <= WS-FECHA-HASTA
                   MOVE PAG-FACTURA TO WS-FACTURA-BUSCADA
                   PERFORM BUSCA-FXR-FACTURA
                   IF NOT FXR-ENCONTRADA
                       ADD 1 TO WS-CTL-SIN-LIBRO
                   ELSE
                       PERFORM EVALUA-SELECCION
                       IF CLIENTE-SELECCIONADO
                           MOVE TAB-FXR-CLIENTE (IDX-FXR) TO TCLIENTE
                           MOVE TAB-FXR-RESERVA (IDX-FXR) TO TRESERVA
                           MOVE PAG-FECHA   TO WS-FECHA-MOV
                           MOVE 2           TO TORDEN
                           MOVE PAG-FACTURA TO TNUMERO
                           IF PAG-DEVOLUCION
                               MOVE "D"     TO TCLASE
                               MOVE "D"     TO TSENTIDO
                           ELSE
                               MOVE "P"     TO TCLASE
                               MOVE "H"     TO TSENTIDO
                           END-IF
                           MOVE PAG-IMPORTE TO TIMPORTE
                           PERFORM SUELTA-MOVIMIENTO
                       END-IF
                   END-IF
               END-IF
               READ AR-PAGOS
                   AT END SET FIN-PAGOS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-PAGOS.

      * Lo que el libro mayor dice que se debe y el historico no
      * documenta (facturas emitidas antes de existir FACHIST.DAT)
      * entra como un solo movimiento en la fecha de emision.
       SUELTA-TRASPASOS.
           PERFORM VARYING WS-FILA FROM 1 BY 1
                   UNTIL WS-FILA > WS-FXR-TOTAL
               SET IDX-FXR TO WS-FILA
               COMPUTE WS-HIST-NETO = TAB-FXR-HIST-DEBE (IDX-FXR)
                                    - TAB-FXR-HIST-HABER (IDX-FXR)
               COMPUTE WS-TRASPASO = TAB-FXR-IMPORTE (IDX-FXR)
                                   - WS-HIST-NETO
               IF WS-TRASPASO NOT = ZEROES
                  AND TAB-FXR-EMISION (IDX-FXR) <= WS-FECHA-HASTA
                   PERFORM EVALUA-SELECCION
                   IF CLIENTE-SELECCIONADO
                       MOVE TAB-FXR-CLIENTE (IDX-FXR) TO TCLIENTE
                       MOVE TAB-FXR-RESERVA (IDX-FXR) TO TRESERVA
                       MOVE TAB-FXR-EMISION (IDX-FXR) TO WS-FECHA-MOV
                       MOVE 0 TO TORDEN
                       MOVE TAB-FXR-FACTURA (IDX-FXR) TO TNUMERO
                       MOVE "S" TO TCLASE
                       IF WS-TRASPASO > ZEROES
                           MOVE "D" TO TSENTIDO
                           MOVE WS-TRASPASO TO TIMPORTE
                       ELSE
                           MOVE "H" TO TSENTIDO
                           COMPUTE TIMPORTE = ZEROES - WS-TRASPASO
                       END-IF
                       PERFORM SUELTA-MOVIMIENTO
                   END-IF
               END-IF
           END-PERFORM.

       SUELTA-MOVIMIENTO.
           MOVE WS-FECHA-MOV TO TFECHA.
           IF WS-FECHA-MOV < WS-FECHA-DESDE
               MOVE 1 TO TFASE
           ELSE
               MOVE 2 TO TFASE
           END-IF.
           RELEASE REGISTRO-TRABAJO.

       ESCRIBE-ESTADOS.
           OPEN OUTPUT AR-ESTADOS.

           OPEN INPUT AR-CLIENTES.
           MOVE "N" TO WS-CLIENTES-DISPONIBLE.
           IF AR-CLIENTES-STATUS = "00"
               SET CLIENTES-DISPONIBLE TO TRUE
           END-IF.

           RETURN AR-TRABAJO
               AT END SET FIN-AR-TRABAJO TO TRUE
           END-RETURN.

           PERFORM ESCRIBE-UN-ESTADO UNTIL FIN-AR-TRABAJO.

           IF CLIENTES-DISPONIBLE
               CLOSE AR-CLIENTES
           END-IF.
           CLOSE AR-ESTADOS.

       ESCRIBE-UN-ESTADO.
           MOVE TCLIENTE TO CLIENTE-ANTERIOR.
           MOVE ZEROES TO RESERVA-ANTERIOR.
           MOVE ZEROES TO WS-SALDO-ANTERIOR, WS-SALDO-CLIENTE.
           MOVE ZEROES TO WS-DEBE-PERIODO, WS-HABER-PERIODO.
           MOVE ZEROES TO WS-CTA-TOTAL, WS-CTL-CTA-LLENA.
           ADD 1 TO WS-CTL-ESTADOS.

           PERFORM ESCRIBE-CABECERA-ESTADO.

           PERFORM UNTIL FIN-AR-TRABAJO
                      OR TCLIENTE NOT = CLIENTE-ANTERIOR
                      OR TFASE NOT = 1
               PERFORM ACUMULA-SALDO
               RETURN AR-TRABAJO
                   AT END SET FIN-AR-TRABAJO TO TRUE
               END-RETURN
           END-PERFORM.

           MOVE WS-SALDO-CLIENTE TO WS-SALDO-ANTERIOR.
           IF WS-SALDO-ANTERIOR < ZEROES
               COMPUTE ECT-ANT-IMPORTE = ZEROES - WS-SALDO-ANTERIOR
               MOVE "A FAVOR" TO ECT-ANT-MARCA
           ELSE
               MOVE WS-SALDO-ANTERIOR TO ECT-ANT-IMPORTE
               MOVE SPACES TO ECT-ANT-MARCA
           END-IF.
           WRITE LINEA-ESTADO FROM ECT-SALDO-ANTERIOR.
           MOVE SPACES TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           WRITE LINEA-ESTADO FROM ECT-COLUMNAS.

           PERFORM UNTIL FIN-AR-TRABAJO
                      OR TCLIENTE NOT = CLIENTE-ANTERIOR
               IF TRESERVA NOT = RESERVA-ANTERIOR
                   PERFORM ESCRIBE-CABECERA-RESERVA
               END-IF
               PERFORM ACUMULA-SALDO
               PERFORM ESCRIBE-MOVIMIENTO
               RETURN AR-TRABAJO
                   AT END SET FIN-AR-TRABAJO TO TRUE
               END-RETURN
           END-PERFORM.

           PERFORM ESCRIBE-CIERRE-ESTADO.

       ESCRIBE-CABECERA-ESTADO.
           MOVE SPACES TO ECT-CLI-NOMBRE, ECT-CLI-TELEFONO.
           IF CLIENTES-DISPONIBLE
               MOVE CLIENTE-ANTERIOR TO CLI-NUMERO
               READ AR-CLIENTES
                   INVALID KEY
                       MOVE "** NO ESTA EN CLIENTES.DAT **"
                           TO ECT-CLI-NOMBRE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE   TO ECT-CLI-NOMBRE
                       MOVE CLI-TELEFONO TO ECT-CLI-TELEFONO
               END-READ
           END-IF.

           WRITE LINEA-ESTADO FROM ECT-SEPARADOR.
           MOVE WS-FECHA-HOY   TO ECT-HDR-FECHA.
           MOVE WS-FECHA-DESDE TO ECT-HDR-DESDE.
           MOVE WS-FECHA-HASTA TO ECT-HDR-HASTA.
           WRITE LINEA-ESTADO FROM ECT-ENCABEZADO.
           MOVE CLIENTE-ANTERIOR TO ECT-CLI-NUMERO.
           WRITE LINEA-ESTADO FROM ECT-CLIENTE.
           MOVE SPACES TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.

       ESCRIBE-CABECERA-RESERVA.
           MOVE TRESERVA TO RESERVA-ANTERIOR.
           MOVE TRESERVA TO WS-RESERVA-BUSCADA.
           PERFORM BUSCA-FXR-RESERVA.

           MOVE TRESERVA TO ECT-RES-RESERVA.
           IF FXR-ENCONTRADA
               MOVE TAB-FXR-DESTINO (IDX-FXR) TO ECT-RES-DESTINO
               MOVE TAB-FXR-VIAJE (IDX-FXR)   TO ECT-RES-VIAJE
               MOVE TAB-FXR-FACTURA (IDX-FXR) TO ECT-RES-FACTURA
           ELSE
               MOVE SPACES TO ECT-RES-DESTINO
               MOVE ZEROES TO ECT-RES-VIAJE, ECT-RES-FACTURA
           END-IF.
           WRITE LINEA-ESTADO FROM ECT-RESERVA.

      * Saldo del cliente y de la reserva; debe suma, haber resta.
       ACUMULA-SALDO.
           IF T-DEBE
               ADD TIMPORTE TO WS-SALDO-CLIENTE
           ELSE
               SUBTRACT TIMPORTE FROM WS-SALDO-CLIENTE
           END-IF.

           IF WS-CTA-TOTAL = ZEROES
               ADD 1 TO WS-CTA-TOTAL
               SET IDX-CTA TO WS-CTA-TOTAL
               MOVE TRESERVA TO TAB-CTA-RESERVA (IDX-CTA)
               MOVE ZEROES   TO TAB-CTA-SALDO (IDX-CTA)
               PERFORM SUMA-SALDO-RESERVA
           ELSE
               SET IDX-CTA TO 1
               SEARCH TABLA-CUENTA
                   AT END
                       IF WS-CTA-TOTAL < WS-CTA-MAX
                           ADD 1 TO WS-CTA-TOTAL
                           SET IDX-CTA TO WS-CTA-TOTAL
                           MOVE TRESERVA TO TAB-CTA-RESERVA (IDX-CTA)
                           MOVE ZEROES   TO TAB-CTA-SALDO (IDX-CTA)
                           PERFORM SUMA-SALDO-RESERVA
                       ELSE
      * Table is full: this booking is left out of the aging. Tally
      * it instead of indexing past the end of TABLA-CUENTA.
                           ADD 1 TO WS-CTL-CTA-LLENA
                       END-IF
                   WHEN TAB-CTA-RESERVA (IDX-CTA) = TRESERVA
                       PERFORM SUMA-SALDO-RESERVA
               END-SEARCH
           END-IF.

       SUMA-SALDO-RESERVA.
           IF T-DEBE
               ADD TIMPORTE TO TAB-CTA-SALDO (IDX-CTA)
           ELSE
               SUBTRACT TIMPORTE FROM TAB-CTA-SALDO (IDX-CTA)
           END-IF.

       ESCRIBE-MOVIMIENTO.
           ADD 1 TO WS-CTL-MOVIMIENTOS.
           MOVE TFECHA TO ECT-LIN-FECHA.
           MOVE TNUMERO TO ECT-LIN-NUMERO.
           EVALUATE TCLASE
               WHEN "F" MOVE "FACTURA"          TO ECT-LIN-CONCEPTO
               WHEN "C" MOVE "CARGO"            TO ECT-LIN-CONCEPTO
               WHEN "A" MOVE "ABONO"            TO ECT-LIN-CONCEPTO
               WHEN "Q" MOVE "PENALIZACION"     TO ECT-LIN-CONCEPTO
               WHEN "P" MOVE "COBRO RECIBIDO"   TO ECT-LIN-CONCEPTO
               WHEN "D" MOVE "DEVOLUCION"       TO ECT-LIN-CONCEPTO
               WHEN "S" MOVE "SALDO TRASPASADO" TO ECT-LIN-CONCEPTO
               WHEN OTHER MOVE SPACES           TO ECT-LIN-CONCEPTO
           END-EVALUATE.
           IF T-DEBE
               MOVE TIMPORTE TO ECT-LIN-DEBE
               MOVE ZEROES   TO ECT-LIN-HABER
               ADD TIMPORTE  TO WS-DEBE-PERIODO
           ELSE
               MOVE ZEROES   TO ECT-LIN-DEBE
               MOVE TIMPORTE TO ECT-LIN-HABER
               ADD TIMPORTE  TO WS-HABER-PERIODO
           END-IF.
           MOVE WS-SALDO-CLIENTE TO ECT-LIN-SALDO.
           WRITE LINEA-ESTADO FROM ECT-LINEA.

      * Cierre: totales del periodo, saldo final y antiguedad de lo
      * pendiente por factura, al ultimo dia del periodo. Un saldo
      * negativo de reserva es dinero del cliente y no envejece.
       ESCRIBE-CIERRE-ESTADO.
           MOVE SPACES TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE WS-DEBE-PERIODO  TO ECT-TOT-DEBE.
           MOVE WS-HABER-PERIODO TO ECT-TOT-HABER.
           WRITE LINEA-ESTADO FROM ECT-TOTAL-PERIODO.

           IF WS-SALDO-CLIENTE < ZEROES
               COMPUTE ECT-FIN-IMPORTE = ZEROES - WS-SALDO-CLIENTE
               MOVE "A FAVOR" TO ECT-FIN-MARCA
           ELSE
               MOVE WS-SALDO-CLIENTE TO ECT-FIN-IMPORTE
               MOVE SPACES TO ECT-FIN-MARCA
           END-IF.
           WRITE LINEA-ESTADO FROM ECT-SALDO-FINAL.

           MOVE ZEROES TO WS-TOT-B1, WS-TOT-B2, WS-TOT-B3.
           MOVE ZEROES TO WS-TOT-A-FAVOR.

           MOVE SPACES TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE "ANTIGUEDAD DEL SALDO POR FACTURA" TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           WRITE LINEA-ESTADO FROM ECT-COLUMNAS-EDAD.

           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > WS-CTA-TOTAL
               IF TAB-CTA-SALDO (IDX-CTA) NOT = ZEROES
                   PERFORM ESCRIBE-LINEA-EDAD
               END-IF
           END-PERFORM.

           MOVE WS-TOT-B1      TO ECT-TED-B1.
           MOVE WS-TOT-B2      TO ECT-TED-B2.
           MOVE WS-TOT-B3      TO ECT-TED-B3.
           MOVE WS-TOT-A-FAVOR TO ECT-TED-A-FAVOR.
           WRITE LINEA-ESTADO FROM ECT-TOTAL-EDAD.

           IF WS-CTL-CTA-LLENA > ZEROES
               MOVE SPACES TO LINEA-ESTADO
               STRING "RESERVAS FUERA DE LA ANTIGUEDAD (TABLA LLENA): "
                          DELIMITED BY SIZE
                      WS-CTL-CTA-LLENA DELIMITED BY SIZE
                   INTO LINEA-ESTADO
               WRITE LINEA-ESTADO
           END-IF.

           MOVE SPACES TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.

       ESCRIBE-LINEA-EDAD.
           MOVE TAB-CTA-RESERVA (IDX-CTA) TO WS-RESERVA-BUSCADA.
           PERFORM BUSCA-FXR-RESERVA.

           MOVE TAB-CTA-RESERVA (IDX-CTA) TO ECT-EDA-RESERVA.
           MOVE ZEROES TO ECT-EDA-FACTURA, ECT-EDA-EMITIDA.
           MOVE ZEROES TO WS-EDAD-DIAS.
           IF FXR-ENCONTRADA
               MOVE TAB-FXR-FACTURA (IDX-FXR) TO ECT-EDA-FACTURA
               MOVE TAB-FXR-EMISION (IDX-FXR) TO ECT-EDA-EMITIDA
               IF TAB-FXR-EMISION (IDX-FXR) NOT = ZEROES
                   COMPUTE WS-DIAS-EMISION = FUNCTION INTEGER-OF-DATE
                           (TAB-FXR-EMISION (IDX-FXR))
                   COMPUTE WS-EDAD-DIAS =
                           WS-DIAS-HASTA - WS-DIAS-EMISION
               END-IF
           END-IF.
           IF WS-EDAD-DIAS < ZEROES
               MOVE ZEROES TO WS-EDAD-DIAS
           END-IF.
           MOVE WS-EDAD-DIAS TO ECT-EDA-EDAD.

           IF TAB-CTA-SALDO (IDX-CTA) < ZEROES
               COMPUTE WS-SALDO-RESERVA =
                       ZEROES - TAB-CTA-SALDO (IDX-CTA)
               ADD WS-SALDO-RESERVA TO WS-TOT-A-FAVOR
               MOVE SPACES  TO ECT-EDA-TRAMO
               MOVE "A FAVOR" TO ECT-EDA-MARCA
           ELSE
               MOVE TAB-CTA-SALDO (IDX-CTA) TO WS-SALDO-RESERVA
               MOVE SPACES TO ECT-EDA-MARCA
               EVALUATE TRUE
                   WHEN WS-EDAD-DIAS <= 30
                       MOVE "0-30"  TO ECT-EDA-TRAMO
                       ADD WS-SALDO-RESERVA TO WS-TOT-B1
                   WHEN WS-EDAD-DIAS <= 60
                       MOVE "31-60" TO ECT-EDA-TRAMO
                       ADD WS-SALDO-RESERVA TO WS-TOT-B2
                   WHEN OTHER
                       MOVE "60+"   TO ECT-EDA-TRAMO
                       ADD WS-SALDO-RESERVA TO WS-TOT-B3
               END-EVALUATE
           END-IF.
           MOVE WS-SALDO-RESERVA TO ECT-EDA-SALDO.
           WRITE LINEA-ESTADO FROM ECT-LINEA-EDAD.
