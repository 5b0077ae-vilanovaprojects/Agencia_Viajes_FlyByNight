      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily pre-departure readiness check. Looks N days
      *          ahead (first argument, 30 without arguments) at
      *          every confirmed booking on BOOKINGS.DAT and lists,
      *          per selling branch, what still has to be done before
      *          the coach leaves, instead of finding out the night
      *          before from ManifiestoSalidas:
      *            - outstanding balance: the invoice on FACXREF.DAT
      *              less the receipts on PAGOS.DAT (refunds net
      *              off, as in CuentasPorCobrar); a booking not yet
      *              invoiced is listed as such;
      *            - passenger list: no PASAJEROS.DAT detail, or
      *              detail that does not square with the booking's
      *              counts, and travellers with a blank PAS-DOCUMENTO
      *              on a border-crossing destination (FRONTERAS.DAT,
      *              one DESTINO per line, kept by hand like
      *              COMTASAS.DAT);
      *            - contact: no customer, a customer number missing
      *              from CLIENTES.DAT, or no phone number.
      *          Final-payment deadline: the second argument is the
      *          number of days before departure by which the booking
      *          must be paid in full (15 without it; 0 turns the
      *          enforcement off). A booking inside the deadline with
      *          a balance still outstanding is cancelled here, as a
      *          customer cancellation (the fee scale applies), and
      *          journaled to AUDITORIA.DAT as a "B" action under
      *          operator PLAZOAUT, so PromocionEspera gives the seats
      *          to the waitlist that night and
      *          FacturacionCancelaciones bills it like any other
      *          cancellation. A booking never invoiced is not
      *          cancelled: the balance is not known. Nor is one
      *          invoiced on or after its own deadline date (sold
      *          late, inside the window): the customer never had
      *          the deadline to meet, so it is listed to collect
      *          the balance and stays active. The action list
      *          goes to PREPARACION.DAT, sorted by branch, departure
      *          date and booking. Return code 4 when there is
      *          anything on the list, 8 when BOOKINGS.DAT could not
      *          be read or RUNLOCK.DAT kept the run out.
      * Tectonics: cobc
      ******************************************************************

      * SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PreparacionSalidas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL AR-ENTRADA ASSIGN TO "BOOKINGS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RESERVA
                 FILE STATUS IS AR-ENTRADA-STATUS.

      * Solo lectura: factura de cada reserva y lo facturado hoy.
       SELECT OPTIONAL AR-FACXREF ASSIGN TO "FACXREF.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS FXR-RESERVA
                 FILE STATUS IS AR-FACXREF-STATUS.

       SELECT OPTIONAL AR-PAGOS ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Solo lectura: detalle nominal por reserva (clave RESERVA +
      * secuencia) que captura MantenimientoReservas.
       SELECT OPTIONAL AR-PASAJEROS ASSIGN TO "PASAJEROS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PAS-CLAVE
                 FILE STATUS IS AR-PASAJEROS-STATUS.

      * Solo lectura: titular y telefono para la lista.
       SELECT OPTIONAL AR-CLIENTES ASSIGN TO "CLIENTES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CLI-NUMERO
                 FILE STATUS IS AR-CLIENTES-STATUS.

      * Destinos con cruce de frontera: todo viajero lleva documento.
       SELECT OPTIONAL AR-FRONTERAS ASSIGN TO "FRONTERAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Diario de auditoria compartido con MantenimientoReservas:
      * cada anulacion por impago es una baja mas de BOOKINGS.DAT y
      * queda anotada igual, siempre en EXTEND.
       SELECT OPTIONAL AR-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AR-PREPARACION ASSIGN TO "PREPARACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Testigo de ventana de proceso compartido con el nocturno y
      * el mantenimiento: mientras se revisa aqui queda
      * MANTENIMIENTO y el nocturno no arranca, y al reves.
       SELECT OPTIONAL AR-RUNLOCK ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AR-TRABAJO ASSIGN TO "SORTPREP.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD AR-ENTRADA.
           COPY BOOKREC.

       FD AR-FACXREF.
           COPY FXRREC.

       FD AR-PAGOS.
           COPY PAGREC.

       FD AR-PASAJEROS.
           COPY PASREC.

       FD AR-CLIENTES.
           COPY CLIREC.

       FD AR-FRONTERAS.
       01 REGISTRO-FRONTERA.
           03 FRO-DESTINO          PIC X(20).

       FD AR-AUDITORIA.
           COPY AUDREC.

       FD AR-PREPARACION.
       01 LINEA-PREPARACION    PIC X(136).

       FD AR-RUNLOCK.
           COPY LCKREC.

      * Una linea por tarea pendiente de una reserva, reordenada por
      * oficina vendedora para que cada sucursal reciba su tramo.
       SD AR-TRABAJO.
       01  REGISTRO-TRABAJO.
           88 FIN-AR-TRABAJO    VALUE HIGH-VALUES.
           03 TSUCURSAL         PIC X(3).
           03 TFECHA-VIAJE      PIC 9(8).
           03 TRESERVA          PIC 9(7).
           03 TDIAS             PIC 9(3).
           03 TDESTINO          PIC X(20).
           03 TTITULAR          PIC X(30).
           03 TTELEFONO         PIC X(15).
           03 TACCION           PIC X(24).
           03 TIMPORTE          PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01 WS-OPERADOR-PLAZO     PIC X(8) VALUE "PLAZOAUT".

       01 AR-ENTRADA-STATUS     PIC XX VALUE "00".
       01 AR-FACXREF-STATUS     PIC XX VALUE "00".
       01 AR-PASAJEROS-STATUS   PIC XX VALUE "00".
       01 AR-CLIENTES-STATUS    PIC XX VALUE "00".

       01 WS-FACXREF-DISPONIBLE PIC X VALUE "N".
           88 FACXREF-DISPONIBLE VALUE "S".
       01 WS-PASAJEROS-DISPONIBLE PIC X VALUE "N".
           88 PASAJEROS-DISPONIBLE VALUE "S".
       01 WS-CLIENTES-DISPONIBLE PIC X VALUE "N".
           88 CLIENTES-DISPONIBLE VALUE "S".

       01 WS-LOCK-TITULAR       PIC X(14) VALUE SPACES.

       01 WS-RUNLOCK-CONCEDIDO  PIC X VALUE "N".
           88 RUNLOCK-CONCEDIDO VALUE "S".

       01 WS-NUM-ARGS           PIC 9(2) VALUE ZEROES.
       01 WS-ARG-IDX            PIC 9(2) VALUE ZEROES.
       01 WS-ARG-VALOR          PIC X(20) VALUE SPACES.

      * Horizonte de la revision y plazo de pago final, en dias.
       01 WS-DIAS-HORIZONTE     PIC 9(3) VALUE 30.
       01 WS-DIAS-PLAZO         PIC 9(3) VALUE 15.

       01 WS-FECHA-HOY          PIC 9(8) VALUE ZEROES.
       01 WS-FECHA-LIMITE       PIC 9(8) VALUE ZEROES.
       01 WS-FECHA-PLAZO        PIC 9(8) VALUE ZEROES.
       01 WS-DIAS-HOY           PIC 9(7) VALUE ZEROES.
       01 WS-DIAS-SALIDA        PIC 9(7) VALUE ZEROES.
       01 WS-DIAS-FALTAN        PIC 9(3) VALUE ZEROES.
      * Fecha tope de pago de la reserva en curso: salida menos el
      * plazo. Solo se anula si se facturo antes de esa fecha.
       01 WS-FECHA-TOPE-PAGO    PIC 9(8) VALUE ZEROES.

      * Codigo de retorno: 0 nada pendiente, 4 lista con tareas,
      * 8 BOOKINGS.DAT ilegible.
       01 WS-SEVERIDAD          PIC 9(2) VALUE ZEROES.

       01 WS-EOF-ENTRADA        PIC X VALUE "N".
           88 FIN-LECTURA       VALUE "Y".

       01 WS-EOF-PAGOS          PIC X VALUE "N".
           88 FIN-PAGOS         VALUE "Y".

       01 WS-EOF-FRONTERAS      PIC X VALUE "N".
           88 FIN-FRONTERAS     VALUE "Y".

       01 WS-FIN-PAS-RESERVA    PIC X VALUE "N".
           88 FIN-PAS-RESERVA   VALUE "S".

      * Cobros acumulados por factura, mismo criterio que
      * CuentasPorCobrar: los parciales se suman y las devoluciones
      * ya pagadas al cliente restan.
       01 WS-PAGOS-TOTAL        PIC 9(4) VALUE ZEROES.
       01 WS-PAGOS-MAX          PIC 9(4) VALUE 5000.

      * Facturas distintas con pagos por encima del tope: se cuentan
      * en vez de indexar fuera de la tabla. Con la tabla llena no
      * se anula nada por impago: un cobro sin cargar haria parecer
      * impagada una reserva pagada.
       01 WS-CTL-PAGOS-LLENA    PIC 9(4) VALUE ZEROES.

       01 TABLA-PAGOS-CTL.
           03 TABLA-PAGOS OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-PAGOS-TOTAL
                             INDEXED BY IDX-PAGO.
               05 TAB-PAG-FACTURA   PIC 9(7).
               05 TAB-PAG-IMPORTE   PIC 9(10)V99.

       01 WS-FRONTERAS-TOTAL    PIC 9(3) VALUE ZEROES.
       01 WS-FRONTERAS-MAX      PIC 9(3) VALUE 200.
       01 WS-FRONTERAS-DESBORDE PIC 9(4) VALUE ZEROES.

       01 TABLA-FRONTERAS-CTL.
           03 TABLA-FRONTERAS OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-FRONTERAS-TOTAL
                             INDEXED BY IDX-FRO.
               05 TAB-FRO-DESTINO   PIC X(20).

       01 WS-DESTINO-MAYUS      PIC X(20) VALUE SPACES.
       01 WS-CON-FRONTERA       PIC X VALUE "N".
           88 CON-FRONTERA      VALUE "S".

       01 WS-PAGADO             PIC 9(10)V99 VALUE ZEROES.
       01 WS-PENDIENTE          PIC 9(10)V99 VALUE ZEROES.
       01 WS-FACTURADA          PIC X VALUE "N".
           88 RESERVA-FACTURADA VALUE "S".

       01 WS-PAS-LEIDOS         PIC 9(3) VALUE ZEROES.
       01 WS-PAS-SIN-DOCUMENTO  PIC 9(3) VALUE ZEROES.
       01 WS-PAS-PLAZAS         PIC 9(3) VALUE ZEROES.

       01 WS-TITULAR            PIC X(30) VALUE SPACES.
       01 WS-TELEFONO           PIC X(15) VALUE SPACES.
       01 WS-ACCION             PIC X(24) VALUE SPACES.
       01 WS-IMPORTE-ACCION     PIC 9(10)V99 VALUE ZEROES.
       01 WS-RECUENTO-ED        PIC ZZ9.
       01 WS-PLAZAS-ED          PIC ZZ9.

       01 WS-AUD-ANTES          PIC X(120) VALUE SPACES.

       01 SUCURSAL-ANTERIOR     PIC X(3) VALUE SPACES.
       01 WS-SUC-TAREAS         PIC 9(5) VALUE ZEROES.

       01 WS-CTL-REVISADAS      PIC 9(7) VALUE ZEROES.
       01 WS-CTL-CON-SALDO      PIC 9(7) VALUE ZEROES.
       01 WS-CTL-SIN-FACTURA    PIC 9(7) VALUE ZEROES.
       01 WS-CTL-ANULADAS       PIC 9(7) VALUE ZEROES.
       01 WS-CTL-LISTA          PIC 9(7) VALUE ZEROES.
       01 WS-CTL-DOCUMENTO      PIC 9(7) VALUE ZEROES.
       01 WS-CTL-CONTACTO       PIC 9(7) VALUE ZEROES.
       01 WS-CTL-TAREAS         PIC 9(7) VALUE ZEROES.
       01 WS-CTL-ERRORES        PIC 9(7) VALUE ZEROES.

       01 PRE-ENCABEZADO.
           03 FILLER                PIC X(36) VALUE
                   "PREPARACION DE SALIDAS   HORIZONTE: ".
           03 PRE-HDR-HORIZONTE     PIC ZZ9.
           03 FILLER                PIC X(21) VALUE
                   " DIAS  PLAZO DE PAGO:".
           03 PRE-HDR-PLAZO         PIC ZZ9.
           03 FILLER                PIC X(13) VALUE " DIAS  FECHA ".
           03 PRE-HDR-FECHA         PIC 9(8).
           03 FILLER                PIC X(52) VALUE SPACES.

       01 PRE-SUCURSAL.
           03 FILLER                PIC X(10) VALUE "SUCURSAL: ".
           03 PRE-SUC-CODIGO        PIC X(7).
           03 FILLER                PIC X(119) VALUE SPACES.

       01 PRE-COLUMNAS.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(9)  VALUE "RESERVA".
           03 FILLER                PIC X(10) VALUE "SALIDA".
           03 FILLER                PIC X(5)  VALUE "DIAS".
           03 FILLER                PIC X(22) VALUE "DESTINO".
           03 FILLER                PIC X(32) VALUE "TITULAR".
           03 FILLER                PIC X(17) VALUE "TELEFONO".
           03 FILLER                PIC X(26) VALUE "TAREA".
           03 FILLER                PIC X(13) VALUE "      IMPORTE".

       01 PRE-LINEA.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PRE-LIN-RESERVA       PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PRE-LIN-SALIDA        PIC 9(8).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PRE-LIN-DIAS          PIC ZZ9.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PRE-LIN-DESTINO       PIC X(20).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PRE-LIN-TITULAR       PIC X(30).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PRE-LIN-TELEFONO      PIC X(15).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PRE-LIN-ACCION        PIC X(24).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PRE-LIN-IMPORTE       PIC Z(9)9.99.

       01 PRE-TOTAL-SUCURSAL.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(8)  VALUE "TAREAS: ".
           03 PRE-SUC-TAREAS        PIC ZZZZ9.
           03 FILLER                PIC X(121) VALUE SPACES.

       01 PRE-TRAILER.
           03 FILLER                PIC X(11) VALUE "REVISADAS: ".
           03 PRE-TRL-REVISADAS     PIC 9(7).
           03 FILLER                PIC X(10) VALUE "  TAREAS: ".
           03 PRE-TRL-TAREAS        PIC 9(7).
           03 FILLER                PIC X(21) VALUE
                   "  ANULADAS POR IMPAGO".
           03 FILLER                PIC X(2)  VALUE ": ".
           03 PRE-TRL-ANULADAS      PIC 9(7).
           03 FILLER                PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.
       PREPARACION-PRINCIPAL.
           PERFORM LEE-PARAMETROS.
           PERFORM TOMA-RUNLOCK.

           IF RUNLOCK-CONCEDIDO
               PERFORM CARGA-PAGOS
               PERFORM CARGA-FRONTERAS
               PERFORM REVISA-SALIDAS
               PERFORM LIBERA-RUNLOCK
           END-IF.

           MOVE WS-SEVERIDAD TO RETURN-CODE.
           STOP RUN.

      * Primer argumento el horizonte en dias, segundo el plazo de
      * pago final en dias antes de la salida; cada uno conserva su
      * valor por defecto si no viene.
       LEE-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.
           ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.

           IF WS-NUM-ARGS >= 1
               MOVE 1 TO WS-ARG-IDX
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
               IF WS-ARG-VALOR NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-ARG-VALOR)
                       TO WS-DIAS-HORIZONTE
               END-IF
           END-IF.

           IF WS-NUM-ARGS >= 2
               MOVE 2 TO WS-ARG-IDX
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS-ARG-VALOR
               ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
               IF WS-ARG-VALOR NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-ARG-VALOR)
                       TO WS-DIAS-PLAZO
               END-IF
           END-IF.

           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY).
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (WS-DIAS-HOY + WS-DIAS-HORIZONTE).
           COMPUTE WS-FECHA-PLAZO = FUNCTION DATE-OF-INTEGER
                   (WS-DIAS-HOY + WS-DIAS-PLAZO).

           DISPLAY "PREPARACION DE SALIDAS HASTA " WS-FECHA-LIMITE.
           IF WS-DIAS-PLAZO = ZEROES
               DISPLAY "SIN ANULACION POR IMPAGO (PLAZO CERO)"
           ELSE
               DISPLAY "ANULACION POR IMPAGO: SALIDAS HASTA "
                       WS-FECHA-PLAZO
           END-IF.

      * Mismo testigo que usa MantenimientoReservas: solo bloquean
      * BATCH (la corrida nocturna leyendo BOOKINGS.DAT) y
      * RECUPERACION (BOOKINGS.DAT a medio reconstruir); otro
      * trabajo de mantenimiento viejo de una sesion caida se pisa.
       TOMA-RUNLOCK.
           MOVE SPACES TO WS-LOCK-TITULAR.
           MOVE "N" TO WS-RUNLOCK-CONCEDIDO.

           OPEN INPUT AR-RUNLOCK.
           READ AR-RUNLOCK
               AT END CONTINUE
               NOT AT END MOVE LCK-TITULAR TO WS-LOCK-TITULAR
           END-READ.
           CLOSE AR-RUNLOCK.

           IF WS-LOCK-TITULAR = "BATCH" OR "RECUPERACION"
               DISPLAY "BOOKINGS.DAT EN USO (RUNLOCK.DAT="
                       WS-LOCK-TITULAR ")"
               DISPLAY "REVISION BLOQUEADA - REINTENTE CUANDO"
               DISPLAY "TERMINE LA CORRIDA"
               MOVE 8 TO WS-SEVERIDAD
           ELSE
               MOVE "S" TO WS-RUNLOCK-CONCEDIDO
               MOVE "MANTENIMIENTO" TO LCK-TITULAR
               PERFORM GRABA-RUNLOCK
           END-IF.

       LIBERA-RUNLOCK.
           MOVE "LIBRE" TO LCK-TITULAR.
           PERFORM GRABA-RUNLOCK.

       GRABA-RUNLOCK.
           MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-HORA.
           OPEN OUTPUT AR-RUNLOCK.
           WRITE LINEA-RUNLOCK.
           CLOSE AR-RUNLOCK.

       CARGA-PAGOS.
           MOVE ZEROES TO WS-PAGOS-TOTAL.
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

           IF WS-CTL-PAGOS-LLENA > ZEROES
               DISPLAY "TABLA DE PAGOS LLENA (" WS-CTL-PAGOS-LLENA
                       " FACTURAS SIN CARGAR): NO SE ANULA POR IMPAGO"
           END-IF.

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

       CARGA-FRONTERAS.
           MOVE ZEROES TO WS-FRONTERAS-TOTAL, WS-FRONTERAS-DESBORDE.
           MOVE "N" TO WS-EOF-FRONTERAS.

           OPEN INPUT AR-FRONTERAS.
           READ AR-FRONTERAS
               AT END SET FIN-FRONTERAS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-FRONTERAS
               IF WS-FRONTERAS-TOTAL < WS-FRONTERAS-MAX
                   ADD 1 TO WS-FRONTERAS-TOTAL
                   SET IDX-FRO TO WS-FRONTERAS-TOTAL
                   MOVE FUNCTION UPPER-CASE(FRO-DESTINO)
                       TO TAB-FRO-DESTINO (IDX-FRO)
               ELSE
                   ADD 1 TO WS-FRONTERAS-DESBORDE
               END-IF
               READ AR-FRONTERAS
                   AT END SET FIN-FRONTERAS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-FRONTERAS.

           IF WS-FRONTERAS-DESBORDE > ZEROES
               DISPLAY "AVISO: FRONTERAS.DAT TIENE "
                       WS-FRONTERAS-DESBORDE
                       " DESTINOS DE MAS, NO CARGADOS"
           END-IF.

       REVISA-SALIDAS.
           OPEN I-O AR-ENTRADA.
      * "05" es la apertura de un archivo OPTIONAL que no existia.
           IF AR-ENTRADA-STATUS NOT = "00"
              AND AR-ENTRADA-STATUS NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR BOOKINGS.DAT (ESTADO "
                       AR-ENTRADA-STATUS ")"
               DISPLAY "REVISION NO REALIZADA"
               MOVE 8 TO WS-SEVERIDAD
           ELSE
               MOVE "N" TO WS-FACXREF-DISPONIBLE
               OPEN INPUT AR-FACXREF
               IF AR-FACXREF-STATUS = "00"
                   SET FACXREF-DISPONIBLE TO TRUE
               END-IF
               MOVE "N" TO WS-PASAJEROS-DISPONIBLE
               OPEN INPUT AR-PASAJEROS
               IF AR-PASAJEROS-STATUS = "00"
                   SET PASAJEROS-DISPONIBLE TO TRUE
               END-IF
               MOVE "N" TO WS-CLIENTES-DISPONIBLE
               OPEN INPUT AR-CLIENTES
               IF AR-CLIENTES-STATUS = "00"
                   SET CLIENTES-DISPONIBLE TO TRUE
               END-IF

               SORT AR-TRABAJO ON ASCENDING TSUCURSAL
                                            TFECHA-VIAJE
                                            TRESERVA
                     INPUT PROCEDURE IS RECORRE-RESERVAS
                     OUTPUT PROCEDURE IS ESCRIBE-LISTA-TAREAS

               IF FACXREF-DISPONIBLE
                   CLOSE AR-FACXREF
               END-IF
               IF PASAJEROS-DISPONIBLE
                   CLOSE AR-PASAJEROS
               END-IF
               IF CLIENTES-DISPONIBLE
                   CLOSE AR-CLIENTES
               END-IF
               CLOSE AR-ENTRADA

               IF WS-CTL-TAREAS > ZEROES
                   MOVE 4 TO WS-SEVERIDAD
               END-IF
               PERFORM MUESTRA-TOTALES
           END-IF.

      * Una sola pasada por BOOKINGS.DAT. Entra toda reserva
      * confirmada que sale de hoy en adelante, dentro del horizonte
      * o dentro del plazo de pago (el plazo se hace cumplir aunque
      * el horizonte pedido sea mas corto).
       RECORRE-RESERVAS.
           MOVE "N" TO WS-EOF-ENTRADA.

           READ AR-ENTRADA NEXT RECORD
               AT END SET FIN-LECTURA TO TRUE
           END-READ.

           PERFORM UNTIL FIN-LECTURA
               IF (EST-CONFIRMADA OR ESTADO = SPACE)
                  AND FECHA-VIAJE NOT < WS-FECHA-HOY
                  AND (FECHA-VIAJE NOT > WS-FECHA-LIMITE
                       OR FECHA-VIAJE NOT > WS-FECHA-PLAZO)
                   PERFORM REVISA-RESERVA
               END-IF
               READ AR-ENTRADA NEXT RECORD
                   AT END SET FIN-LECTURA TO TRUE
               END-READ
           END-PERFORM.

       REVISA-RESERVA.
           ADD 1 TO WS-CTL-REVISADAS.
           MOVE FUNCTION UPPER-CASE(DESTINO) TO WS-DESTINO-MAYUS.
           COMPUTE WS-DIAS-SALIDA =
                   FUNCTION INTEGER-OF-DATE (FECHA-VIAJE).
           COMPUTE WS-DIAS-FALTAN = WS-DIAS-SALIDA - WS-DIAS-HOY.

           PERFORM BUSCA-CONTACTO.
           PERFORM CALCULA-PENDIENTE.

      * Una reserva vendida y facturada ya dentro del plazo no ha
      * tenido ocasion de pagarlo: se cobra, no se anula.
           MOVE ZEROES TO WS-FECHA-TOPE-PAGO.
           IF WS-DIAS-PLAZO > ZEROES
               COMPUTE WS-FECHA-TOPE-PAGO = FUNCTION DATE-OF-INTEGER
                       (WS-DIAS-SALIDA - WS-DIAS-PLAZO)
           END-IF.

           IF RESERVA-FACTURADA
              AND WS-PENDIENTE > ZEROES
              AND WS-DIAS-PLAZO > ZEROES
              AND FECHA-VIAJE NOT > WS-FECHA-PLAZO
              AND FXR-FECHA-EMISION < WS-FECHA-TOPE-PAGO
              AND WS-CTL-PAGOS-LLENA = ZEROES
               PERFORM ANULA-POR-IMPAGO
           ELSE
               PERFORM REVISA-SALDO
               PERFORM REVISA-PASAJEROS
               PERFORM REVISA-CONTACTO
           END-IF.

      * El titular es el del maestro de clientes; si la reserva no
      * tiene cliente o el numero no existe, se lista el nombre que
      * figura en la reserva y el telefono lo dice.
       BUSCA-CONTACTO.
           MOVE NOMBRE TO WS-TITULAR.
           MOVE SPACES TO WS-TELEFONO.

           IF CLIENTE IS NUMERIC AND CLIENTE NOT = ZEROES
               IF CLIENTES-DISPONIBLE
                   MOVE CLIENTE TO CLI-NUMERO
                   READ AR-CLIENTES
                       INVALID KEY
                           MOVE "NO EN CLIENTES" TO WS-TELEFONO
                       NOT INVALID KEY
                           MOVE CLI-NOMBRE   TO WS-TITULAR
                           MOVE CLI-TELEFONO TO WS-TELEFONO
                   END-READ
               ELSE
                   MOVE "SIN CLIENTES" TO WS-TELEFONO
               END-IF
           ELSE
               MOVE "SIN CLIENTE" TO WS-TELEFONO
           END-IF.

       CALCULA-PENDIENTE.
           MOVE "N" TO WS-FACTURADA.
           MOVE ZEROES TO WS-PAGADO, WS-PENDIENTE.

           IF FACXREF-DISPONIBLE
               MOVE RESERVA TO FXR-RESERVA
               READ AR-FACXREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RESERVA-FACTURADA TO TRUE
               END-READ
           END-IF.

           IF RESERVA-FACTURADA
               IF WS-PAGOS-TOTAL > ZEROES
                   SET IDX-PAGO TO 1
                   SEARCH TABLA-PAGOS
                       AT END CONTINUE
                       WHEN TAB-PAG-FACTURA (IDX-PAGO) = FXR-FACTURA
                           MOVE TAB-PAG-IMPORTE (IDX-PAGO)
                               TO WS-PAGADO
                   END-SEARCH
               END-IF
               IF FXR-IMPORTE > WS-PAGADO
                   COMPUTE WS-PENDIENTE = FXR-IMPORTE - WS-PAGADO
               END-IF
           END-IF.

       REVISA-SALDO.
           IF NOT RESERVA-FACTURADA
               ADD 1 TO WS-CTL-SIN-FACTURA
               MOVE "SIN FACTURAR" TO WS-ACCION
               MOVE ZEROES TO WS-IMPORTE-ACCION
               PERFORM SUELTA-TAREA
           ELSE
               IF WS-PENDIENTE > ZEROES
                   ADD 1 TO WS-CTL-CON-SALDO
                   MOVE "COBRAR SALDO PENDIENTE" TO WS-ACCION
                   MOVE WS-PENDIENTE TO WS-IMPORTE-ACCION
                   PERFORM SUELTA-TAREA
               END-IF
           END-IF.

      * Lista nominal leida por clave RESERVA + secuencia, como en
      * ManifiestoSalidas: sin detalle, detalle que no cuadra con
      * las plazas, y en destinos con frontera viajeros sin
      * documento.
       REVISA-PASAJEROS.
           MOVE ZEROES TO WS-PAS-LEIDOS, WS-PAS-SIN-DOCUMENTO.
           MOVE "N" TO WS-FIN-PAS-RESERVA.
           COMPUTE WS-PAS-PLAZAS = HOMBRES + MUJERES + NINOS.

           IF PASAJEROS-DISPONIBLE
               MOVE RESERVA TO PAS-RESERVA
               MOVE ZEROES  TO PAS-SECUENCIA
               START AR-PASAJEROS KEY NOT < PAS-CLAVE
                   INVALID KEY SET FIN-PAS-RESERVA TO TRUE
               END-START

               PERFORM UNTIL FIN-PAS-RESERVA
                   READ AR-PASAJEROS NEXT RECORD
                       AT END SET FIN-PAS-RESERVA TO TRUE
                   END-READ
                   IF NOT FIN-PAS-RESERVA
                       IF PAS-RESERVA = RESERVA
                           ADD 1 TO WS-PAS-LEIDOS
                           IF PAS-DOCUMENTO = SPACES
                               ADD 1 TO WS-PAS-SIN-DOCUMENTO
                           END-IF
                       ELSE
                           SET FIN-PAS-RESERVA TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM BUSCA-FRONTERA.
           MOVE ZEROES TO WS-IMPORTE-ACCION.

           IF WS-PAS-LEIDOS = ZEROES
               ADD 1 TO WS-CTL-LISTA
               MOVE "TECLEAR LISTA NOMINAL" TO WS-ACCION
               PERFORM SUELTA-TAREA
           ELSE
               IF WS-PAS-LEIDOS NOT = WS-PAS-PLAZAS
                   ADD 1 TO WS-CTL-LISTA
                   MOVE WS-PAS-LEIDOS TO WS-RECUENTO-ED
                   MOVE WS-PAS-PLAZAS TO WS-PLAZAS-ED
                   MOVE SPACES TO WS-ACCION
                   STRING "LISTA INCOMPLETA " WS-RECUENTO-ED
                          "/" WS-PLAZAS-ED
                          DELIMITED BY SIZE INTO WS-ACCION
                   END-STRING
                   PERFORM SUELTA-TAREA
               END-IF
               IF CON-FRONTERA AND WS-PAS-SIN-DOCUMENTO > ZEROES
                   ADD 1 TO WS-CTL-DOCUMENTO
                   MOVE WS-PAS-SIN-DOCUMENTO TO WS-RECUENTO-ED
                   MOVE SPACES TO WS-ACCION
                   STRING "DOCUMENTO EN BLANCO:" WS-RECUENTO-ED
                          DELIMITED BY SIZE INTO WS-ACCION
                   END-STRING
                   PERFORM SUELTA-TAREA
               END-IF
           END-IF.

       BUSCA-FRONTERA.
           MOVE "N" TO WS-CON-FRONTERA.
           IF WS-FRONTERAS-TOTAL > ZEROES
               SET IDX-FRO TO 1
               SEARCH TABLA-FRONTERAS
                   AT END CONTINUE
                   WHEN TAB-FRO-DESTINO (IDX-FRO) = WS-DESTINO-MAYUS
                       SET CON-FRONTERA TO TRUE
               END-SEARCH
           END-IF.

       REVISA-CONTACTO.
           MOVE ZEROES TO WS-IMPORTE-ACCION.
           MOVE SPACES TO WS-ACCION.

           EVALUATE TRUE
               WHEN WS-TELEFONO = "SIN CLIENTE"
                   MOVE "ASIGNAR CLIENTE" TO WS-ACCION
               WHEN WS-TELEFONO = "NO EN CLIENTES"
                   MOVE "CLIENTE INEXISTENTE" TO WS-ACCION
               WHEN WS-TELEFONO = SPACES
                   MOVE "COMPLETAR TELEFONO" TO WS-ACCION
           END-EVALUATE.

           IF WS-ACCION NOT = SPACES
               ADD 1 TO WS-CTL-CONTACTO
               PERFORM SUELTA-TAREA
           END-IF.

      * Baja pedida "por el cliente" a efectos de la escala: no
      * pagar a tiempo es decision suya. La plaza queda libre para
      * la promocion de la lista de espera de esta misma noche.
       ANULA-POR-IMPAGO.
           MOVE REGISTRO-ENTRADA TO WS-AUD-ANTES.
           SET EST-CANCELADA TO TRUE.
           SET BAJA-POR-CLIENTE TO TRUE.
           REWRITE REGISTRO-ENTRADA
               INVALID KEY
                   ADD 1 TO WS-CTL-ERRORES
                   DISPLAY "ERROR: RESERVA " RESERVA " NO ANULADA"
                   MOVE "ANULAR: NO SE PUDO" TO WS-ACCION
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-ANULADAS
                   PERFORM REGISTRA-AUDITORIA
                   MOVE "ANULADA POR IMPAGO" TO WS-ACCION
           END-REWRITE.

           MOVE WS-PENDIENTE TO WS-IMPORTE-ACCION.
           PERFORM SUELTA-TAREA.

      * Misma anotacion que deja BAJA-RESERVA en MantenimientoReservas
      * (accion "B", imagen antes y despues), con el lote como
      * operador para que la consulta de auditoria distinga la
      * anulacion por impago de una baja tecleada.
       REGISTRA-AUDITORIA.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           MOVE WS-OPERADOR-PLAZO TO AUD-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO AUD-HORA.
           MOVE "B"              TO AUD-ACCION.
           MOVE RESERVA          TO AUD-RESERVA.
           MOVE WS-AUD-ANTES     TO AUD-ANTES.
           MOVE REGISTRO-ENTRADA TO AUD-DESPUES.

           OPEN EXTEND AR-AUDITORIA.
           WRITE REGISTRO-AUDITORIA.
           CLOSE AR-AUDITORIA.

       SUELTA-TAREA.
           MOVE SUCURSAL          TO TSUCURSAL.
           MOVE FECHA-VIAJE       TO TFECHA-VIAJE.
           MOVE RESERVA           TO TRESERVA.
           MOVE WS-DIAS-FALTAN    TO TDIAS.
           MOVE DESTINO           TO TDESTINO.
           MOVE WS-TITULAR        TO TTITULAR.
           MOVE WS-TELEFONO       TO TTELEFONO.
           MOVE WS-ACCION         TO TACCION.
           MOVE WS-IMPORTE-ACCION TO TIMPORTE.
           RELEASE REGISTRO-TRABAJO.

       ESCRIBE-LISTA-TAREAS.
           OPEN OUTPUT AR-PREPARACION.

           MOVE WS-DIAS-HORIZONTE TO PRE-HDR-HORIZONTE.
           MOVE WS-DIAS-PLAZO     TO PRE-HDR-PLAZO.
           MOVE WS-FECHA-HOY      TO PRE-HDR-FECHA.
           WRITE LINEA-PREPARACION FROM PRE-ENCABEZADO.

           RETURN AR-TRABAJO
               AT END SET FIN-AR-TRABAJO TO TRUE
           END-RETURN.

           PERFORM ESCRIBE-UNA-SUCURSAL UNTIL FIN-AR-TRABAJO.

           MOVE WS-CTL-REVISADAS TO PRE-TRL-REVISADAS.
           MOVE WS-CTL-TAREAS    TO PRE-TRL-TAREAS.
           MOVE WS-CTL-ANULADAS  TO PRE-TRL-ANULADAS.
           MOVE SPACES TO LINEA-PREPARACION.
           WRITE LINEA-PREPARACION.
           WRITE LINEA-PREPARACION FROM PRE-TRAILER.

           IF WS-CTL-ERRORES > ZEROES
               MOVE SPACES TO LINEA-PREPARACION
               STRING "RESERVAS QUE NO SE PUDIERON ANULAR: "
                          DELIMITED BY SIZE
                      WS-CTL-ERRORES DELIMITED BY SIZE
                   INTO LINEA-PREPARACION
               WRITE LINEA-PREPARACION
           END-IF.

           IF WS-CTL-PAGOS-LLENA > ZEROES
               MOVE SPACES TO LINEA-PREPARACION
               STRING "TABLA DE PAGOS LLENA, SALDOS INCOMPLETOS Y "
                      "SIN ANULACION POR IMPAGO ("
                          DELIMITED BY SIZE
                      WS-CTL-PAGOS-LLENA DELIMITED BY SIZE
                      " FACTURAS)" DELIMITED BY SIZE
                   INTO LINEA-PREPARACION
               WRITE LINEA-PREPARACION
           END-IF.

           CLOSE AR-PREPARACION.

       ESCRIBE-UNA-SUCURSAL.
           MOVE TSUCURSAL TO SUCURSAL-ANTERIOR.
           MOVE ZEROES TO WS-SUC-TAREAS.

           IF SUCURSAL-ANTERIOR = SPACES
               MOVE "CENTRAL" TO PRE-SUC-CODIGO
           ELSE
               MOVE SUCURSAL-ANTERIOR TO PRE-SUC-CODIGO
           END-IF.

           MOVE SPACES TO LINEA-PREPARACION.
           WRITE LINEA-PREPARACION.
           WRITE LINEA-PREPARACION FROM PRE-SUCURSAL.
           WRITE LINEA-PREPARACION FROM PRE-COLUMNAS.

           PERFORM UNTIL FIN-AR-TRABAJO
                      OR TSUCURSAL NOT = SUCURSAL-ANTERIOR
               ADD 1 TO WS-SUC-TAREAS
               ADD 1 TO WS-CTL-TAREAS

               MOVE TRESERVA     TO PRE-LIN-RESERVA
               MOVE TFECHA-VIAJE TO PRE-LIN-SALIDA
               MOVE TDIAS        TO PRE-LIN-DIAS
               MOVE TDESTINO     TO PRE-LIN-DESTINO
               MOVE TTITULAR     TO PRE-LIN-TITULAR
               MOVE TTELEFONO    TO PRE-LIN-TELEFONO
               MOVE TACCION      TO PRE-LIN-ACCION
               MOVE TIMPORTE     TO PRE-LIN-IMPORTE
               WRITE LINEA-PREPARACION FROM PRE-LINEA

               RETURN AR-TRABAJO
                   AT END SET FIN-AR-TRABAJO TO TRUE
               END-RETURN
           END-PERFORM.

           MOVE WS-SUC-TAREAS TO PRE-SUC-TAREAS.
           WRITE LINEA-PREPARACION FROM PRE-TOTAL-SUCURSAL.

       MUESTRA-TOTALES.
           DISPLAY "RESERVAS REVISADAS:          " WS-CTL-REVISADAS.
           DISPLAY "CON SALDO PENDIENTE:         " WS-CTL-CON-SALDO.
           DISPLAY "SIN FACTURAR:                " WS-CTL-SIN-FACTURA.
           DISPLAY "ANULADAS POR IMPAGO:         " WS-CTL-ANULADAS.
           DISPLAY "LISTA NOMINAL PENDIENTE:     " WS-CTL-LISTA.
           DISPLAY "SIN DOCUMENTO (FRONTERA):    " WS-CTL-DOCUMENTO.
           DISPLAY "CONTACTO INCOMPLETO:         " WS-CTL-CONTACTO.
           DISPLAY "TAREAS EN PREPARACION.DAT:   " WS-CTL-TAREAS.
           IF WS-CTL-ERRORES > ZEROES
               DISPLAY "ERRORES AL REESCRIBIR:       " WS-CTL-ERRORES
           END-IF.
