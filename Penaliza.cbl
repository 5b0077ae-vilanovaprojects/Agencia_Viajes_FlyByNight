      * Purpose: Cancellation fee billing. Walks the cancelled
      *          bookings (ESTADO "X") on BOOKINGS.DAT, takes the
      *          cancellation date from the "B" journal record on
      *          AUDITORIA.DAT, prices the booking at the fare locked
      *          on it when it was sold (its tariff band for a
      *          booking with no locked fare) exactly as the nightly
      *          run would have, and
      *          bills the percentage the ESCALAS.DAT fee scale fixes
      *          for how many days before FECHA-VIAJE the
      *          cancellation happened. The fee goes into the invoice
      *          stream (FACTURAS.DAT + REGFACTURAS.DAT, numbering
      *          from NUMFACT.DAT, copied to the FACHIST.DAT history)
      *          as a "Q" document; a cancelled booking that was
      *          already invoiced first gets its invoice written off
      *          with an abono, so the FACXREF
      *          ledger ends up owing exactly the fee. Each worked
      *          cancellation is marked in FXR-DOC-CANCELACION so it
      *          is never billed twice.
      *          (3), ascending: the first row whose DIAS-HASTA is
      *          at or past the days-before-travel wins; past the
      *          last row the fee is zero.
      *          A booking cancelled by the agency itself (MOTIVO-BAJA
      *          "A", a departure called off by CancelacionSalida)
      *          pays no fee: its invoice is written off in full
      *          with the abono and no "Q" document is issued.
      *          Return code 12 when the run is refused (RUNLOCK.DAT
      *          held, ESCALAS.DAT empty, BOOKINGS.DAT or FACXREF.DAT
      *          not openable) and nothing was billed.
      * Tectonics: cobc
      ******************************************************************

       SELECT OPTIONAL AR-NUMFACT ASSIGN TO "NUMFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Historico de documentos acumulado, mismo bloque que se anexa
      * a FACTURAS.DAT (ver FacturacionReservas).
       SELECT OPTIONAL AR-FACHIST ASSIGN TO "FACHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AR-FACXREF ASSIGN TO "FACXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       01 LINEA-NUMFACT.
           03 NUM-ULTIMA-FACTURA   PIC 9(7).

       FD AR-FACHIST.
       01 LINEA-FACHIST        PIC X(124).

       FD AR-FACXREF.
           COPY FXRREC.

       01 AR-ENTRADA-STATUS       PIC XX VALUE "00".
       01 AR-FACXREF-STATUS       PIC XX VALUE "00".

      * Codigo de retorno: 0 corrida hecha, 12 corrida rechazada.
       01 WS-SEVERIDAD            PIC 9(2) VALUE ZEROES.

       01 WS-MAESTROS-ABIERTOS    PIC X VALUE "N".
           88 MAESTROS-ABIERTOS   VALUE "S".

       01 WS-LOCK-TITULAR         PIC X(14) VALUE SPACES.

       01 WS-RUNLOCK-CONCEDIDO    PIC X VALUE "N".
       01 WS-BANDA-ENCONTRADA      PIC X VALUE "N".
           88 BANDA-ENCONTRADA     VALUE "S".

      * Banda con la que se tarifico la reserva en curso, la pactada
      * o la de la tabla, para el detalle del documento.
       01 WS-BANDA-DESDE           PIC 9(8) VALUE ZEROES.
       01 WS-BANDA-HASTA           PIC 9(8) VALUE ZEROES.

       01 WS-CTL-SIN-TARIFA       PIC 9(7) VALUE ZEROES.

       01 WS-NUMERO-FACTURA       PIC 9(7) VALUE ZEROES.
       01 WS-CTL-IMPORTE-FEES     PIC 9(10)V99 VALUE ZEROES.
       01 WS-CTL-IMPORTE-ABONOS   PIC 9(10)V99 VALUE ZEROES.
       01 WS-CTL-XREF-ERROR       PIC 9(7) VALUE ZEROES.
       01 WS-CTL-BAJAS-AGENCIA    PIC 9(7) VALUE ZEROES.

       01 REG-ENCABEZADO.
           03 FILLER                PIC X(40) VALUE
                   DISPLAY "ERROR: ESCALAS.DAT VACIO O INEXISTENTE"
                   DISPLAY "PENALIZACIONES NO LIQUIDADAS - REPONER "
                           "LA ESCALA Y RELANZAR"
                   MOVE 12 TO WS-SEVERIDAD
               ELSE
                   PERFORM CARGA-FECHAS-BAJA
                   PERFORM ABRE-MAESTROS
                   IF MAESTROS-ABIERTOS
                       PERFORM LEE-ULTIMA-FACTURA
                       PERFORM LIQUIDA-CANCELACIONES
                       PERFORM GRABA-ULTIMA-FACTURA
                   ELSE
                       DISPLAY "PENALIZACIONES NO LIQUIDADAS - "
                               "REVISAR Y RELANZAR"
                       MOVE 12 TO WS-SEVERIDAD
                   END-IF
               END-IF

               PERFORM LIBERA-RUNLOCK

               IF WS-SEVERIDAD = ZEROES
                   PERFORM MUESTRA-TOTALES
               END-IF
           ELSE
               MOVE 12 TO WS-SEVERIDAD
           END-IF.

      * El planificador corta la cadena con cualquier codigo distinto
      * de cero: una corrida rechazada no puede constar como hecha.
           MOVE WS-SEVERIDAD TO RETURN-CODE.
           STOP RUN.

      * Mismo testigo que usa MantenimientoReservas: solo bloquean
      * BATCH (la corrida nocturna leyendo BOOKINGS.DAT) y
      * RECUPERACION (BOOKINGS.DAT a medio reconstruir); otro
      * trabajo de mantenimiento viejo de una sesion caida se pisa.
       TOMA-RUNLOCK.
           MOVE SPACES TO WS-LOCK-TITULAR.
           END-READ.
           CLOSE AR-RUNLOCK.

           IF WS-LOCK-TITULAR = "BATCH" OR "RECUPERACION"
               DISPLAY "BOOKINGS.DAT EN USO (RUNLOCK.DAT="
                       WS-LOCK-TITULAR ")"
               DISPLAY "PENALIZACIONES BLOQUEADAS - REINTENTE CUANDO"
               DISPLAY "TERMINE LA CORRIDA"
           ELSE
       LIQUIDA-CANCELACIONES.
           MOVE "N" TO WS-EOF-ENTRADA.

           OPEN EXTEND AR-FACTURAS.
           OPEN EXTEND AR-REGFACTURAS.
           OPEN EXTEND AR-FACHIST.

           MOVE WS-FECHA-EMISION TO FAC-HDR-FECHA.
           WRITE LINEA-FACTURA FROM FACTURA-HEADER.
           WRITE LINEA-FACHIST FROM FACTURA-HEADER.

           MOVE WS-FECHA-EMISION TO REG-HDR-FECHA.
           WRITE LINEA-REGISTRO FROM REG-ENCABEZADO.
           MOVE WS-CTL-IMPORTE-FEES   TO FAC-TRL-IMPORTE.
           MOVE WS-CTL-IMPORTE-ABONOS TO FAC-TRL-ABONOS.
           WRITE LINEA-FACTURA FROM FACTURA-TRAILER.
           WRITE LINEA-FACHIST FROM FACTURA-TRAILER.

           CLOSE AR-ENTRADA, AR-FACTURAS, AR-REGFACTURAS.
           CLOSE AR-FACHIST.
           CLOSE AR-FACXREF.

      * Sin el maestro no hay cancelaciones que leer y sin el libro
      * mayor no se sabe que esta ya liquidado: no se emite nada. Un
      * archivo que aun no existe (estado "05") es un arranque en
      * limpio.
       ABRE-MAESTROS.
           MOVE "N" TO WS-MAESTROS-ABIERTOS.

           OPEN INPUT AR-ENTRADA.
           IF AR-ENTRADA-STATUS NOT = "00"
              AND AR-ENTRADA-STATUS NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR BOOKINGS.DAT (ESTADO "
                       AR-ENTRADA-STATUS ")"
           ELSE
               PERFORM ABRE-FACXREF-IO
               IF AR-FACXREF-STATUS NOT = "00"
                  AND AR-FACXREF-STATUS NOT = "05"
                   DISPLAY "ERROR: NO SE PUDO ABRIR FACXREF.DAT "
                           "(ESTADO " AR-FACXREF-STATUS ")"
                   CLOSE AR-ENTRADA
               ELSE
                   SET MAESTROS-ABIERTOS TO TRUE
               END-IF
           END-IF.

       ABRE-FACXREF-IO.
           OPEN I-O AR-FACXREF.
           IF AR-FACXREF-STATUS = "35"
           IF XREF-EXISTE AND FXR-DOC-CANCELACION NOT = ZEROES
               ADD 1 TO WS-CTL-YA-LIQUIDADAS
           ELSE
               IF BAJA-POR-AGENCIA
                   PERFORM LIQUIDA-BAJA-AGENCIA
               ELSE
                   PERFORM BUSCA-FECHA-BAJA
                   IF NOT BAJA-ENCONTRADA
                       ADD 1 TO WS-CTL-SIN-FECHA-BAJA
                   ELSE
                       PERFORM CALCULA-FEE
                       PERFORM EMITE-DOCUMENTOS-CANCELACION
                   END-IF
               END-IF
           END-IF.

      * Salida anulada por la agencia: el cliente no cancelo, asi
      * que no hay escala que aplicar ni hace falta la fecha de la
      * baja. Fee cero: el abono da de baja la factura entera, no
      * sale documento "Q" y la fila del libro queda a cero (lo ya
      * cobrado aflora como saldo a favor para la devolucion). La
      * tarifa se busca solo para informar la banda en el abono.
       LIQUIDA-BAJA-AGENCIA.
           ADD 1 TO WS-CTL-BAJAS-AGENCIA.
           MOVE ZEROES TO WS-DIAS-ANTES.
           MOVE ZEROES TO WS-PORCENTAJE.
           MOVE ZEROES TO WS-IMPORTE-FEE.
           PERFORM TARIFA-RESERVA.
           PERFORM EMITE-DOCUMENTOS-CANCELACION.

       BUSCA-FECHA-BAJA.
           MOVE "N" TO WS-BAJA-ENCONTRADA.
           MOVE ZEROES TO WS-FECHA-BAJA.
               END-SEARCH
           END-IF.

           PERFORM TARIFA-RESERVA.
           COMPUTE WS-IMPORTE-VIAJE =
                   (HOMBRES + MUJERES) * WS-TASA-ADULTO-APLICADA
                 + NINOS * WS-TASA-NINO-APLICADA.
           MOVE MUJERES           TO FAC-DET-MUJERES.
           MOVE NINOS             TO FAC-DET-NINOS.
           IF BANDA-ENCONTRADA
               MOVE WS-BANDA-DESDE TO FAC-DET-BANDA-DESDE
               MOVE WS-BANDA-HASTA TO FAC-DET-BANDA-HASTA
           ELSE
               MOVE ZEROES TO FAC-DET-BANDA-DESDE
               MOVE ZEROES TO FAC-DET-BANDA-HASTA
           MOVE WS-TASA-NINO-APLICADA   TO FAC-DET-TASA-NINO.
           MOVE SUCURSAL          TO FAC-DET-SUCURSAL.
           WRITE LINEA-FACTURA FROM FACTURA-DETALLE.
           WRITE LINEA-FACHIST FROM FACTURA-DETALLE.

           MOVE WS-NUMERO-FACTURA TO REG-NUMERO.
           MOVE FAC-DET-CLASE     TO REG-CLASE.
       ACTUALIZA-XREF-CANCELACION.
           IF XREF-EXISTE
               MOVE WS-IMPORTE-FEE    TO FXR-IMPORTE
               IF CLIENTE IS NUMERIC AND CLIENTE NOT = ZEROES
                   MOVE CLIENTE TO FXR-CLIENTE
               END-IF
               IF DOCS-EMITIDOS
                   MOVE WS-NUMERO-FACTURA TO FXR-ULT-DOCUMENTO
                   MOVE WS-NUMERO-FACTURA TO FXR-DOC-CANCELACION
                   MOVE WS-NUMERO-FACTURA TO FXR-DOC-CANCELACION
                   MOVE FUNCTION UPPER-CASE(DESTINO) TO FXR-DESTINO
                   MOVE SUCURSAL          TO FXR-SUCURSAL
                   MOVE ZEROES            TO FXR-CLIENTE
                   IF CLIENTE IS NUMERIC
                       MOVE CLIENTE TO FXR-CLIENTE
                   END-IF
                   WRITE REGISTRO-FACXREF
                       INVALID KEY
                           ADD 1 TO WS-CTL-XREF-ERROR
               END-IF
           END-IF.

      * La reserva se cobra a su tarifa pactada, la misma con la que
      * se facturo; solo una reserva sin pactar se tarifica con la
      * banda de la tabla.
       TARIFA-RESERVA.
           IF PAC-BANDA-DESDE IS NUMERIC
              AND PAC-BANDA-DESDE > ZEROES
               SET BANDA-ENCONTRADA TO TRUE
               MOVE PAC-BANDA-DESDE TO WS-BANDA-DESDE
               MOVE PAC-BANDA-HASTA TO WS-BANDA-HASTA
               MOVE PAC-TASA-ADULTO TO WS-TASA-ADULTO-APLICADA
               MOVE PAC-TASA-NINO   TO WS-TASA-NINO-APLICADA
           ELSE
               PERFORM BUSCA-TARIFA
           END-IF.

      * Banda vigente para el destino y la fecha de viaje de la
      * reserva en curso, el mismo criterio de BUSCA-TARIFA en el
      * nocturno y en facturacion.
                        AND FECHA-VIAJE >= TAB-DESDE (IDX-TARIFA)
                        AND FECHA-VIAJE <= TAB-HASTA (IDX-TARIFA)
                       SET BANDA-ENCONTRADA TO TRUE
                       MOVE TAB-DESDE (IDX-TARIFA) TO WS-BANDA-DESDE
                       MOVE TAB-HASTA (IDX-TARIFA) TO WS-BANDA-HASTA
                       MOVE TAB-TASA-ADULTO (IDX-TARIFA)
                           TO WS-TASA-ADULTO-APLICADA
                       MOVE TAB-TASA-NINO (IDX-TARIFA)
                   WS-CTL-SIN-FECHA-BAJA.
           DISPLAY "PENALIZACIONES EMITIDAS:     " WS-CTL-FEES.
           DISPLAY "SIN PENALIZACION (0 PCT):    " WS-CTL-SIN-FEE.
           DISPLAY "  DE ELLAS ANULADAS AGENCIA: "
                   WS-CTL-BAJAS-AGENCIA.
           DISPLAY "ABONOS DE FACTURA EMITIDOS:  " WS-CTL-ABONOS.

           IF WS-CTL-SIN-TARIFA > ZEROES
