      * Author:
      * Date:
      * Purpose: Billing extract. Reads the released bookings in
      *          BOOKSORT.DAT, prices each one at the fare locked on
      *          the booking when it was sold (or, for a booking with
      *          no locked fare, with the TARIFAS.DAT rate for its
      *          destination) exactly as the nightly run does, so a
      *          band edited after the sale never re-prices it, and
      *          bills incrementally
      *          against the FACXREF.DAT cross-reference: a booking
      *          never invoiced gets one invoice with a unique
      *          sequential number (carried across runs in
      *          changed since it was invoiced gets a correcting
      *          cargo/abono document for the difference. Documents go
      *          to FACTURAS.DAT plus a printable register on
      *          REGFACTURAS.DAT, and are appended to the cumulative
      *          FACHIST.DAT document history; the ledger row also
      *          carries the booking's CLIENTE from BOOKINGS.DAT so
      *          invoices can be grouped by customer. The amount
      *          covered by the ledger after the run is checked
      *          against the SUMMARY.DAT trailer: both are built from
      *          the same bookings and the same rates, so they must
      *          tie to the centimo. Return code 12 when BOOKINGS.DAT or
      *          FACXREF.DAT cannot be opened: nothing is billed, so
      *          the night stream stops at this step.
      * Tectonics: cobc
      ******************************************************************

       SELECT OPTIONAL INFORME ASSIGN TO "SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Historico de documentos: el mismo bloque H/D/T que
      * FACTURAS.DAT, pero acumulado (EXTEND) corrida tras corrida;
      * de aqui salen los estados de cuenta de los clientes.
       SELECT OPTIONAL AR-FACHIST ASSIGN TO "FACHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Solo lectura: el maestro de reservas da el CLIENTE que se
      * copia a la fila del libro mayor.
       SELECT OPTIONAL AR-ENTRADA ASSIGN TO "BOOKINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESERVA
               FILE STATUS IS AR-ENTRADA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AR-ORDENADO.
       FD INFORME.
       01 LINEA-INFORME        PIC X(60).

       FD AR-FACHIST.
       01 LINEA-FACHIST        PIC X(124).

       FD AR-ENTRADA.
           COPY BOOKREC.

       WORKING-STORAGE SECTION.
       COPY FACREC.

       01 AR-FACXREF-STATUS       PIC XX VALUE "00".
       01 AR-ENTRADA-STATUS       PIC XX VALUE "00".

      * Codigo de retorno: 0 corrida hecha, 12 corrida rechazada.
       01 WS-SEVERIDAD            PIC 9(2) VALUE ZEROES.

       01 WS-MAESTROS-ABIERTOS    PIC X VALUE "N".
           88 MAESTROS-ABIERTOS   VALUE "S".

      * CLIENTE de la reserva en curso segun BOOKINGS.DAT; cero si
      * la reserva no se encontro (la fila conserva el que tenia).
       01 WS-CLIENTE-RESERVA      PIC 9(7) VALUE ZEROES.

       COPY SUMREC.

       01 WS-BANDA-ENCONTRADA      PIC X VALUE "N".
           88 BANDA-ENCONTRADA     VALUE "S".

      * Banda con la que se tarifico la reserva en curso, la pactada
      * o la de la tabla, para el detalle del documento.
       01 WS-BANDA-DESDE           PIC 9(8) VALUE ZEROES.
       01 WS-BANDA-HASTA           PIC 9(8) VALUE ZEROES.

      * Tarifa pactada de la reserva en curso, leida del maestro con
      * el CLIENTE (BOOKSORT.DAT no la lleva).
       01 WS-TARIFA-RESERVA.
           03 WS-PAC-BANDA-DESDE   PIC 9(8) VALUE ZEROES.
           03 WS-PAC-BANDA-HASTA   PIC 9(8) VALUE ZEROES.
           03 WS-PAC-TASA-ADULTO   PIC 9(3)V99 VALUE ZEROES.
           03 WS-PAC-TASA-NINO     PIC 9(3)V99 VALUE ZEROES.

       01 WS-CTL-TARIFA-PACTADA    PIC 9(7) VALUE ZEROES.

       01 WS-CTL-SIN-TARIFA        PIC 9(7) VALUE ZEROES.

       01 WS-EOF-ORDENADO         PIC X VALUE "N".
       PROCEDURE DIVISION.
       FACTURACION-PRINCIPAL.
           PERFORM CARGA-TARIFAS.
           PERFORM ABRE-MAESTROS.

           IF MAESTROS-ABIERTOS
               PERFORM LEE-ULTIMA-FACTURA
               PERFORM GENERA-FACTURAS
               PERFORM GRABA-ULTIMA-FACTURA
           ELSE
               DISPLAY "FACTURACION NO REALIZADA - REVISAR Y RELANZAR"
               MOVE 12 TO WS-SEVERIDAD
           END-IF.

      * El planificador corta la cadena con cualquier codigo distinto
      * de cero.
           MOVE WS-SEVERIDAD TO RETURN-CODE.
           STOP RUN.

       CARGA-TARIFAS.
           OPEN INPUT AR-ORDENADO.
           OPEN OUTPUT AR-FACTURAS.
           OPEN OUTPUT AR-REGFACTURAS.
           OPEN EXTEND AR-FACHIST.

           MOVE WS-FECHA-EMISION TO FAC-HDR-FECHA.
           WRITE LINEA-FACTURA FROM FACTURA-HEADER.
           WRITE LINEA-FACHIST FROM FACTURA-HEADER.

           MOVE WS-FECHA-EMISION TO REG-HDR-FECHA.
           WRITE LINEA-REGISTRO FROM REG-ENCABEZADO.
           MOVE WS-CTL-IMPORTE-TOTAL TO FAC-TRL-IMPORTE.
           MOVE WS-CTL-ABONOS-TOTAL  TO FAC-TRL-ABONOS.
           WRITE LINEA-FACTURA FROM FACTURA-TRAILER.
           WRITE LINEA-FACHIST FROM FACTURA-TRAILER.

           MOVE WS-CTL-DOCUMENTOS    TO REG-TOT-FACTURAS.
           MOVE WS-CTL-IMPORTE-TOTAL TO REG-TOT-IMPORTE.
               INTO LINEA-REGISTRO.
           WRITE LINEA-REGISTRO.

           MOVE SPACES TO LINEA-REGISTRO.
           STRING "RESERVAS A TARIFA PACTADA:         "
                      DELIMITED BY SIZE
                  WS-CTL-TARIFA-PACTADA DELIMITED BY SIZE
               INTO LINEA-REGISTRO.
           WRITE LINEA-REGISTRO.

           IF WS-CTL-SIN-TARIFA > ZEROES
               MOVE SPACES TO LINEA-REGISTRO
               STRING "FACTURAS SIN TARIFA VIGENTE (TASA DEFECTO): "
           PERFORM VERIFICA-CUADRE-SUMMARY.

           CLOSE AR-ORDENADO, AR-FACTURAS, AR-REGFACTURAS.
           CLOSE AR-FACHIST, AR-ENTRADA.
           CLOSE AR-FACXREF.

      * Sin el maestro de reservas las reservas a tarifa pactada se
      * facturarian a la banda del dia, y sin el libro mayor se
      * facturaria todo de nuevo: no se emite nada. Un archivo que
      * aun no existe (estado "05") es un arranque en limpio.
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
               OPEN I-O AR-FACXREF
           END-IF.

      * Mismo calculo que el proceso nocturno: tarifa pactada de la
      * reserva o, sin ella, banda vigente para la FECHA-VIAJE; tasa
      * de adulto sobre HOMBRES+MUJERES y tasa de nino sobre NINOS;
      * asi los dos totales cuadran al centimo. La fila de
      * FACXREF.DAT decide que se emite: nada si la reserva ya esta
      * facturada por este importe, factura si nunca se facturo,
      * cargo/abono por la diferencia si MODIFICA-RESERVA cambio los
      * pasajeros desde la ultima emision (y con ellos volvio a fijar
      * la tarifa pactada, a la del dia del cambio). Retocar una
      * banda ya no rectifica las reservas vendidas con ella.
       PROCESA-RESERVA-FACTURA.
           PERFORM BUSCA-CLIENTE-RESERVA.
           IF WS-PAC-BANDA-DESDE > ZEROES
               SET BANDA-ENCONTRADA TO TRUE
               MOVE WS-PAC-BANDA-DESDE TO WS-BANDA-DESDE
               MOVE WS-PAC-BANDA-HASTA TO WS-BANDA-HASTA
               MOVE WS-PAC-TASA-ADULTO TO WS-TASA-ADULTO-APLICADA
               MOVE WS-PAC-TASA-NINO   TO WS-TASA-NINO-APLICADA
               ADD 1 TO WS-CTL-TARIFA-PACTADA
           ELSE
               PERFORM BUSCA-TARIFA
           END-IF.
           COMPUTE WS-IMPORTE =
                   (THOMBRES + TMUJERES) * WS-TASA-ADULTO-APLICADA
                 + TNINOS * WS-TASA-NINO-APLICADA.
           MOVE ZEROES            TO FXR-DOC-CANCELACION.
           MOVE TDESTINO          TO FXR-DESTINO.
           MOVE TSUCURSAL         TO FXR-SUCURSAL.
           MOVE WS-CLIENTE-RESERVA TO FXR-CLIENTE.
           WRITE REGISTRO-FACXREF
               INVALID KEY
                   ADD 1 TO WS-CTL-XREF-ERROR
      * Mismo importe pero marca de cancelacion liquidada: es una
      * reserva revivida cuyo fee coincidio con el importe (el tramo
      * del 100 por cien hace esto a diario); se limpia la marca
      * aunque no haya documento que emitir. Igual si la fila aun
      * no lleva el CLIENTE vigente de la reserva.
               IF FXR-DOC-CANCELACION NOT = ZEROES
                  OR (WS-CLIENTE-RESERVA NOT = ZEROES
                      AND WS-CLIENTE-RESERVA NOT = FXR-CLIENTE)
                   MOVE ZEROES TO FXR-DOC-CANCELACION
                   IF WS-CLIENTE-RESERVA NOT = ZEROES
                       MOVE WS-CLIENTE-RESERVA TO FXR-CLIENTE
                   END-IF
                   REWRITE REGISTRO-FACXREF
                       INVALID KEY
                           ADD 1 TO WS-CTL-XREF-ERROR
      * segunda cancelacion se saltaria como YA LIQUIDADA y ni se
      * abonaria la refactura ni se cobraria su penalizacion.
               MOVE ZEROES            TO FXR-DOC-CANCELACION
               IF WS-CLIENTE-RESERVA NOT = ZEROES
                   MOVE WS-CLIENTE-RESERVA TO FXR-CLIENTE
               END-IF
               REWRITE REGISTRO-FACXREF
                   INVALID KEY
                       ADD 1 TO WS-CTL-XREF-ERROR
           MOVE TMUJERES          TO FAC-DET-MUJERES.
           MOVE TNINOS            TO FAC-DET-NINOS.
           IF BANDA-ENCONTRADA
               MOVE WS-BANDA-DESDE TO FAC-DET-BANDA-DESDE
               MOVE WS-BANDA-HASTA TO FAC-DET-BANDA-HASTA
           ELSE
               MOVE ZEROES TO FAC-DET-BANDA-DESDE
               MOVE ZEROES TO FAC-DET-BANDA-HASTA
           MOVE TSUCURSAL         TO FAC-DET-SUCURSAL.
           MOVE WS-CLASE-DOCUMENTO TO FAC-DET-CLASE.
           WRITE LINEA-FACTURA FROM FACTURA-DETALLE.
           WRITE LINEA-FACHIST FROM FACTURA-DETALLE.

           MOVE WS-NUMERO-FACTURA TO REG-NUMERO.
           MOVE WS-CLASE-DOCUMENTO TO REG-CLASE.
           MOVE WS-IMPORTE-DOCUMENTO    TO REG-IMPORTE.
           WRITE LINEA-REGISTRO FROM REG-LINEA.

      * El CLIENTE y la tarifa pactada no viajan en BOOKSORT.DAT:
      * se toman del maestro.
       BUSCA-CLIENTE-RESERVA.
           MOVE ZEROES TO WS-CLIENTE-RESERVA.
           MOVE ZEROES TO WS-TARIFA-RESERVA.
           MOVE TRESERVA TO RESERVA.
           READ AR-ENTRADA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CLIENTE IS NUMERIC
                       MOVE CLIENTE TO WS-CLIENTE-RESERVA
                   END-IF
                   IF PAC-BANDA-DESDE IS NUMERIC
                      AND PAC-BANDA-DESDE > ZEROES
                       MOVE TARIFA-PACTADA TO WS-TARIFA-RESERVA
                   END-IF
           END-READ.

      * Banda vigente para el destino y la fecha de viaje del
      * registro en curso. Sin banda que cubra la fecha, se aplica
      * 1.00/1.00 y se cuenta en WS-CTL-SIN-TARIFA, igual que hace
                        AND TFECHA-VIAJE >= TAB-DESDE (IDX-TARIFA)
                        AND TFECHA-VIAJE <= TAB-HASTA (IDX-TARIFA)
                       SET BANDA-ENCONTRADA TO TRUE
                       MOVE TAB-DESDE (IDX-TARIFA) TO WS-BANDA-DESDE
                       MOVE TAB-HASTA (IDX-TARIFA) TO WS-BANDA-HASTA
                       MOVE TAB-TASA-ADULTO (IDX-TARIFA)
                           TO WS-TASA-ADULTO-APLICADA
                       MOVE TAB-TASA-NINO (IDX-TARIFA)
