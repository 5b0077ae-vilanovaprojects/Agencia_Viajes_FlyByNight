      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank statement import. Reads the daily statement the
      *          bank sends (EXTRACTO.DAT) and matches every credit
      *          line against the open invoices of the FACXREF.DAT
      *          billing ledger: an invoice number (FXR-FACTURA, or
      *          the number of its last correcting document) or a
      *          RESERVA number quoted in the payment reference, both
      *          looked up, and a line whose invoice and booking point
      *          at different invoices is ambiguous; failing both, a
      *          single open invoice whose outstanding balance is
      *          exactly the amount received. Digit runs that touch a
      *          "/" or "-" are pieces of a date and never match
      *          anything. Each matched line is posted to PAGOS.DAT
      *          under the batch operator BANCOAUT exactly as
      *          PagosFacturas would have posted it by hand; every
      *          line that matches nothing, matches more than one
      *          invoice, or would overpay the invoice
      *          goes to SUSPENSO.DAT with its reason, so the cashier
      *          only works the leftovers. REGBANCO.DAT is the
      *          printable register of what happened to each line.
      *          EXTRACTO.DAT rows are FECHA (AAAAMMDD), TIPO ("C"
      *          credit, "D" debit), IMPORTE (10+2 digits, implied
      *          decimals), REFERENCIA (40) and ORDENANTE (30).
      *          BANCOCTL.DAT keeps the last statement date imported:
      *          lines dated on or before it are never posted, so
      *          feeding the same statement twice never posts a
      *          receipt twice; they go to SUSPENSO.DAT as YA IMPORTADA
      *          so a line that is new in a re-sent statement is still
      *          seen and posted by hand.
      * Tectonics: cobc
      ******************************************************************

      * SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConciliaExtracto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL AR-EXTRACTO ASSIGN TO "EXTRACTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Solo lectura: libro mayor de facturacion, mismo uso que en
      * PagosFacturas.
       SELECT OPTIONAL AR-FACXREF ASSIGN TO "FACXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-RESERVA.

      * Diario de cobros: se lee entero para el saldo pendiente de
      * cada factura y despues se abre en EXTEND para postear, igual
      * que GRABA-PAGO en PagosFacturas.
       SELECT OPTIONAL AR-PAGOS ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AR-SUSPENSO ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AR-REGBANCO ASSIGN TO "REGBANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AR-BANCOCTL ASSIGN TO "BANCOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AR-EXTRACTO.
       01 REGISTRO-EXTRACTO.
           03 EXT-FECHA            PIC 9(8).
           03 EXT-TIPO             PIC X.
               88 EXT-ABONO-BANCO  VALUE "C".
           03 EXT-IMPORTE          PIC 9(10)V99.
           03 EXT-REFERENCIA       PIC X(40).
           03 EXT-ORDENANTE        PIC X(30).

       FD AR-FACXREF.
           COPY FXRREC.

       FD AR-PAGOS.
           COPY PAGREC.

       FD AR-SUSPENSO.
       01 LINEA-SUSPENSO.
           03 SUS-FECHA            PIC 9(8).
           03 FILLER               PIC X.
           03 SUS-IMPORTE          PIC 9(10)V99.
           03 FILLER               PIC X.
           03 SUS-REFERENCIA       PIC X(40).
           03 FILLER               PIC X.
           03 SUS-ORDENANTE        PIC X(30).
           03 FILLER               PIC X.
           03 SUS-MOTIVO           PIC X(30).

       FD AR-REGBANCO.
       01 LINEA-REGBANCO       PIC X(120).

       FD AR-BANCOCTL.
       01 LINEA-BANCOCTL.
           03 BCT-ULTIMA-FECHA     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-OPERADOR-BANCO     PIC X(8) VALUE "BANCOAUT".

       01 WS-EOF-EXTRACTO       PIC X VALUE "N".
           88 FIN-EXTRACTO      VALUE "Y".

       01 WS-EOF-FACXREF        PIC X VALUE "N".
           88 FIN-FACXREF       VALUE "Y".

       01 WS-EOF-PAGOS          PIC X VALUE "N".
           88 FIN-PAGOS         VALUE "Y".

       01 WS-ULTIMA-FECHA       PIC 9(8) VALUE ZEROES.
       01 WS-MAYOR-FECHA        PIC 9(8) VALUE ZEROES.

      * Imagen del libro mayor con lo cobrado hasta ahora por
      * factura; cada cobro posteado en esta corrida se suma aqui
      * en el acto, para que dos lineas del mismo extracto no
      * cuenten dos veces con el mismo saldo pendiente.
       01 WS-FAC-TOTAL          PIC 9(4) VALUE ZEROES.
       01 WS-FAC-MAX            PIC 9(4) VALUE 5000.
       01 WS-CTL-FAC-LLENA      PIC 9(4) VALUE ZEROES.

       01 TABLA-FAC-CTL.
           03 TABLA-FACTURAS OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-FAC-TOTAL
                             INDEXED BY IDX-FAC.
               05 TAB-FAC-FACTURA   PIC 9(7).
               05 TAB-FAC-ULT-DOC   PIC 9(7).
               05 TAB-FAC-RESERVA   PIC 9(7).
               05 TAB-FAC-IMPORTE   PIC 9(10)V99.
               05 TAB-FAC-PAGADO    PIC 9(10)V99.

      * Numeros sueltos de la referencia (tramos de 1 a 7 cifras);
      * un tramo mas largo es una cuenta o un IBAN y no cuenta, ni
      * tampoco uno pegado a "/" o "-", que es un trozo de fecha.
       01 WS-NUM-TOTAL          PIC 9(2) VALUE ZEROES.

       01 TABLA-NUM-CTL.
           03 TABLA-NUMEROS OCCURS 1 TO 20 TIMES
                             DEPENDING ON WS-NUM-TOTAL
                             INDEXED BY IDX-NUM.
               05 TAB-NUM-VALOR     PIC 9(7).

       01 WS-REF-POS            PIC 9(2) VALUE ZEROES.
       01 WS-REF-CARACTER       PIC X VALUE SPACE.
       01 WS-REF-CIFRA          PIC 9 VALUE ZERO.
       01 WS-TRAMO-VALOR        PIC 9(7) VALUE ZEROES.
       01 WS-TRAMO-LARGO        PIC 9(2) VALUE ZEROES.
       01 WS-REF-PREVIO         PIC X VALUE SPACE.
       01 WS-TRAMO-PREVIO       PIC X VALUE SPACE.

      * Resultado de la busqueda de la linea en curso: cuantas
      * facturas distintas casan y cual es (la primera).
       01 WS-CASA-TOTAL         PIC 9(4) VALUE ZEROES.
       01 WS-CASA-FILA          PIC 9(4) VALUE ZEROES.
       01 WS-FILA               PIC 9(4) VALUE ZEROES.

      * Lo que casa por factura y por reserva se guarda por separado
      * para comparar las dos busquedas.
       01 WS-CASA-FAC-TOTAL     PIC 9(4) VALUE ZEROES.
       01 WS-CASA-FAC-FILA      PIC 9(4) VALUE ZEROES.
       01 WS-CASA-RES-TOTAL     PIC 9(4) VALUE ZEROES.
       01 WS-CASA-RES-FILA      PIC 9(4) VALUE ZEROES.

       01 WS-METODO             PIC X(10) VALUE SPACES.
       01 WS-MOTIVO             PIC X(30) VALUE SPACES.
       01 WS-SALDO              PIC 9(10)V99 VALUE ZEROES.

       01 WS-CTL-LEIDAS         PIC 9(7) VALUE ZEROES.
       01 WS-CTL-DEBITOS        PIC 9(7) VALUE ZEROES.
       01 WS-CTL-YA-IMPORTADAS  PIC 9(7) VALUE ZEROES.
       01 WS-CTL-APLICADAS      PIC 9(7) VALUE ZEROES.
       01 WS-CTL-SUSPENSO       PIC 9(7) VALUE ZEROES.
       01 WS-CTL-IMP-APLICADO   PIC 9(10)V99 VALUE ZEROES.
       01 WS-CTL-IMP-SUSPENSO   PIC 9(10)V99 VALUE ZEROES.

       01 RGB-ENCABEZADO.
           03 FILLER                PIC X(36) VALUE
                   "CONCILIACION EXTRACTO FBN     FECHA ".
           03 RGB-HDR-FECHA         PIC 9(8).
           03 FILLER                PIC X(76) VALUE SPACES.

       01 RGB-COLUMNAS.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(10) VALUE "FECHA".
           03 FILLER                PIC X(15) VALUE "        IMPORTE".
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(42) VALUE "REFERENCIA".
           03 FILLER                PIC X(9)  VALUE "FACTURA".
           03 FILLER                PIC X(40) VALUE "RESULTADO".

       01 RGB-LINEA.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RGB-LIN-FECHA         PIC 9(8).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RGB-LIN-IMPORTE       PIC Z(9)9.99.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RGB-LIN-REFERENCIA    PIC X(40).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RGB-LIN-FACTURA       PIC X(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RGB-LIN-RESULTADO     PIC X(40).

       01 RGB-TOTAL.
           03 FILLER                PIC X(11) VALUE "APLICADAS: ".
           03 RGB-TOT-APLICADAS     PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RGB-TOT-IMP-APLICADO  PIC Z(9)9.99.
           03 FILLER                PIC X(14) VALUE "   A SUSPENSO:".
           03 FILLER                PIC X     VALUE SPACE.
           03 RGB-TOT-SUSPENSO      PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 RGB-TOT-IMP-SUSPENSO  PIC Z(9)9.99.
           03 FILLER                PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       CONCILIA-PRINCIPAL.
           PERFORM LEE-ULTIMA-FECHA.
           PERFORM CARGA-FACTURAS.
           PERFORM CARGA-PAGOS.
           PERFORM PROCESA-EXTRACTO.
           PERFORM GRABA-ULTIMA-FECHA.
           PERFORM MUESTRA-TOTALES.

           STOP RUN.

      * Misma mecanica que NUMFACT.DAT en FacturacionReservas: una
      * sola fila con la ultima fecha de extracto importada; si el
      * archivo aun no existe se parte de cero.
       LEE-ULTIMA-FECHA.
           MOVE ZEROES TO WS-ULTIMA-FECHA.
           OPEN INPUT AR-BANCOCTL.
           READ AR-BANCOCTL
               AT END CONTINUE
               NOT AT END MOVE BCT-ULTIMA-FECHA TO WS-ULTIMA-FECHA
           END-READ.
           CLOSE AR-BANCOCTL.
           MOVE WS-ULTIMA-FECHA TO WS-MAYOR-FECHA.

       GRABA-ULTIMA-FECHA.
           IF WS-MAYOR-FECHA > WS-ULTIMA-FECHA
               OPEN OUTPUT AR-BANCOCTL
               MOVE WS-MAYOR-FECHA TO BCT-ULTIMA-FECHA
               WRITE LINEA-BANCOCTL
               CLOSE AR-BANCOCTL
           END-IF.

       CARGA-FACTURAS.
           MOVE ZEROES TO WS-FAC-TOTAL, WS-CTL-FAC-LLENA.
           MOVE "N" TO WS-EOF-FACXREF.

           OPEN INPUT AR-FACXREF.
           READ AR-FACXREF
               AT END SET FIN-FACXREF TO TRUE
           END-READ.

           PERFORM UNTIL FIN-FACXREF
               IF WS-FAC-TOTAL < WS-FAC-MAX
                   ADD 1 TO WS-FAC-TOTAL
                   SET IDX-FAC TO WS-FAC-TOTAL
                   MOVE FXR-FACTURA TO TAB-FAC-FACTURA (IDX-FAC)
                   MOVE FXR-ULT-DOCUMENTO TO TAB-FAC-ULT-DOC (IDX-FAC)
                   MOVE FXR-RESERVA TO TAB-FAC-RESERVA (IDX-FAC)
                   MOVE FXR-IMPORTE TO TAB-FAC-IMPORTE (IDX-FAC)
                   MOVE ZEROES      TO TAB-FAC-PAGADO (IDX-FAC)
               ELSE
      * Table is full: this invoice cannot be matched and its credits
      * fall to suspense. Tally it instead of indexing past the end
      * of TABLA-FACTURAS.
                   ADD 1 TO WS-CTL-FAC-LLENA
               END-IF
               READ AR-FACXREF
                   AT END SET FIN-FACXREF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-FACXREF.

      * Los cobros se asientan siempre contra la factura original
      * (PagosFacturas redirige los rectificativos), asi que basta
      * con casar PAG-FACTURA contra TAB-FAC-FACTURA. Una devolucion
      * resta de lo pagado; siempre va detras de sus cobros.
       CARGA-PAGOS.
           MOVE "N" TO WS-EOF-PAGOS.

           OPEN INPUT AR-PAGOS.
           READ AR-PAGOS
               AT END SET FIN-PAGOS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-PAGOS
               IF WS-FAC-TOTAL > ZEROES
                   SET IDX-FAC TO 1
                   SEARCH TABLA-FACTURAS
                       AT END CONTINUE
                       WHEN TAB-FAC-FACTURA (IDX-FAC) = PAG-FACTURA
                           IF PAG-DEVOLUCION
                               SUBTRACT PAG-IMPORTE
                                   FROM TAB-FAC-PAGADO (IDX-FAC)
                           ELSE
                               ADD PAG-IMPORTE
                                   TO TAB-FAC-PAGADO (IDX-FAC)
                           END-IF
                   END-SEARCH
               END-IF
               READ AR-PAGOS
                   AT END SET FIN-PAGOS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-PAGOS.

       PROCESA-EXTRACTO.
           MOVE "N" TO WS-EOF-EXTRACTO.

           OPEN INPUT AR-EXTRACTO.
           OPEN EXTEND AR-PAGOS.
           OPEN OUTPUT AR-SUSPENSO.
           OPEN OUTPUT AR-REGBANCO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO RGB-HDR-FECHA.
           WRITE LINEA-REGBANCO FROM RGB-ENCABEZADO.
           WRITE LINEA-REGBANCO FROM RGB-COLUMNAS.

           READ AR-EXTRACTO
               AT END SET FIN-EXTRACTO TO TRUE
           END-READ.

           PERFORM UNTIL FIN-EXTRACTO
               ADD 1 TO WS-CTL-LEIDAS
               EVALUATE TRUE
                   WHEN NOT EXT-ABONO-BANCO
                       ADD 1 TO WS-CTL-DEBITOS
                   WHEN EXT-FECHA <= WS-ULTIMA-FECHA
                       ADD 1 TO WS-CTL-YA-IMPORTADAS
                       MOVE ZEROES TO WS-CASA-TOTAL, WS-CASA-FILA
                       MOVE "YA IMPORTADA" TO WS-MOTIVO
                       PERFORM ENVIA-A-SUSPENSO
                   WHEN OTHER
                       IF EXT-FECHA > WS-MAYOR-FECHA
                           MOVE EXT-FECHA TO WS-MAYOR-FECHA
                       END-IF
                       PERFORM CONCILIA-LINEA
               END-EVALUATE
               READ AR-EXTRACTO
                   AT END SET FIN-EXTRACTO TO TRUE
               END-READ
           END-PERFORM.

           MOVE WS-CTL-APLICADAS    TO RGB-TOT-APLICADAS.
           MOVE WS-CTL-IMP-APLICADO TO RGB-TOT-IMP-APLICADO.
           MOVE WS-CTL-SUSPENSO     TO RGB-TOT-SUSPENSO.
           MOVE WS-CTL-IMP-SUSPENSO TO RGB-TOT-IMP-SUSPENSO.
           MOVE SPACES TO LINEA-REGBANCO.
           WRITE LINEA-REGBANCO.
           WRITE LINEA-REGBANCO FROM RGB-TOTAL.

           IF WS-CTL-YA-IMPORTADAS > ZEROES
               MOVE SPACES TO LINEA-REGBANCO
               STRING "LINEAS YA IMPORTADAS (FECHA <= "
                          DELIMITED BY SIZE
                      WS-ULTIMA-FECHA DELIMITED BY SIZE
                      "), A SUSPENSO: " DELIMITED BY SIZE
                      WS-CTL-YA-IMPORTADAS DELIMITED BY SIZE
                   INTO LINEA-REGBANCO
               WRITE LINEA-REGBANCO
           END-IF.

           IF WS-CTL-FAC-LLENA > ZEROES
               MOVE SPACES TO LINEA-REGBANCO
               STRING "TABLA DE FACTURAS LLENA, FACTURAS SIN CASAR ("
                          DELIMITED BY SIZE
                      WS-CTL-FAC-LLENA DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO LINEA-REGBANCO
               WRITE LINEA-REGBANCO
           END-IF.

           CLOSE AR-EXTRACTO, AR-PAGOS, AR-SUSPENSO, AR-REGBANCO.

      * Los numeros citados se buscan como factura y como reserva,
      * las dos cosas: un numero de reserva, o un trozo de fecha que
      * se haya colado, puede coincidir con una factura ajena. Si
      * las dos busquedas casan y no es la misma fila de FACXREF, la
      * linea es ambigua. Solo sin ninguna de las dos se busca por
      * importe exacto; si la referencia cita algo, no se sigue
      * buscando por importe aunque lo citado no admita el cobro.
       CONCILIA-LINEA.
           MOVE SPACES TO WS-METODO, WS-MOTIVO.
           MOVE ZEROES TO WS-CASA-TOTAL, WS-CASA-FILA.

           IF EXT-IMPORTE = ZEROES
               MOVE "IMPORTE CERO" TO WS-MOTIVO
           ELSE
               PERFORM EXTRAE-NUMEROS-REFERENCIA
               PERFORM BUSCA-POR-FACTURA
               MOVE WS-CASA-TOTAL TO WS-CASA-FAC-TOTAL
               MOVE WS-CASA-FILA  TO WS-CASA-FAC-FILA
               MOVE ZEROES TO WS-CASA-TOTAL, WS-CASA-FILA
               PERFORM BUSCA-POR-RESERVA
               MOVE WS-CASA-TOTAL TO WS-CASA-RES-TOTAL
               MOVE WS-CASA-FILA  TO WS-CASA-RES-FILA
               PERFORM COMBINA-BUSQUEDAS
               PERFORM VALIDA-CASE
           END-IF.

           IF WS-MOTIVO = SPACES
               PERFORM APLICA-COBRO
           ELSE
               PERFORM ENVIA-A-SUSPENSO
           END-IF.

      * Deja en WS-CASA-TOTAL / WS-CASA-FILA / WS-METODO el resultado
      * que vale para la linea.
       COMBINA-BUSQUEDAS.
           EVALUATE TRUE
               WHEN WS-CASA-FAC-TOTAL = ZEROES
                    AND WS-CASA-RES-TOTAL = ZEROES
                   MOVE SPACES TO WS-METODO
                   PERFORM BUSCA-POR-IMPORTE
               WHEN WS-CASA-RES-TOTAL = ZEROES
                   MOVE WS-CASA-FAC-TOTAL TO WS-CASA-TOTAL
                   MOVE WS-CASA-FAC-FILA  TO WS-CASA-FILA
                   MOVE "FACTURA" TO WS-METODO
               WHEN WS-CASA-FAC-TOTAL = ZEROES
                   MOVE "RESERVA" TO WS-METODO
               WHEN WS-CASA-FAC-TOTAL = 1
                    AND WS-CASA-RES-TOTAL = 1
                    AND WS-CASA-FAC-FILA = WS-CASA-RES-FILA
                   MOVE 1 TO WS-CASA-TOTAL
                   MOVE WS-CASA-FAC-FILA TO WS-CASA-FILA
                   MOVE "FACTURA" TO WS-METODO
               WHEN OTHER
                   COMPUTE WS-CASA-TOTAL =
                           WS-CASA-FAC-TOTAL + WS-CASA-RES-TOTAL
                   MOVE "CRUZADO" TO WS-METODO
           END-EVALUATE.

      * Parte la referencia en tramos de cifras consecutivas. El
      * tramo se cierra con el primer caracter no numerico o con el
      * final de la referencia (posicion 41 hace de separador). Un
      * tramo con "/" o "-" delante o detras es parte de una fecha
      * (15/10/2026, 2026-10-15) y se descarta.
       EXTRAE-NUMEROS-REFERENCIA.
           MOVE ZEROES TO WS-NUM-TOTAL.
           MOVE ZEROES TO WS-TRAMO-VALOR, WS-TRAMO-LARGO.
           MOVE SPACE TO WS-REF-PREVIO, WS-TRAMO-PREVIO.

           PERFORM VARYING WS-REF-POS FROM 1 BY 1
                   UNTIL WS-REF-POS > 41
               IF WS-REF-POS > 40
                   MOVE SPACE TO WS-REF-CARACTER
               ELSE
                   MOVE EXT-REFERENCIA (WS-REF-POS:1)
                       TO WS-REF-CARACTER
               END-IF
               IF WS-REF-CARACTER IS NUMERIC
                   IF WS-TRAMO-LARGO = ZEROES
                       MOVE WS-REF-PREVIO TO WS-TRAMO-PREVIO
                   END-IF
                   ADD 1 TO WS-TRAMO-LARGO
                   IF WS-TRAMO-LARGO <= 7
                       MOVE WS-REF-CARACTER TO WS-REF-CIFRA
                       COMPUTE WS-TRAMO-VALOR =
                               WS-TRAMO-VALOR * 10 + WS-REF-CIFRA
                   END-IF
               ELSE
                   IF WS-TRAMO-LARGO > ZEROES
                      AND WS-TRAMO-LARGO <= 7
                      AND WS-TRAMO-VALOR > ZEROES
                      AND WS-NUM-TOTAL < 20
                      AND WS-TRAMO-PREVIO NOT = "/"
                      AND WS-TRAMO-PREVIO NOT = "-"
                      AND WS-REF-CARACTER NOT = "/"
                      AND WS-REF-CARACTER NOT = "-"
                       ADD 1 TO WS-NUM-TOTAL
                       SET IDX-NUM TO WS-NUM-TOTAL
                       MOVE WS-TRAMO-VALOR TO TAB-NUM-VALOR (IDX-NUM)
                   END-IF
                   MOVE ZEROES TO WS-TRAMO-VALOR, WS-TRAMO-LARGO
               END-IF
               MOVE WS-REF-CARACTER TO WS-REF-PREVIO
           END-PERFORM.

      * Un numero citado casa con la factura original o con su ultimo
      * documento rectificativo; el cobro va siempre a la original,
      * igual que en BUSCA-FACTURA de PagosFacturas.
       BUSCA-POR-FACTURA.
           PERFORM VARYING WS-FILA FROM 1 BY 1
                   UNTIL WS-FILA > WS-FAC-TOTAL
               SET IDX-FAC TO WS-FILA
               PERFORM VARYING IDX-NUM FROM 1 BY 1
                       UNTIL IDX-NUM > WS-NUM-TOTAL
                   IF TAB-NUM-VALOR (IDX-NUM)
                            = TAB-FAC-FACTURA (IDX-FAC)
                      OR (TAB-NUM-VALOR (IDX-NUM)
                            = TAB-FAC-ULT-DOC (IDX-FAC)
                          AND TAB-FAC-ULT-DOC (IDX-FAC) NOT = ZEROES)
                       PERFORM ANOTA-CASE
                       SET IDX-NUM TO WS-NUM-TOTAL
                   END-IF
               END-PERFORM
           END-PERFORM.

       BUSCA-POR-RESERVA.
           PERFORM VARYING WS-FILA FROM 1 BY 1
                   UNTIL WS-FILA > WS-FAC-TOTAL
               SET IDX-FAC TO WS-FILA
               PERFORM VARYING IDX-NUM FROM 1 BY 1
                       UNTIL IDX-NUM > WS-NUM-TOTAL
                   IF TAB-NUM-VALOR (IDX-NUM)
                            = TAB-FAC-RESERVA (IDX-FAC)
                       PERFORM ANOTA-CASE
                       SET IDX-NUM TO WS-NUM-TOTAL
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Solo cuentan facturas con saldo pendiente: el importe exacto
      * de una factura ya cobrada no dice nada.
       BUSCA-POR-IMPORTE.
           PERFORM VARYING WS-FILA FROM 1 BY 1
                   UNTIL WS-FILA > WS-FAC-TOTAL
               SET IDX-FAC TO WS-FILA
               IF TAB-FAC-IMPORTE (IDX-FAC) > TAB-FAC-PAGADO (IDX-FAC)
                   COMPUTE WS-SALDO = TAB-FAC-IMPORTE (IDX-FAC)
                                    - TAB-FAC-PAGADO (IDX-FAC)
                   IF WS-SALDO = EXT-IMPORTE
                       PERFORM ANOTA-CASE
                       MOVE "IMPORTE" TO WS-METODO
                   END-IF
               END-IF
           END-PERFORM.

       ANOTA-CASE.
           ADD 1 TO WS-CASA-TOTAL.
           IF WS-CASA-TOTAL = 1
               MOVE WS-FILA TO WS-CASA-FILA
           END-IF.

      * Un cobro parcial se aplica (transferencias por tramos, igual
      * que a mano); lo que excede el saldo pendiente no, porque sin
      * nadie delante que lo mire casi siempre es una referencia mal
      * puesta por el cliente.
       VALIDA-CASE.
           EVALUATE TRUE
               WHEN WS-CASA-TOTAL = ZEROES
                   MOVE "SIN FACTURA QUE CASE" TO WS-MOTIVO
               WHEN WS-METODO = "CRUZADO"
                   MOVE "AMBIGUO: FACTURA Y RESERVA" TO WS-MOTIVO
               WHEN WS-CASA-TOTAL > 1 AND WS-METODO = "IMPORTE"
                   MOVE "VARIAS FACTURAS CON ESE SALDO" TO WS-MOTIVO
               WHEN WS-CASA-TOTAL > 1
                   MOVE SPACES TO WS-MOTIVO
                   STRING "AMBIGUO: VARIAS POR " DELIMITED BY SIZE
                          WS-METODO DELIMITED BY SPACE
                       INTO WS-MOTIVO
               WHEN OTHER
                   SET IDX-FAC TO WS-CASA-FILA
                   IF TAB-FAC-PAGADO (IDX-FAC)
                          >= TAB-FAC-IMPORTE (IDX-FAC)
                       MOVE "FACTURA YA PAGADA" TO WS-MOTIVO
                   ELSE
                       COMPUTE WS-SALDO = TAB-FAC-IMPORTE (IDX-FAC)
                                        - TAB-FAC-PAGADO (IDX-FAC)
                       IF EXT-IMPORTE > WS-SALDO
                           MOVE "IMPORTE EXCEDE SALDO PENDIENTE"
                               TO WS-MOTIVO
                       END-IF
                   END-IF
           END-EVALUATE.

       APLICA-COBRO.
           SET IDX-FAC TO WS-CASA-FILA.

           MOVE TAB-FAC-FACTURA (IDX-FAC) TO PAG-FACTURA.
           MOVE EXT-FECHA                 TO PAG-FECHA.
           MOVE EXT-IMPORTE               TO PAG-IMPORTE.
           MOVE WS-OPERADOR-BANCO         TO PAG-OPERADOR.
           MOVE "C"                       TO PAG-CLASE.
           WRITE REGISTRO-PAGO.

           ADD EXT-IMPORTE TO TAB-FAC-PAGADO (IDX-FAC).
           ADD 1 TO WS-CTL-APLICADAS.
           ADD EXT-IMPORTE TO WS-CTL-IMP-APLICADO.

           MOVE TAB-FAC-FACTURA (IDX-FAC) TO RGB-LIN-FACTURA.
           MOVE SPACES TO RGB-LIN-RESULTADO.
           STRING "APLICADO POR " DELIMITED BY SIZE
                  WS-METODO      DELIMITED BY SPACE
               INTO RGB-LIN-RESULTADO.
           PERFORM ESCRIBE-LINEA-REGISTRO.

       ENVIA-A-SUSPENSO.
           MOVE SPACES TO LINEA-SUSPENSO.
           MOVE EXT-FECHA      TO SUS-FECHA.
           MOVE EXT-IMPORTE    TO SUS-IMPORTE.
           MOVE EXT-REFERENCIA TO SUS-REFERENCIA.
           MOVE EXT-ORDENANTE  TO SUS-ORDENANTE.
           MOVE WS-MOTIVO      TO SUS-MOTIVO.
           WRITE LINEA-SUSPENSO.

           ADD 1 TO WS-CTL-SUSPENSO.
           ADD EXT-IMPORTE TO WS-CTL-IMP-SUSPENSO.

           MOVE SPACES TO RGB-LIN-FACTURA.
           IF WS-CASA-TOTAL = 1
               SET IDX-FAC TO WS-CASA-FILA
               MOVE TAB-FAC-FACTURA (IDX-FAC) TO RGB-LIN-FACTURA
           END-IF.
           MOVE SPACES TO RGB-LIN-RESULTADO.
           STRING "SUSPENSO: " DELIMITED BY SIZE
                  WS-MOTIVO    DELIMITED BY SIZE
               INTO RGB-LIN-RESULTADO.
           PERFORM ESCRIBE-LINEA-REGISTRO.

       ESCRIBE-LINEA-REGISTRO.
           MOVE EXT-FECHA      TO RGB-LIN-FECHA.
           MOVE EXT-IMPORTE    TO RGB-LIN-IMPORTE.
           MOVE EXT-REFERENCIA TO RGB-LIN-REFERENCIA.
           WRITE LINEA-REGBANCO FROM RGB-LINEA.

       MUESTRA-TOTALES.
           DISPLAY "LINEAS DEL EXTRACTO:     " WS-CTL-LEIDAS.
           DISPLAY "CARGOS (NO SE CONCILIAN): " WS-CTL-DEBITOS.
           DISPLAY "YA IMPORTADAS (SUSPENSO): " WS-CTL-YA-IMPORTADAS.
           DISPLAY "COBROS APLICADOS:        " WS-CTL-APLICADAS.
           DISPLAY "LINEAS A SUSPENSO:       " WS-CTL-SUSPENSO.
