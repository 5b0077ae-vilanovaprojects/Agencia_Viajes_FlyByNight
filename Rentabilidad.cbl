      ******************************************************************
      * Author:
      * Date:
      * Purpose: Departure profitability report. Sets what each
      *          departure (DESTINO + departure date) brought in
      *          against what it costs, in RENTABILIDAD.DAT:
      *            - revenue: the billing documents of FACHIST.DAT
      *              for the departure, facturas and cargos less
      *              abonos, so a cancelled booking written off by
      *              FacturacionCancelaciones nets out to nothing;
      *            - cancellation fees: the "Q" documents of the
      *              same history, kept apart from the revenue;
      *            - branch commission: each document's net amount
      *              at its branch's COMTASAS.DAT rate, the rate
      *              LiquidacionComisiones pays out (head office and
      *              a branch with no rate row at zero; fees carry
      *              no commission);
      *            - supplier cost: the CONTRATOS.DAT contract
      *              (CONREC.CPY), fixed cost plus cost per seat
      *              times the seats sold. Seats sold are the
      *              confirmed bookings still on BOOKINGS.DAT plus
      *              the ones already moved to HISTORICO.DAT.
      *          The margin is shown per departure, with a subtotal
      *          per destination, then per month of departure and
      *          in total. A departure's break-even is the seats
      *          whose net price (revenue less commission per seat
      *          sold, less the cost per seat) pays the fixed cost;
      *          a contracted departure still to leave, not called
      *          off in CUPOS.DAT and selling below it (or with no
      *          sales, or a net price that does not even pay the
      *          seat) gets an alert line, with the date up to which
      *          the supplier still releases it free of charge when
      *          the contract has such a window.
      *          Arguments: DESDE HASTA (AAAAMMDD departure date
      *          range; none means every departure on file).
      *          Return code 4 when any departure is flagged or a
      *          table overflowed, 8 when BOOKINGS.DAT or
      *          CONTRATOS.DAT could not be read.
      * Tectonics: cobc
      ******************************************************************

      * SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InformeRentabilidad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CUPOS ASSIGN TO "CUPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AR-CONTRATOS ASSIGN TO "CONTRATOS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CON-CLAVE
                 FILE STATUS IS AR-CONTRATOS-STATUS.

      * Historico de documentos de facturacion: los bloques H/D/T de
      * las dos corridas de facturacion, nunca truncado.
       SELECT OPTIONAL AR-FACHIST ASSIGN TO "FACHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL COMTASAS ASSIGN TO "COMTASAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Solo lectura: plazas confirmadas de las salidas vivas.
       SELECT OPTIONAL AR-ENTRADA ASSIGN TO "BOOKINGS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS RESERVA
                 FILE STATUS IS AR-ENTRADA-STATUS.

      * Plazas de las reservas ya archivadas por ArchivaReservas.
       SELECT OPTIONAL AR-HISTORICO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AR-TRABAJO ASSIGN TO "SORTREN.TMP".

       SELECT AR-INFORME ASSIGN TO "RENTABILIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CUPOS.
       01 REGISTRO-CUPO.
           03 CUP-DESTINO          PIC X(20).
           03 CUP-FECHA            PIC 9(8).
           03 CUP-PLAZAS           PIC 9(4).
      * "X" es una salida anulada por la agencia: no se vende y no
      * se alerta, pero su contrato sigue contando si existe.
           03 CUP-ESTADO           PIC X.
               88 CUP-SALIDA-CERRADA VALUE "X".

       FD AR-CONTRATOS.
           COPY CONREC.

       FD AR-FACHIST.
       01 LINEA-FACHIST        PIC X(124).

       FD COMTASAS.
       01 REGISTRO-COMTASA.
           03 COM-SUCURSAL         PIC X(3).
           03 COM-TASA             PIC 9(3)V99.

       FD AR-ENTRADA.
           COPY BOOKREC.

       FD AR-HISTORICO.
           COPY HISREC.

       SD AR-TRABAJO.
       01  REGISTRO-TRABAJO.
           88 FIN-AR-TRABAJO    VALUE HIGH-VALUES.
           03 TDESTINO          PIC X(20).
           03 TFECHA            PIC 9(8).
           03 TFILA             PIC 9(4).

       FD AR-INFORME.
       01 LINEA-INFORME        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FACREC.

       01 AR-CONTRATOS-STATUS   PIC XX VALUE "00".
       01 AR-ENTRADA-STATUS     PIC XX VALUE "00".

       01 WS-NUM-ARGS           PIC 9(2) VALUE ZEROES.
       01 WS-ARG-IDX            PIC 9(2) VALUE ZEROES.
       01 WS-ARG-VALOR          PIC X(12) VALUE SPACES.

       01 WS-RANGO-DESDE        PIC 9(8) VALUE ZEROES.
       01 WS-RANGO-HASTA        PIC 9(8) VALUE 99999999.

       01 WS-FECHA-HOY          PIC 9(8) VALUE ZEROES.

      * Codigo de retorno: 0 limpio, 4 con salidas en alerta o
      * tablas desbordadas, 8 sin BOOKINGS.DAT o CONTRATOS.DAT.
       01 WS-SEVERIDAD          PIC 9(2) VALUE ZEROES.

       01 WS-EOF-CUPOS          PIC X VALUE "N".
           88 FIN-CUPOS         VALUE "Y".

       01 WS-EOF-CONTRATOS      PIC X VALUE "N".
           88 FIN-CONTRATOS     VALUE "Y".

       01 WS-EOF-FACHIST        PIC X VALUE "N".
           88 FIN-FACHIST       VALUE "Y".

       01 WS-EOF-COMTASAS       PIC X VALUE "N".
           88 FIN-COMTASAS      VALUE "Y".

       01 WS-EOF-ENTRADA        PIC X VALUE "N".
           88 FIN-ENTRADA       VALUE "Y".

       01 WS-EOF-HISTORICO      PIC X VALUE "N".
           88 FIN-HISTORICO     VALUE "Y".

       01 WS-CONTRATOS-LEIDOS   PIC X VALUE "N".
           88 CONTRATOS-LEIDOS  VALUE "S".

       01 WS-RESERVAS-LEIDAS    PIC X VALUE "N".
           88 RESERVAS-LEIDAS   VALUE "S".

      * Tasas de comision por sucursal, mismo archivo y trazado que
      * LiquidacionComisiones.
       01 WS-TASAS-TOTAL        PIC 9(2) VALUE ZEROES.
       01 WS-TASAS-MAX          PIC 9(2) VALUE 50.
       01 WS-TASAS-DESBORDE     PIC 9(2) VALUE ZEROES.

       01 TABLA-TASAS-CTL.
           03 TABLA-TASAS OCCURS 1 TO 50 TIMES
                             DEPENDING ON WS-TASAS-TOTAL
                             INDEXED BY IDX-TASA.
               05 TAB-TASA-SUCURSAL PIC X(3).
               05 TAB-TASA-PCT      PIC 9(3)V99.

       01 WS-TASA-APLICADA      PIC 9(3)V99 VALUE ZEROES.

      * Una fila por salida, venga de CUPOS.DAT, de un contrato, de
      * un documento o de una reserva: todas las pasadas alimentan
      * la misma fila a traves de DESTINO + FECHA.
       01 WS-SAL-TOTAL            PIC 9(4) VALUE ZEROES.
       01 WS-SAL-MAX              PIC 9(4) VALUE 1000.
       01 WS-SAL-DESBORDE         PIC 9(4) VALUE ZEROES.

       01 TABLA-SAL-CTL.
           03 TABLA-SALIDAS OCCURS 1 TO 1000 TIMES
                             DEPENDING ON WS-SAL-TOTAL
                             INDEXED BY IDX-SAL.
               05 TAB-SAL-DESTINO     PIC X(20).
               05 TAB-SAL-FECHA       PIC 9(8).
               05 TAB-SAL-CUPO        PIC 9(4).
               05 TAB-SAL-EN-CUPOS    PIC X.
                   88 SAL-EN-CUPOS        VALUE "S".
               05 TAB-SAL-ESTADO      PIC X.
                   88 SAL-ANULADA         VALUE "X".
               05 TAB-SAL-CONTRATO    PIC X.
                   88 SAL-CON-CONTRATO    VALUE "S".
               05 TAB-SAL-PROVEEDOR   PIC X(6).
               05 TAB-SAL-COSTE-FIJO  PIC 9(8)V99.
               05 TAB-SAL-COSTE-PLAZA PIC 9(6)V99.
               05 TAB-SAL-DIAS-ANUL   PIC 9(3).
               05 TAB-SAL-PLAZAS      PIC 9(6).
               05 TAB-SAL-INGRESOS    PIC S9(10)V99.
               05 TAB-SAL-PENALIZ     PIC 9(10)V99.
               05 TAB-SAL-COMISION    PIC S9(10)V99.

       01 WS-REG-DESTINO          PIC X(20) VALUE SPACES.
       01 WS-REG-FECHA            PIC 9(8) VALUE ZEROES.

       01 WS-SALIDA-OK            PIC X VALUE "N".
           88 SALIDA-OK           VALUE "S".

      * Cifras de la salida en curso al escribirla.
       01 WS-COSTE                PIC 9(10)V99 VALUE ZEROES.
       01 WS-MARGEN               PIC S9(10)V99 VALUE ZEROES.
       01 WS-OCUPACION            PIC 9(4) VALUE ZEROES.
       01 WS-NETO-PLAZA           PIC S9(8)V99 VALUE ZEROES.
       01 WS-PLAZAS-EQUILIBRIO    PIC 9(6) VALUE ZEROES.
       01 WS-OCUPACION-EQUILIBRIO PIC 9(4) VALUE ZEROES.
       01 WS-COMISION-DOC         PIC S9(10)V99 VALUE ZEROES.

       01 WS-HAY-EQUILIBRIO       PIC X VALUE "N".
           88 HAY-EQUILIBRIO      VALUE "S".

       01 WS-ALERTA               PIC X(30) VALUE SPACES.
       01 WS-ACCION               PIC X(50) VALUE SPACES.
       01 WS-DIAS-LIMITE          PIC 9(7) VALUE ZEROES.
       01 WS-FECHA-LIMITE         PIC 9(8) VALUE ZEROES.

       01 WS-ED-PLAZAS            PIC ZZZZZ9.
       01 WS-ED-EQUILIBRIO        PIC ZZZZZ9.
       01 WS-ED-PCT               PIC ZZZ9.
       01 WS-ED-SALIDAS           PIC ZZZ9.

      * Acumulados del destino en curso, del total general y de
      * cada mes de salida, con las mismas cifras.
       01 DESTINO-ANTERIOR        PIC X(20) VALUE SPACES.

       01 WS-ACUM-DESTINO.
           03 WS-DES-SALIDAS        PIC 9(4).
           03 WS-DES-CUPO           PIC 9(7).
           03 WS-DES-PLAZAS-CUPO    PIC 9(7).
           03 WS-DES-PLAZAS         PIC 9(7).
           03 WS-DES-INGRESOS       PIC S9(10)V99.
           03 WS-DES-PENALIZ        PIC 9(10)V99.
           03 WS-DES-COMISION       PIC S9(10)V99.
           03 WS-DES-COSTE          PIC 9(10)V99.
           03 WS-DES-MARGEN         PIC S9(10)V99.

       01 WS-ACUM-TOTAL.
           03 WS-TOT-SALIDAS        PIC 9(4).
           03 WS-TOT-CUPO           PIC 9(7).
           03 WS-TOT-PLAZAS-CUPO    PIC 9(7).
           03 WS-TOT-PLAZAS         PIC 9(7).
           03 WS-TOT-INGRESOS       PIC S9(10)V99.
           03 WS-TOT-PENALIZ        PIC 9(10)V99.
           03 WS-TOT-COMISION       PIC S9(10)V99.
           03 WS-TOT-COSTE          PIC 9(10)V99.
           03 WS-TOT-MARGEN         PIC S9(10)V99.

      * Meses de salida en orden ascendente: cada mes nuevo se
      * inserta en su sitio desplazando los posteriores.
       01 WS-MES-TOTAL            PIC 9(3) VALUE ZEROES.
       01 WS-MES-MAX              PIC 9(3) VALUE 240.
       01 WS-MES-DESBORDE         PIC 9(4) VALUE ZEROES.
       01 WS-MES-BUSCADO          PIC 9(6) VALUE ZEROES.
       01 WS-MES-I                PIC 9(3) VALUE ZEROES.
       01 WS-MES-J                PIC 9(3) VALUE ZEROES.

       01 WS-MES-ENCONTRADO       PIC X VALUE "N".
           88 MES-ENCONTRADO      VALUE "S".

       01 TABLA-MES-CTL.
           03 TABLA-MESES OCCURS 1 TO 240 TIMES
                             DEPENDING ON WS-MES-TOTAL
                             INDEXED BY IDX-MES.
               05 TAB-MES-MES           PIC 9(6).
               05 TAB-MES-SALIDAS       PIC 9(4).
               05 TAB-MES-CUPO          PIC 9(7).
               05 TAB-MES-PLAZAS-CUPO   PIC 9(7).
               05 TAB-MES-PLAZAS        PIC 9(7).
               05 TAB-MES-INGRESOS      PIC S9(10)V99.
               05 TAB-MES-PENALIZ       PIC 9(10)V99.
               05 TAB-MES-COMISION      PIC S9(10)V99.
               05 TAB-MES-COSTE         PIC 9(10)V99.
               05 TAB-MES-MARGEN        PIC S9(10)V99.

       01 WS-CTL-DOCUMENTOS       PIC 9(7) VALUE ZEROES.
       01 WS-CTL-SIN-TASA         PIC 9(7) VALUE ZEROES.
       01 WS-CTL-SIN-CONTRATO     PIC 9(4) VALUE ZEROES.
       01 WS-CTL-ALERTAS          PIC 9(4) VALUE ZEROES.

       01 REN-ENCABEZADO.
           03 FILLER                PIC X(36) VALUE
                   "RENTABILIDAD POR SALIDA FBN   FECHA ".
           03 REN-HDR-FECHA         PIC 9(8).
           03 FILLER                PIC X(17) VALUE
                   "   SALIDAS DESDE ".
           03 REN-HDR-DESDE         PIC 9(8).
           03 FILLER                PIC X(7)  VALUE " HASTA ".
           03 REN-HDR-HASTA         PIC 9(8).
           03 FILLER                PIC X(48) VALUE SPACES.

       01 REN-SECCION.
           03 REN-SEC-TITULO        PIC X(132).

       01 REN-COLUMNAS.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(21) VALUE "DESTINO".
           03 FILLER                PIC X(9)  VALUE "SALIDA".
           03 FILLER                PIC X(7)  VALUE "PROV".
           03 FILLER                PIC X(5)  VALUE "CUPO".
           03 FILLER                PIC X(5)  VALUE "PLAZ".
           03 FILLER                PIC X(5)  VALUE "OCU%".
           03 FILLER                PIC X(13) VALUE "    INGRESOS".
           03 FILLER                PIC X(11) VALUE "  PENALIZ.".
           03 FILLER                PIC X(12) VALUE "   COMISION".
           03 FILLER                PIC X(12) VALUE "      COSTE".
           03 FILLER                PIC X(13) VALUE "      MARGEN".
           03 FILLER                PIC X(5)  VALUE "EQUI".
           03 FILLER                PIC X(12) VALUE "OBSERVACION".

       01 REN-LINEA.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 REN-LIN-DESTINO       PIC X(20).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-LIN-FECHA         PIC 9(8).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-LIN-PROVEEDOR     PIC X(6).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-LIN-CUPO          PIC ZZZ9.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-LIN-PLAZAS        PIC ZZZ9.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-LIN-OCUPACION     PIC ZZZ9.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-LIN-INGRESOS      PIC Z(7)9.99-.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-LIN-PENALIZ       PIC Z(6)9.99.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-LIN-COMISION      PIC Z(6)9.99-.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-LIN-COSTE         PIC Z(7)9.99.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-LIN-MARGEN        PIC Z(7)9.99-.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-LIN-EQUILIBRIO    PIC ZZZ9.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-LIN-OBSERVACION   PIC X(12).

      * Subtotal de destino, linea de mes y total general: mismas
      * columnas de cifras que el detalle.
       01 REN-TOTAL.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 REN-TOT-ETIQUETA      PIC X(42).
           03 REN-TOT-PLAZAS        PIC ZZZ9.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-TOT-OCUPACION     PIC ZZZ9.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-TOT-INGRESOS      PIC Z(7)9.99-.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-TOT-PENALIZ       PIC Z(6)9.99.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-TOT-COMISION      PIC Z(6)9.99-.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-TOT-COSTE         PIC Z(7)9.99.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REN-TOT-MARGEN        PIC Z(7)9.99-.
           03 FILLER                PIC X(18) VALUE SPACES.

       01 REN-ALERTA.
           03 FILLER                PIC X(6)  VALUE SPACES.
           03 FILLER                PIC X(3)  VALUE ">> ".
           03 REN-ALE-TEXTO         PIC X(123).

       PROCEDURE DIVISION.
       RENTABILIDAD-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.
           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-TASAS.
           PERFORM CARGA-CUPOS.
           PERFORM CARGA-CONTRATOS.
           PERFORM RECORRE-FACHIST.
           PERFORM RECORRE-RESERVAS.
           PERFORM RECORRE-HISTORICO.

           OPEN OUTPUT AR-INFORME.
           PERFORM ESCRIBE-ENCABEZADO.

           SORT AR-TRABAJO ON ASCENDING TDESTINO
                                        TFECHA
                 INPUT PROCEDURE IS SELECCIONA-SALIDAS
                 OUTPUT PROCEDURE IS ESCRIBE-SALIDAS.

           PERFORM ESCRIBE-MESES.
           PERFORM ESCRIBE-TOTAL-GENERAL.
           PERFORM ESCRIBE-AVISOS-INFORME.
           CLOSE AR-INFORME.

           PERFORM MUESTRA-TOTALES.

           IF WS-SEVERIDAD < 4
              AND (WS-CTL-ALERTAS > ZEROES
                   OR WS-SAL-DESBORDE > ZEROES
                   OR WS-MES-DESBORDE > ZEROES
                   OR WS-TASAS-DESBORDE > ZEROES)
               MOVE 4 TO WS-SEVERIDAD
           END-IF.

           MOVE WS-SEVERIDAD TO RETURN-CODE.
           STOP RUN.

      * Argumentos: DESDE HASTA, misma mecanica que InformeTemporada;
      * sin ellos entran todas las salidas.
       LEE-PARAMETROS.
           ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.

           IF WS-NUM-ARGS >= 2
               MOVE 1 TO WS-ARG-IDX
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALOR (1:8) TO WS-RANGO-DESDE
               MOVE 2 TO WS-ARG-IDX
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALOR (1:8) TO WS-RANGO-HASTA
           END-IF.

       CARGA-TASAS.
           MOVE ZEROES TO WS-TASAS-TOTAL, WS-TASAS-DESBORDE.
           MOVE "N" TO WS-EOF-COMTASAS.

           OPEN INPUT COMTASAS.
           READ COMTASAS
               AT END SET FIN-COMTASAS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-COMTASAS
               IF WS-TASAS-TOTAL < WS-TASAS-MAX
                   ADD 1 TO WS-TASAS-TOTAL
                   SET IDX-TASA TO WS-TASAS-TOTAL
                   MOVE COM-SUCURSAL TO TAB-TASA-SUCURSAL (IDX-TASA)
                   MOVE COM-TASA     TO TAB-TASA-PCT (IDX-TASA)
               ELSE
                   ADD 1 TO WS-TASAS-DESBORDE
               END-IF
               READ COMTASAS
                   AT END SET FIN-COMTASAS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE COMTASAS.

       CARGA-CUPOS.
           MOVE "N" TO WS-EOF-CUPOS.

           OPEN INPUT CUPOS.
           READ CUPOS
               AT END SET FIN-CUPOS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-CUPOS
               MOVE FUNCTION UPPER-CASE(CUP-DESTINO) TO WS-REG-DESTINO
               MOVE CUP-FECHA TO WS-REG-FECHA
               PERFORM BUSCA-SALIDA
               IF SALIDA-OK
                   SET SAL-EN-CUPOS (IDX-SAL) TO TRUE
                   MOVE CUP-PLAZAS TO TAB-SAL-CUPO (IDX-SAL)
                   MOVE CUP-ESTADO TO TAB-SAL-ESTADO (IDX-SAL)
               END-IF
               READ CUPOS
                   AT END SET FIN-CUPOS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUPOS.

       CARGA-CONTRATOS.
           MOVE "N" TO WS-EOF-CONTRATOS.
           MOVE "N" TO WS-CONTRATOS-LEIDOS.

           OPEN INPUT AR-CONTRATOS.
           IF AR-CONTRATOS-STATUS NOT = "00"
              AND AR-CONTRATOS-STATUS NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR CONTRATOS.DAT (ESTADO "
                       AR-CONTRATOS-STATUS ")"
               MOVE 8 TO WS-SEVERIDAD
           ELSE
               SET CONTRATOS-LEIDOS TO TRUE
               READ AR-CONTRATOS
                   AT END SET FIN-CONTRATOS TO TRUE
               END-READ

               PERFORM UNTIL FIN-CONTRATOS
                   MOVE FUNCTION UPPER-CASE(CON-DESTINO)
                       TO WS-REG-DESTINO
                   MOVE CON-FECHA TO WS-REG-FECHA
                   PERFORM BUSCA-SALIDA
                   IF SALIDA-OK
                       SET SAL-CON-CONTRATO (IDX-SAL) TO TRUE
                       MOVE CON-PROVEEDOR
                           TO TAB-SAL-PROVEEDOR (IDX-SAL)
                       MOVE CON-COSTE-FIJO
                           TO TAB-SAL-COSTE-FIJO (IDX-SAL)
                       MOVE CON-COSTE-PLAZA
                           TO TAB-SAL-COSTE-PLAZA (IDX-SAL)
                       MOVE CON-DIAS-ANULACION
                           TO TAB-SAL-DIAS-ANUL (IDX-SAL)
                   END-IF
                   READ AR-CONTRATOS
                       AT END SET FIN-CONTRATOS TO TRUE
                   END-READ
               END-PERFORM

               CLOSE AR-CONTRATOS
           END-IF.

      * Solo cuentan los detalles "D"; los headers y trailers de cada
      * bloque se saltan. Una factura o un cargo suman ingreso, un
      * abono lo resta (tambien el que anula la factura de una
      * reserva cancelada), y la penalizacion va aparte, sin
      * comision.
       RECORRE-FACHIST.
           MOVE "N" TO WS-EOF-FACHIST.

           OPEN INPUT AR-FACHIST.
           READ AR-FACHIST
               AT END SET FIN-FACHIST TO TRUE
           END-READ.

           PERFORM UNTIL FIN-FACHIST
               IF LINEA-FACHIST (1:1) = "D"
                   MOVE LINEA-FACHIST TO FACTURA-DETALLE
                   MOVE FUNCTION UPPER-CASE(FAC-DET-DESTINO)
                       TO WS-REG-DESTINO
                   MOVE FAC-DET-FECHA-VIAJE TO WS-REG-FECHA
                   PERFORM BUSCA-SALIDA
                   IF SALIDA-OK
                       ADD 1 TO WS-CTL-DOCUMENTOS
                       PERFORM APLICA-DOCUMENTO
                   END-IF
               END-IF
               READ AR-FACHIST
                   AT END SET FIN-FACHIST TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-FACHIST.

       APLICA-DOCUMENTO.
           IF FAC-DOC-PENALIZACION
               ADD FAC-DET-IMPORTE TO TAB-SAL-PENALIZ (IDX-SAL)
           ELSE
               PERFORM BUSCA-TASA
               COMPUTE WS-COMISION-DOC ROUNDED =
                       FAC-DET-IMPORTE * WS-TASA-APLICADA / 100
               IF FAC-DOC-ABONO
                   SUBTRACT FAC-DET-IMPORTE
                       FROM TAB-SAL-INGRESOS (IDX-SAL)
                   SUBTRACT WS-COMISION-DOC
                       FROM TAB-SAL-COMISION (IDX-SAL)
               ELSE
                   ADD FAC-DET-IMPORTE TO TAB-SAL-INGRESOS (IDX-SAL)
                   ADD WS-COMISION-DOC TO TAB-SAL-COMISION (IDX-SAL)
               END-IF
           END-IF.

      * La central vende sin comision; una sucursal sin fila en
      * COMTASAS.DAT tampoco cobra, igual que en la liquidacion.
       BUSCA-TASA.
           MOVE ZEROES TO WS-TASA-APLICADA.

           IF FAC-DET-SUCURSAL NOT = SPACES
               IF WS-TASAS-TOTAL = ZEROES
                   ADD 1 TO WS-CTL-SIN-TASA
               ELSE
                   SET IDX-TASA TO 1
                   SEARCH TABLA-TASAS
                       AT END
                           ADD 1 TO WS-CTL-SIN-TASA
                       WHEN TAB-TASA-SUCURSAL (IDX-TASA)
                                = FAC-DET-SUCURSAL
                           MOVE TAB-TASA-PCT (IDX-TASA)
                               TO WS-TASA-APLICADA
                   END-SEARCH
               END-IF
           END-IF.

      * Plazas vendidas: solo confirmadas (o ESTADO en blanco,
      * anteriores al campo); canceladas y esperas no ocupan plaza.
       RECORRE-RESERVAS.
           MOVE "N" TO WS-EOF-ENTRADA.
           MOVE "N" TO WS-RESERVAS-LEIDAS.

           OPEN INPUT AR-ENTRADA.
           IF AR-ENTRADA-STATUS NOT = "00"
              AND AR-ENTRADA-STATUS NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR BOOKINGS.DAT (ESTADO "
                       AR-ENTRADA-STATUS ")"
               MOVE 8 TO WS-SEVERIDAD
           ELSE
               SET RESERVAS-LEIDAS TO TRUE
               READ AR-ENTRADA
                   AT END SET FIN-ENTRADA TO TRUE
               END-READ

               PERFORM UNTIL FIN-ENTRADA
                   IF EST-CONFIRMADA OR ESTADO = SPACE
                       MOVE FUNCTION UPPER-CASE(DESTINO)
                           TO WS-REG-DESTINO
                       MOVE FECHA-VIAJE TO WS-REG-FECHA
                       PERFORM BUSCA-SALIDA
                       IF SALIDA-OK
                           ADD HOMBRES MUJERES NINOS
                               TO TAB-SAL-PLAZAS (IDX-SAL)
                       END-IF
                   END-IF
                   READ AR-ENTRADA
                       AT END SET FIN-ENTRADA TO TRUE
                   END-READ
               END-PERFORM

               CLOSE AR-ENTRADA
           END-IF.

      * ArchivaReservas borra del maestro lo que pasa al historico,
      * asi que las dos pasadas no se solapan.
       RECORRE-HISTORICO.
           MOVE "N" TO WS-EOF-HISTORICO.

           OPEN INPUT AR-HISTORICO.
           READ AR-HISTORICO
               AT END SET FIN-HISTORICO TO TRUE
           END-READ.

           PERFORM UNTIL FIN-HISTORICO
               IF HIS-ESTADO = "C" OR HIS-ESTADO = SPACE
                   MOVE FUNCTION UPPER-CASE(HIS-DESTINO)
                       TO WS-REG-DESTINO
                   MOVE HIS-FECHA-VIAJE TO WS-REG-FECHA
                   PERFORM BUSCA-SALIDA
                   IF SALIDA-OK
                       ADD HIS-HOMBRES HIS-MUJERES HIS-NINOS
                           TO TAB-SAL-PLAZAS (IDX-SAL)
                   END-IF
               END-IF
               READ AR-HISTORICO
                   AT END SET FIN-HISTORICO TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-HISTORICO.

      * Deja IDX-SAL en la fila de WS-REG-DESTINO + WS-REG-FECHA,
      * dandola de alta si es nueva. Una salida fuera del rango
      * pedido, o que ya no cabe en la tabla, deja SALIDA-OK en "N".
       BUSCA-SALIDA.
           MOVE "N" TO WS-SALIDA-OK.

           IF WS-REG-FECHA >= WS-RANGO-DESDE
              AND WS-REG-FECHA <= WS-RANGO-HASTA
               IF WS-SAL-TOTAL = ZEROES
                   PERFORM ALTA-SALIDA
               ELSE
                   SET IDX-SAL TO 1
                   SEARCH TABLA-SALIDAS
                       AT END
                           PERFORM ALTA-SALIDA
                       WHEN TAB-SAL-DESTINO (IDX-SAL) = WS-REG-DESTINO
                            AND TAB-SAL-FECHA (IDX-SAL) = WS-REG-FECHA
                           SET SALIDA-OK TO TRUE
                   END-SEARCH
               END-IF
           END-IF.

       ALTA-SALIDA.
           IF WS-SAL-TOTAL < WS-SAL-MAX
               ADD 1 TO WS-SAL-TOTAL
               SET IDX-SAL TO WS-SAL-TOTAL
               MOVE WS-REG-DESTINO TO TAB-SAL-DESTINO (IDX-SAL)
               MOVE WS-REG-FECHA   TO TAB-SAL-FECHA (IDX-SAL)
               MOVE ZEROES TO TAB-SAL-CUPO (IDX-SAL)
               MOVE "N"    TO TAB-SAL-EN-CUPOS (IDX-SAL)
               MOVE SPACE  TO TAB-SAL-ESTADO (IDX-SAL)
               MOVE "N"    TO TAB-SAL-CONTRATO (IDX-SAL)
               MOVE SPACES TO TAB-SAL-PROVEEDOR (IDX-SAL)
               MOVE ZEROES TO TAB-SAL-COSTE-FIJO (IDX-SAL)
               MOVE ZEROES TO TAB-SAL-COSTE-PLAZA (IDX-SAL)
               MOVE ZEROES TO TAB-SAL-DIAS-ANUL (IDX-SAL)
               MOVE ZEROES TO TAB-SAL-PLAZAS (IDX-SAL)
               MOVE ZEROES TO TAB-SAL-INGRESOS (IDX-SAL)
               MOVE ZEROES TO TAB-SAL-PENALIZ (IDX-SAL)
               MOVE ZEROES TO TAB-SAL-COMISION (IDX-SAL)
               SET SALIDA-OK TO TRUE
           ELSE
      * Table is full: this departure cannot be tracked. Tally it
      * instead of indexing past the end of TABLA-SALIDAS.
               ADD 1 TO WS-SAL-DESBORDE
           END-IF.

       ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY   TO REN-HDR-FECHA.
           MOVE WS-RANGO-DESDE TO REN-HDR-DESDE.
           MOVE WS-RANGO-HASTA TO REN-HDR-HASTA.
           WRITE LINEA-INFORME FROM REN-ENCABEZADO.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "MARGEN POR SALIDA Y DESTINO" TO REN-SEC-TITULO.
           WRITE LINEA-INFORME FROM REN-SECCION.
           WRITE LINEA-INFORME FROM REN-COLUMNAS.

           INITIALIZE WS-ACUM-TOTAL.

       SELECCIONA-SALIDAS.
           PERFORM VARYING IDX-SAL FROM 1 BY 1
                   UNTIL IDX-SAL > WS-SAL-TOTAL
               MOVE TAB-SAL-DESTINO (IDX-SAL) TO TDESTINO
               MOVE TAB-SAL-FECHA (IDX-SAL)   TO TFECHA
               SET TFILA TO IDX-SAL
               RELEASE REGISTRO-TRABAJO
           END-PERFORM.

       ESCRIBE-SALIDAS.
           RETURN AR-TRABAJO
               AT END SET FIN-AR-TRABAJO TO TRUE
           END-RETURN.

           PERFORM ESCRIBE-UN-DESTINO UNTIL FIN-AR-TRABAJO.

       ESCRIBE-UN-DESTINO.
           MOVE TDESTINO TO DESTINO-ANTERIOR.
           INITIALIZE WS-ACUM-DESTINO.

           PERFORM UNTIL TDESTINO NOT = DESTINO-ANTERIOR
               SET IDX-SAL TO TFILA
               PERFORM CALCULA-SALIDA
               PERFORM ESCRIBE-LINEA-SALIDA
               PERFORM ACUMULA-SALIDA

               RETURN AR-TRABAJO
                   AT END SET FIN-AR-TRABAJO TO TRUE
               END-RETURN
           END-PERFORM.

           MOVE WS-DES-SALIDAS TO WS-ED-SALIDAS.
           MOVE SPACES TO REN-TOT-ETIQUETA.
           STRING "TOTAL " DELIMITED BY SIZE
                  DESTINO-ANTERIOR DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  WS-ED-SALIDAS DELIMITED BY SIZE
                  " SALIDAS)" DELIMITED BY SIZE
               INTO REN-TOT-ETIQUETA
           END-STRING.
           MOVE WS-DES-PLAZAS   TO REN-TOT-PLAZAS.
           MOVE ZEROES TO WS-OCUPACION.
           IF WS-DES-CUPO > ZEROES
               COMPUTE WS-OCUPACION ROUNDED =
                       WS-DES-PLAZAS-CUPO * 100 / WS-DES-CUPO
           END-IF.
           MOVE WS-OCUPACION    TO REN-TOT-OCUPACION.
           MOVE WS-DES-INGRESOS TO REN-TOT-INGRESOS.
           MOVE WS-DES-PENALIZ  TO REN-TOT-PENALIZ.
           MOVE WS-DES-COMISION TO REN-TOT-COMISION.
           MOVE WS-DES-COSTE    TO REN-TOT-COSTE.
           MOVE WS-DES-MARGEN   TO REN-TOT-MARGEN.
           WRITE LINEA-INFORME FROM REN-TOTAL.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

      * Coste, margen, ocupacion y punto de equilibrio de la salida
      * IDX-SAL. El equilibrio son las plazas cuyo precio neto (lo
      * ingresado menos comision por plaza vendida, menos el coste
      * por plaza) paga el coste fijo; sin ventas no hay precio del
      * que partir, y con un neto de cero o menos no hay equilibrio
      * posible.
       CALCULA-SALIDA.
           COMPUTE WS-COSTE =
                   TAB-SAL-COSTE-FIJO (IDX-SAL)
                 + TAB-SAL-COSTE-PLAZA (IDX-SAL)
                       * TAB-SAL-PLAZAS (IDX-SAL).
           COMPUTE WS-MARGEN =
                   TAB-SAL-INGRESOS (IDX-SAL)
                 + TAB-SAL-PENALIZ (IDX-SAL)
                 - TAB-SAL-COMISION (IDX-SAL)
                 - WS-COSTE.

           MOVE ZEROES TO WS-OCUPACION.
           IF TAB-SAL-CUPO (IDX-SAL) > ZEROES
               COMPUTE WS-OCUPACION ROUNDED =
                       TAB-SAL-PLAZAS (IDX-SAL) * 100
                           / TAB-SAL-CUPO (IDX-SAL)
           END-IF.

           MOVE "N" TO WS-HAY-EQUILIBRIO.
           MOVE ZEROES TO WS-NETO-PLAZA, WS-PLAZAS-EQUILIBRIO.
           MOVE ZEROES TO WS-OCUPACION-EQUILIBRIO.
           IF SAL-CON-CONTRATO (IDX-SAL)
              AND TAB-SAL-PLAZAS (IDX-SAL) > ZEROES
               COMPUTE WS-NETO-PLAZA =
                       (TAB-SAL-INGRESOS (IDX-SAL)
                          - TAB-SAL-COMISION (IDX-SAL))
                           / TAB-SAL-PLAZAS (IDX-SAL)
                     - TAB-SAL-COSTE-PLAZA (IDX-SAL)
               IF WS-NETO-PLAZA > ZEROES
                   SET HAY-EQUILIBRIO TO TRUE
                   COMPUTE WS-PLAZAS-EQUILIBRIO =
                           TAB-SAL-COSTE-FIJO (IDX-SAL)
                               / WS-NETO-PLAZA
                   IF WS-PLAZAS-EQUILIBRIO * WS-NETO-PLAZA
                          < TAB-SAL-COSTE-FIJO (IDX-SAL)
                       ADD 1 TO WS-PLAZAS-EQUILIBRIO
                   END-IF
                   IF TAB-SAL-CUPO (IDX-SAL) > ZEROES
                       COMPUTE WS-OCUPACION-EQUILIBRIO ROUNDED =
                               WS-PLAZAS-EQUILIBRIO * 100
                                   / TAB-SAL-CUPO (IDX-SAL)
                   END-IF
               END-IF
           END-IF.

       ESCRIBE-LINEA-SALIDA.
           MOVE TAB-SAL-DESTINO (IDX-SAL)   TO REN-LIN-DESTINO.
           MOVE TAB-SAL-FECHA (IDX-SAL)     TO REN-LIN-FECHA.
           MOVE TAB-SAL-PROVEEDOR (IDX-SAL) TO REN-LIN-PROVEEDOR.
           MOVE TAB-SAL-CUPO (IDX-SAL)      TO REN-LIN-CUPO.
           MOVE TAB-SAL-PLAZAS (IDX-SAL)    TO REN-LIN-PLAZAS.
           MOVE WS-OCUPACION                TO REN-LIN-OCUPACION.
           MOVE TAB-SAL-INGRESOS (IDX-SAL)  TO REN-LIN-INGRESOS.
           MOVE TAB-SAL-PENALIZ (IDX-SAL)   TO REN-LIN-PENALIZ.
           MOVE TAB-SAL-COMISION (IDX-SAL)  TO REN-LIN-COMISION.
           MOVE WS-COSTE                    TO REN-LIN-COSTE.
           MOVE WS-MARGEN                   TO REN-LIN-MARGEN.
           MOVE WS-PLAZAS-EQUILIBRIO        TO REN-LIN-EQUILIBRIO.

           EVALUATE TRUE
               WHEN SAL-ANULADA (IDX-SAL)
                   MOVE "ANULADA" TO REN-LIN-OBSERVACION
               WHEN NOT SAL-CON-CONTRATO (IDX-SAL)
                   MOVE "SIN CONTRATO" TO REN-LIN-OBSERVACION
                   ADD 1 TO WS-CTL-SIN-CONTRATO
               WHEN NOT SAL-EN-CUPOS (IDX-SAL)
                   MOVE "SIN CUPO" TO REN-LIN-OBSERVACION
               WHEN OTHER
                   MOVE SPACES TO REN-LIN-OBSERVACION
           END-EVALUATE.

           WRITE LINEA-INFORME FROM REN-LINEA.

           PERFORM REVISA-EQUILIBRIO.

      * Solo se alerta lo que aun tiene remedio: salida contratada,
      * por salir y no anulada.
       REVISA-EQUILIBRIO.
           MOVE SPACES TO WS-ALERTA.

           IF SAL-CON-CONTRATO (IDX-SAL)
              AND NOT SAL-ANULADA (IDX-SAL)
              AND TAB-SAL-FECHA (IDX-SAL) >= WS-FECHA-HOY
               EVALUATE TRUE
                   WHEN TAB-SAL-PLAZAS (IDX-SAL) = ZEROES
                       MOVE "SIN VENTAS" TO WS-ALERTA
                   WHEN NOT HAY-EQUILIBRIO
                       MOVE "LA PLAZA NO CUBRE SU COSTE"
                           TO WS-ALERTA
                   WHEN TAB-SAL-PLAZAS (IDX-SAL)
                            < WS-PLAZAS-EQUILIBRIO
                       MOVE "BAJO EL PUNTO DE EQUILIBRIO"
                           TO WS-ALERTA
               END-EVALUATE
           END-IF.

           IF WS-ALERTA NOT = SPACES
               ADD 1 TO WS-CTL-ALERTAS
               PERFORM PREPARA-ACCION
               MOVE TAB-SAL-PLAZAS (IDX-SAL) TO WS-ED-PLAZAS
               MOVE SPACES TO REN-ALE-TEXTO
               IF HAY-EQUILIBRIO
                   MOVE WS-PLAZAS-EQUILIBRIO    TO WS-ED-EQUILIBRIO
                   MOVE WS-OCUPACION-EQUILIBRIO TO WS-ED-PCT
                   STRING WS-ALERTA DELIMITED BY "  "
                          ": VENDIDAS" DELIMITED BY SIZE
                          WS-ED-PLAZAS DELIMITED BY SIZE
                          " EQUILIBRIO" DELIMITED BY SIZE
                          WS-ED-EQUILIBRIO DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          WS-ED-PCT DELIMITED BY SIZE
                          "% DEL CUPO) - " DELIMITED BY SIZE
                          WS-ACCION DELIMITED BY "  "
                       INTO REN-ALE-TEXTO
                   END-STRING
               ELSE
                   STRING WS-ALERTA DELIMITED BY "  "
                          ": VENDIDAS" DELIMITED BY SIZE
                          WS-ED-PLAZAS DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-ACCION DELIMITED BY "  "
                       INTO REN-ALE-TEXTO
                   END-STRING
               END-IF
               WRITE LINEA-INFORME FROM REN-ALERTA
           END-IF.

      * Con plazo de anulacion en el contrato, la fecha hasta la que
      * el proveedor aun la libera sin gastos; pasado el plazo, o
      * sin plazo, solo queda vender.
       PREPARA-ACCION.
           MOVE SPACES TO WS-ACCION.

           IF TAB-SAL-DIAS-ANUL (IDX-SAL) = ZEROES
               MOVE "VENDER (SIN PLAZO DE ANULACION)" TO WS-ACCION
           ELSE
               COMPUTE WS-DIAS-LIMITE =
                       FUNCTION INTEGER-OF-DATE
                           (TAB-SAL-FECHA (IDX-SAL))
                     - TAB-SAL-DIAS-ANUL (IDX-SAL)
               COMPUTE WS-FECHA-LIMITE =
                       FUNCTION DATE-OF-INTEGER (WS-DIAS-LIMITE)
               IF WS-FECHA-LIMITE < WS-FECHA-HOY
                   MOVE "VENDER (PLAZO DE ANULACION VENCIDO)"
                       TO WS-ACCION
               ELSE
                   STRING "VENDER O ANULAR SIN GASTOS HASTA "
                              DELIMITED BY SIZE
                          WS-FECHA-LIMITE DELIMITED BY SIZE
                       INTO WS-ACCION
                   END-STRING
               END-IF
           END-IF.

       ACUMULA-SALIDA.
           ADD 1 TO WS-DES-SALIDAS, WS-TOT-SALIDAS.
      * La ocupacion de los totales solo mira salidas con cupo que
      * siguen en venta; el cupo de una anulada no se iba a llenar.
           IF TAB-SAL-CUPO (IDX-SAL) > ZEROES
              AND NOT SAL-ANULADA (IDX-SAL)
               ADD TAB-SAL-CUPO (IDX-SAL) TO WS-DES-CUPO, WS-TOT-CUPO
               ADD TAB-SAL-PLAZAS (IDX-SAL)
                   TO WS-DES-PLAZAS-CUPO, WS-TOT-PLAZAS-CUPO
           END-IF.
           ADD TAB-SAL-PLAZAS (IDX-SAL)   TO WS-DES-PLAZAS,
                                             WS-TOT-PLAZAS.
           ADD TAB-SAL-INGRESOS (IDX-SAL) TO WS-DES-INGRESOS,
                                             WS-TOT-INGRESOS.
           ADD TAB-SAL-PENALIZ (IDX-SAL)  TO WS-DES-PENALIZ,
                                             WS-TOT-PENALIZ.
           ADD TAB-SAL-COMISION (IDX-SAL) TO WS-DES-COMISION,
                                             WS-TOT-COMISION.
           ADD WS-COSTE                   TO WS-DES-COSTE,
                                             WS-TOT-COSTE.
           ADD WS-MARGEN                  TO WS-DES-MARGEN,
                                             WS-TOT-MARGEN.

           MOVE TAB-SAL-FECHA (IDX-SAL) (1:6) TO WS-MES-BUSCADO.
           PERFORM BUSCA-MES.
           IF MES-ENCONTRADO
               ADD 1 TO TAB-MES-SALIDAS (IDX-MES)
               IF TAB-SAL-CUPO (IDX-SAL) > ZEROES
                  AND NOT SAL-ANULADA (IDX-SAL)
                   ADD TAB-SAL-CUPO (IDX-SAL)
                       TO TAB-MES-CUPO (IDX-MES)
                   ADD TAB-SAL-PLAZAS (IDX-SAL)
                       TO TAB-MES-PLAZAS-CUPO (IDX-MES)
               END-IF
               ADD TAB-SAL-PLAZAS (IDX-SAL)
                   TO TAB-MES-PLAZAS (IDX-MES)
               ADD TAB-SAL-INGRESOS (IDX-SAL)
                   TO TAB-MES-INGRESOS (IDX-MES)
               ADD TAB-SAL-PENALIZ (IDX-SAL)
                   TO TAB-MES-PENALIZ (IDX-MES)
               ADD TAB-SAL-COMISION (IDX-SAL)
                   TO TAB-MES-COMISION (IDX-MES)
               ADD WS-COSTE  TO TAB-MES-COSTE (IDX-MES)
               ADD WS-MARGEN TO TAB-MES-MARGEN (IDX-MES)
           END-IF.

      * Busca WS-MES-BUSCADO; si es nuevo lo inserta en su sitio,
      * desplazando una posicion los meses posteriores.
       BUSCA-MES.
           MOVE "N" TO WS-MES-ENCONTRADO.
           MOVE 1 TO WS-MES-I.

           PERFORM UNTIL WS-MES-I > WS-MES-TOTAL
                      OR TAB-MES-MES (WS-MES-I) >= WS-MES-BUSCADO
               ADD 1 TO WS-MES-I
           END-PERFORM.

           IF WS-MES-I NOT > WS-MES-TOTAL
              AND TAB-MES-MES (WS-MES-I) = WS-MES-BUSCADO
               SET IDX-MES TO WS-MES-I
               SET MES-ENCONTRADO TO TRUE
           ELSE
               IF WS-MES-TOTAL < WS-MES-MAX
                   ADD 1 TO WS-MES-TOTAL
                   PERFORM VARYING WS-MES-J FROM WS-MES-TOTAL BY -1
                           UNTIL WS-MES-J NOT > WS-MES-I
                       MOVE TABLA-MESES (WS-MES-J - 1)
                           TO TABLA-MESES (WS-MES-J)
                   END-PERFORM
                   SET IDX-MES TO WS-MES-I
                   INITIALIZE TABLA-MESES (IDX-MES)
                   MOVE WS-MES-BUSCADO TO TAB-MES-MES (IDX-MES)
                   SET MES-ENCONTRADO TO TRUE
               ELSE
      * Table is full: this month cannot be tracked. Tally it
      * instead of indexing past the end of TABLA-MESES.
                   ADD 1 TO WS-MES-DESBORDE
               END-IF
           END-IF.

       ESCRIBE-MESES.
           MOVE "MARGEN POR MES DE SALIDA" TO REN-SEC-TITULO.
           WRITE LINEA-INFORME FROM REN-SECCION.

           PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > WS-MES-TOTAL
               MOVE TAB-MES-SALIDAS (IDX-MES) TO WS-ED-SALIDAS
               MOVE SPACES TO REN-TOT-ETIQUETA
               STRING "MES " DELIMITED BY SIZE
                      TAB-MES-MES (IDX-MES) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-ED-SALIDAS DELIMITED BY SIZE
                      " SALIDAS)" DELIMITED BY SIZE
                   INTO REN-TOT-ETIQUETA
               END-STRING
               MOVE TAB-MES-PLAZAS (IDX-MES) TO REN-TOT-PLAZAS
               MOVE ZEROES TO WS-OCUPACION
               IF TAB-MES-CUPO (IDX-MES) > ZEROES
                   COMPUTE WS-OCUPACION ROUNDED =
                           TAB-MES-PLAZAS-CUPO (IDX-MES) * 100
                               / TAB-MES-CUPO (IDX-MES)
               END-IF
               MOVE WS-OCUPACION TO REN-TOT-OCUPACION
               MOVE TAB-MES-INGRESOS (IDX-MES) TO REN-TOT-INGRESOS
               MOVE TAB-MES-PENALIZ (IDX-MES)  TO REN-TOT-PENALIZ
               MOVE TAB-MES-COMISION (IDX-MES) TO REN-TOT-COMISION
               MOVE TAB-MES-COSTE (IDX-MES)    TO REN-TOT-COSTE
               MOVE TAB-MES-MARGEN (IDX-MES)   TO REN-TOT-MARGEN
               WRITE LINEA-INFORME FROM REN-TOTAL
           END-PERFORM.

       ESCRIBE-TOTAL-GENERAL.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE WS-TOT-SALIDAS TO WS-ED-SALIDAS.
           MOVE SPACES TO REN-TOT-ETIQUETA.
           STRING "TOTAL GENERAL (" DELIMITED BY SIZE
                  WS-ED-SALIDAS DELIMITED BY SIZE
                  " SALIDAS)" DELIMITED BY SIZE
               INTO REN-TOT-ETIQUETA
           END-STRING.
           MOVE WS-TOT-PLAZAS TO REN-TOT-PLAZAS.
           MOVE ZEROES TO WS-OCUPACION.
           IF WS-TOT-CUPO > ZEROES
               COMPUTE WS-OCUPACION ROUNDED =
                       WS-TOT-PLAZAS-CUPO * 100 / WS-TOT-CUPO
           END-IF.
           MOVE WS-OCUPACION    TO REN-TOT-OCUPACION.
           MOVE WS-TOT-INGRESOS TO REN-TOT-INGRESOS.
           MOVE WS-TOT-PENALIZ  TO REN-TOT-PENALIZ.
           MOVE WS-TOT-COMISION TO REN-TOT-COMISION.
           MOVE WS-TOT-COSTE    TO REN-TOT-COSTE.
           MOVE WS-TOT-MARGEN   TO REN-TOT-MARGEN.
           WRITE LINEA-INFORME FROM REN-TOTAL.

       ESCRIBE-AVISOS-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           IF WS-CTL-ALERTAS > ZEROES
               MOVE SPACES TO LINEA-INFORME
               STRING "SALIDAS POR SALIR BAJO EL EQUILIBRIO: "
                          DELIMITED BY SIZE
                      WS-CTL-ALERTAS DELIMITED BY SIZE
                   INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           IF WS-CTL-SIN-CONTRATO > ZEROES
               MOVE SPACES TO LINEA-INFORME
               STRING "SALIDAS SIN CONTRATO (COSTE CERO, MARGEN "
                          DELIMITED BY SIZE
                      "SOBREESTIMADO): " DELIMITED BY SIZE
                      WS-CTL-SIN-CONTRATO DELIMITED BY SIZE
                   INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           IF WS-CTL-SIN-TASA > ZEROES
               MOVE SPACES TO LINEA-INFORME
               STRING "DOCUMENTOS DE SUCURSAL SIN TASA EN COMTASAS.DAT "
                          DELIMITED BY SIZE
                      "(COMISION CERO): " DELIMITED BY SIZE
                      WS-CTL-SIN-TASA DELIMITED BY SIZE
                   INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           IF NOT CONTRATOS-LEIDOS
               MOVE "CONTRATOS.DAT NO LEIDO - COSTES A CERO"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           IF NOT RESERVAS-LEIDAS
               MOVE "BOOKINGS.DAT NO LEIDO - PLAZAS VIVAS A CERO"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           IF WS-SAL-DESBORDE > ZEROES
               MOVE SPACES TO LINEA-INFORME
               STRING "TABLA DE SALIDAS LLENA, INFORME INCOMPLETO ("
                          DELIMITED BY SIZE
                      WS-SAL-DESBORDE DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           IF WS-MES-DESBORDE > ZEROES
               MOVE SPACES TO LINEA-INFORME
               STRING "TABLA DE MESES LLENA, MESES INCOMPLETOS ("
                          DELIMITED BY SIZE
                      WS-MES-DESBORDE DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

           IF WS-TASAS-DESBORDE > ZEROES
               MOVE SPACES TO LINEA-INFORME
               STRING "TABLA DE TASAS LLENA, COMISIONES A CERO ("
                          DELIMITED BY SIZE
                      WS-TASAS-DESBORDE DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

       MUESTRA-TOTALES.
           DISPLAY "SALIDAS EN EL INFORME:     " WS-SAL-TOTAL.
           DISPLAY "DOCUMENTOS APLICADOS:      " WS-CTL-DOCUMENTOS.
           DISPLAY "SALIDAS SIN CONTRATO:      " WS-CTL-SIN-CONTRATO.
           DISPLAY "SALIDAS BAJO EQUILIBRIO:   " WS-CTL-ALERTAS.
