      ******************************************************************
      * Author:
      * Date:
      * Purpose: General ledger period close. Turns every financial
      *          event of the period (AAAAMM, first argument; current
      *          month without arguments, the same convention as
      *          LiquidacionComisiones) into balanced double-entry
      *          journal lines on the ASIENTOSGL.DAT interface
      *          (GLREC.CPY) accounting loads, instead of re-keying
      *          the month by hand:
      *            - the F/C/A/Q billing documents of every
      *              FacturacionReservas and FacturacionCancelaciones
      *              block issued in the period. FACTURAS.DAT only
      *              holds the last night's blocks, so they are read
      *              back from FACHIST.DAT, which carries the very
      *              same H/D/T blocks, trailers included;
      *            - the receipts and refunds of PAGOS.DAT dated in
      *              the period;
      *            - the branch commissions of LIQUIDACIONES.DAT,
      *              which must be the settlement of this period.
      *          Account codes come from the CUENTASGL.DAT mapping,
      *          one row per concept: CONCEPTO (2), debit account
      *          (10), credit account (10), description (30); a
      *          concept with no row stops the close before anything
      *          is written. Lines carry DESTINO and SUCURSAL as
      *          cost-centre dimensions; a receipt takes them from
      *          its invoice's FACXREF.DAT row.
      *          BALANCEGL.DAT is the trial balance by account, with
      *          the posted documents tied to the FACHIST.DAT
      *          trailers of the period and the posted commissions
      *          tied to the LIQUIDACIONES.DAT trailer. Only a close
      *          that ties is recorded in CIERRESGL.DAT, and a period
      *          already recorded there is refused outright, so the
      *          same month never reaches the ledger twice. Return
      *          code 8 when the period is not closed.
      * Tectonics: cobc
      ******************************************************************

      * SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CierreContable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Historico de documentos de facturacion: los bloques H/D/T de
      * las dos corridas de facturacion, nunca truncado.
       SELECT OPTIONAL AR-FACHIST ASSIGN TO "FACHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AR-PAGOS ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AR-LIQUIDACIONES ASSIGN TO "LIQUIDACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Solo lectura: destino y sucursal de la factura de cada cobro.
       SELECT OPTIONAL AR-FACXREF ASSIGN TO "FACXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-RESERVA.

      * Plan de cuentas por concepto, mantenido a mano como
      * COMTASAS.DAT y ESCALAS.DAT.
       SELECT OPTIONAL AR-CUENTASGL ASSIGN TO "CUENTASGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Periodos ya cerrados, uno por linea; solo se anade.
       SELECT OPTIONAL AR-CIERRESGL ASSIGN TO "CIERRESGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AR-ASIENTOS ASSIGN TO "ASIENTOSGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AR-BALANCE ASSIGN TO "BALANCEGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AR-FACHIST.
       01 LINEA-FACHIST        PIC X(124).

       FD AR-PAGOS.
           COPY PAGREC.

       FD AR-LIQUIDACIONES.
       01 LINEA-LIQUIDACION    PIC X(60).

       FD AR-FACXREF.
           COPY FXRREC.

       FD AR-CUENTASGL.
       01 REGISTRO-CUENTAGL.
           03 MAP-CONCEPTO         PIC X(2).
           03 MAP-CUENTA-DEBE      PIC X(10).
           03 MAP-CUENTA-HABER     PIC X(10).
           03 MAP-DESCRIPCION      PIC X(30).

       FD AR-CIERRESGL.
       01 REGISTRO-CIERREGL.
           03 CIE-PERIODO          PIC 9(6).
           03 CIE-FECHA            PIC 9(8).
           03 CIE-HORA             PIC 9(6).
           03 CIE-ASIENTOS         PIC 9(7).
           03 CIE-DEBE             PIC 9(10)V99.

       FD AR-ASIENTOS.
       01 LINEA-ASIENTO        PIC X(100).

       FD AR-BALANCE.
       01 LINEA-BALANCE        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FACREC.
       COPY LIQREC.
       COPY GLREC.

       01 WS-NUM-ARGS           PIC 9(2) VALUE ZEROES.
       01 WS-ARG-IDX            PIC 9(2) VALUE ZEROES.
       01 WS-ARG-VALOR          PIC X(20) VALUE SPACES.

       01 WS-PERIODO            PIC 9(6) VALUE ZEROES.
       01 WS-FECHA-PROCESO      PIC 9(8) VALUE ZEROES.

      * Codigo de retorno para la cadena de fin de mes: cero con el
      * periodo cerrado, 8 si no se cerro por cualquier motivo.
       01 WS-SEVERIDAD          PIC 9(2) VALUE ZEROES.

       01 WS-EOF-FACHIST        PIC X VALUE "N".
           88 FIN-FACHIST       VALUE "Y".

       01 WS-EOF-PAGOS          PIC X VALUE "N".
           88 FIN-PAGOS         VALUE "Y".

       01 WS-EOF-LIQUIDACIONES  PIC X VALUE "N".
           88 FIN-LIQUIDACIONES VALUE "Y".

       01 WS-EOF-FACXREF        PIC X VALUE "N".
           88 FIN-FACXREF       VALUE "Y".

       01 WS-EOF-CUENTASGL      PIC X VALUE "N".
           88 FIN-CUENTASGL     VALUE "Y".

       01 WS-EOF-CIERRESGL      PIC X VALUE "N".
           88 FIN-CIERRESGL     VALUE "Y".

       01 WS-PERIODO-CERRADO    PIC X VALUE "N".
           88 PERIODO-CERRADO   VALUE "S".

       01 WS-MAPEO-COMPLETO     PIC X VALUE "S".
           88 MAPEO-COMPLETO    VALUE "S".

      * Fecha del bloque de FACHIST.DAT en curso (la del header "H")
      * y si ese bloque cae en el periodo que se cierra.
       01 WS-FECHA-BLOQUE       PIC 9(8) VALUE ZEROES.
       01 WS-BLOQUE-EN-PERIODO  PIC X VALUE "N".
           88 BLOQUE-EN-PERIODO VALUE "S".

      * Plan de cuentas cargado de CUENTASGL.DAT.
       01 WS-MAPEO-TOTAL        PIC 9(2) VALUE ZEROES.
       01 WS-MAPEO-MAX          PIC 9(2) VALUE 20.
       01 WS-MAPEO-DESBORDE     PIC 9(4) VALUE ZEROES.

       01 TABLA-MAPEO-CTL.
           03 TABLA-MAPEO OCCURS 1 TO 20 TIMES
                             DEPENDING ON WS-MAPEO-TOTAL
                             INDEXED BY IDX-MAP.
               05 TAB-MAP-CONCEPTO   PIC X(2).
               05 TAB-MAP-DEBE       PIC X(10).
               05 TAB-MAP-HABER      PIC X(10).
               05 TAB-MAP-DESCRIPCION PIC X(30).

      * Destino, sucursal y reserva de cada factura del libro mayor,
      * para dar dimensiones al cobro (PAG-FACTURA es FXR-FACTURA).
       01 WS-FXR-TOTAL          PIC 9(4) VALUE ZEROES.
       01 WS-FXR-MAX            PIC 9(4) VALUE 5000.
       01 WS-CTL-FXR-LLENA      PIC 9(4) VALUE ZEROES.

       01 TABLA-FXR-CTL.
           03 TABLA-FXR OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-FXR-TOTAL
                             INDEXED BY IDX-FXR.
               05 TAB-FXR-FACTURA    PIC 9(7).
               05 TAB-FXR-RESERVA    PIC 9(7).
               05 TAB-FXR-DESTINO    PIC X(20).
               05 TAB-FXR-SUCURSAL   PIC X(3).

      * Sumas por cuenta para el balance, mantenidas en orden de
      * codigo de cuenta al insertar cada cuenta nueva.
       01 WS-CUENTAS-TOTAL      PIC 9(3) VALUE ZEROES.
       01 WS-CUENTAS-MAX        PIC 9(3) VALUE 100.
       01 WS-CUENTAS-DESBORDE   PIC 9(4) VALUE ZEROES.
       01 WS-FILA               PIC 9(3) VALUE ZEROES.
       01 WS-FILA-NUEVA         PIC 9(3) VALUE ZEROES.
       01 WS-CUENTA-HALLADA     PIC X VALUE "N".
           88 CUENTA-HALLADA    VALUE "S".

       01 TABLA-CUENTAS-CTL.
           03 TABLA-CUENTAS OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-CUENTAS-TOTAL
                             INDEXED BY IDX-CTA.
               05 TAB-CTA-CUENTA     PIC X(10).
               05 TAB-CTA-DEBE       PIC 9(10)V99.
               05 TAB-CTA-HABER      PIC 9(10)V99.

       01 WS-CUENTA-AUX.
           03 WS-AUX-CUENTA         PIC X(10).
           03 WS-AUX-DEBE           PIC 9(10)V99.
           03 WS-AUX-HABER          PIC 9(10)V99.

      * Asiento en preparacion: lo rellena cada fuente y
      * GENERA-ASIENTO lo convierte en sus dos lineas.
       01 WS-ASI-CONCEPTO       PIC X(2) VALUE SPACES.
       01 WS-ASI-FECHA          PIC 9(8) VALUE ZEROES.
       01 WS-ASI-IMPORTE        PIC 9(10)V99 VALUE ZEROES.
       01 WS-ASI-DESTINO        PIC X(20) VALUE SPACES.
       01 WS-ASI-SUCURSAL       PIC X(3) VALUE SPACES.
       01 WS-ASI-DOCUMENTO      PIC 9(7) VALUE ZEROES.
       01 WS-ASI-RESERVA        PIC 9(7) VALUE ZEROES.
       01 WS-ASI-CUENTA         PIC X(10) VALUE SPACES.

       01 WS-CONCEPTO-BUSCADO   PIC X(2) VALUE SPACES.
       01 WS-CUENTA-DEBE        PIC X(10) VALUE SPACES.
       01 WS-CUENTA-HABER       PIC X(10) VALUE SPACES.

       01 WS-NUMERO-ASIENTO     PIC 9(7) VALUE ZEROES.
       01 WS-CTL-LINEAS         PIC 9(7) VALUE ZEROES.
       01 WS-CTL-TOTAL-DEBE     PIC 9(10)V99 VALUE ZEROES.
       01 WS-CTL-TOTAL-HABER    PIC 9(10)V99 VALUE ZEROES.

      * Lo contabilizado por fuente, para cuadrar contra los
      * trailers: F+C+Q contra FAC-TRL-IMPORTE, A contra
      * FAC-TRL-ABONOS, comisiones contra LIQ-TRL-COMISION.
       01 WS-CTL-DOCUMENTOS     PIC 9(7) VALUE ZEROES.
       01 WS-CTL-IMP-CARGOS     PIC 9(10)V99 VALUE ZEROES.
       01 WS-CTL-IMP-ABONOS     PIC 9(10)V99 VALUE ZEROES.
       01 WS-CTL-COBROS         PIC 9(7) VALUE ZEROES.
       01 WS-CTL-IMP-COBROS     PIC 9(10)V99 VALUE ZEROES.
       01 WS-CTL-DEVOLUCIONES   PIC 9(7) VALUE ZEROES.
       01 WS-CTL-IMP-DEVOLUC    PIC 9(10)V99 VALUE ZEROES.
       01 WS-CTL-COB-SIN-LIBRO  PIC 9(7) VALUE ZEROES.
       01 WS-CTL-LIQUIDACIONES  PIC 9(7) VALUE ZEROES.
       01 WS-CTL-IMP-COMISION   PIC 9(10)V99 VALUE ZEROES.
       01 WS-CTL-SIN-IMPORTE    PIC 9(7) VALUE ZEROES.

       01 WS-CTL-BLOQUES        PIC 9(5) VALUE ZEROES.
       01 WS-CTL-TRAILERS       PIC 9(5) VALUE ZEROES.
       01 WS-TRL-IMPORTE        PIC 9(10)V99 VALUE ZEROES.
       01 WS-TRL-ABONOS         PIC 9(10)V99 VALUE ZEROES.
       01 WS-TRL-COMISION       PIC 9(10)V99 VALUE ZEROES.

       01 WS-LIQ-PERIODO        PIC 9(6) VALUE ZEROES.
       01 WS-LIQ-FECHA          PIC 9(8) VALUE ZEROES.
       01 WS-LIQ-TRAILER        PIC X VALUE "N".
           88 LIQ-TRAILER-VISTO VALUE "S".
       01 WS-LIQ-VALIDA         PIC X VALUE "N".
           88 LIQ-VALIDA        VALUE "S".

       01 WS-CUADRE             PIC X VALUE "S".
           88 CUADRE-CORRECTO   VALUE "S".

       01 WS-SALDO              PIC 9(10)V99 VALUE ZEROES.

       01 BAL-ENCABEZADO.
           03 FILLER                PIC X(39) VALUE
                   "BALANCE DE SUMAS Y SALDOS FBN  PERIODO ".
           03 BAL-HDR-PERIODO       PIC 9(6).
           03 FILLER                PIC X(8)  VALUE "  FECHA ".
           03 BAL-HDR-FECHA         PIC 9(8).
           03 FILLER                PIC X(39) VALUE SPACES.

       01 BAL-COLUMNAS.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(12) VALUE "CUENTA".
           03 FILLER                PIC X(15) VALUE "           DEBE".
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(15) VALUE "          HABER".
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(15) VALUE "          SALDO".
           03 FILLER                PIC X(37) VALUE SPACES.

       01 BAL-LINEA.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 BAL-LIN-CUENTA        PIC X(10).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 BAL-LIN-DEBE          PIC Z(9)9.99.
           03 FILLER                PIC X(4)  VALUE SPACES.
           03 BAL-LIN-HABER         PIC Z(9)9.99.
           03 FILLER                PIC X(4)  VALUE SPACES.
           03 BAL-LIN-SALDO         PIC Z(9)9.99.
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 BAL-LIN-SENTIDO       PIC X(1).
           03 FILLER                PIC X(37) VALUE SPACES.

       01 BAL-TOTAL.
           03 FILLER                PIC X(14) VALUE "  TOTALES".
           03 BAL-TOT-DEBE          PIC Z(9)9.99.
           03 FILLER                PIC X(4)  VALUE SPACES.
           03 BAL-TOT-HABER         PIC Z(9)9.99.
           03 FILLER                PIC X(56) VALUE SPACES.

      * Una linea del cuadre: lo contabilizado contra su control.
       01 BAL-CUADRE.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 BAL-CUA-CONCEPTO      PIC X(30).
           03 BAL-CUA-CONTABLE      PIC Z(9)9.99.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 BAL-CUA-CONTROL       PIC Z(9)9.99.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 BAL-CUA-RESULTADO     PIC X(10).
           03 FILLER                PIC X(26) VALUE SPACES.

       01 BAL-CUADRE-COLUMNAS.
           03 FILLER                PIC X(32) VALUE
                   "  CUADRE".
           03 FILLER                PIC X(15) VALUE "     CONTABLE".
           03 FILLER                PIC X(53) VALUE "      CONTROL".

       PROCEDURE DIVISION.
       CIERRE-PRINCIPAL.
           PERFORM LEE-PERIODO.
           PERFORM VERIFICA-PERIODO-CERRADO.

           IF PERIODO-CERRADO
               DISPLAY "ERROR: EL PERIODO " WS-PERIODO
                       " YA ESTA CERRADO EN CIERRESGL.DAT"
               DISPLAY "CIERRE CANCELADO"
               MOVE 8 TO WS-SEVERIDAD
           ELSE
               PERFORM CARGA-MAPEO
               PERFORM VERIFICA-MAPEO
               IF NOT MAPEO-COMPLETO
                   DISPLAY "CIERRE CANCELADO: COMPLETE CUENTASGL.DAT"
                   MOVE 8 TO WS-SEVERIDAD
               ELSE
                   PERFORM CARGA-FACXREF
                   PERFORM CONTABILIZA-PERIODO
                   PERFORM ESCRIBE-BALANCE
                   IF CUADRE-CORRECTO
                       PERFORM REGISTRA-CIERRE
                       DISPLAY "PERIODO " WS-PERIODO " CERRADO"
                   ELSE
                       DISPLAY "DESCUADRE: EL PERIODO " WS-PERIODO
                               " NO SE CIERRA - VER BALANCEGL.DAT"
                       DISPLAY "NO CARGAR ASIENTOSGL.DAT"
                       MOVE 8 TO WS-SEVERIDAD
                   END-IF
                   PERFORM MUESTRA-TOTALES
               END-IF
           END-IF.

           MOVE WS-SEVERIDAD TO RETURN-CODE.
           STOP RUN.

       LEE-PERIODO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROCESO.
           ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.

           IF WS-NUM-ARGS NOT = ZEROES
               MOVE 1 TO WS-ARG-IDX
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALOR (1:6) TO WS-PERIODO
           ELSE
               MOVE WS-FECHA-PROCESO (1:6) TO WS-PERIODO
           END-IF.

       VERIFICA-PERIODO-CERRADO.
           MOVE "N" TO WS-PERIODO-CERRADO.
           MOVE "N" TO WS-EOF-CIERRESGL.

           OPEN INPUT AR-CIERRESGL.
           READ AR-CIERRESGL
               AT END SET FIN-CIERRESGL TO TRUE
           END-READ.

           PERFORM UNTIL FIN-CIERRESGL
               IF CIE-PERIODO = WS-PERIODO
                   SET PERIODO-CERRADO TO TRUE
               END-IF
               READ AR-CIERRESGL
                   AT END SET FIN-CIERRESGL TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-CIERRESGL.

       CARGA-MAPEO.
           MOVE ZEROES TO WS-MAPEO-TOTAL, WS-MAPEO-DESBORDE.
           MOVE "N" TO WS-EOF-CUENTASGL.

           OPEN INPUT AR-CUENTASGL.
           READ AR-CUENTASGL
               AT END SET FIN-CUENTASGL TO TRUE
           END-READ.

           PERFORM UNTIL FIN-CUENTASGL
               IF WS-MAPEO-TOTAL < WS-MAPEO-MAX
                   ADD 1 TO WS-MAPEO-TOTAL
                   SET IDX-MAP TO WS-MAPEO-TOTAL
                   MOVE FUNCTION UPPER-CASE(MAP-CONCEPTO)
                       TO TAB-MAP-CONCEPTO (IDX-MAP)
                   MOVE MAP-CUENTA-DEBE  TO TAB-MAP-DEBE (IDX-MAP)
                   MOVE MAP-CUENTA-HABER TO TAB-MAP-HABER (IDX-MAP)
                   MOVE MAP-DESCRIPCION
                       TO TAB-MAP-DESCRIPCION (IDX-MAP)
               ELSE
                   ADD 1 TO WS-MAPEO-DESBORDE
               END-IF
               READ AR-CUENTASGL
                   AT END SET FIN-CUENTASGL TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-CUENTASGL.

           IF WS-MAPEO-DESBORDE > ZEROES
               DISPLAY "AVISO: CUENTASGL.DAT TIENE " WS-MAPEO-DESBORDE
                       " FILAS DE MAS, NO CARGADAS"
           END-IF.

      * Todos los conceptos que puede producir el periodo han de
      * tener sus dos cuentas antes de escribir una sola linea: un
      * asiento a una cuenta en blanco no se puede cargar.
       VERIFICA-MAPEO.
           MOVE "S" TO WS-MAPEO-COMPLETO.
           MOVE "FA" TO WS-CONCEPTO-BUSCADO.
           PERFORM VERIFICA-UN-CONCEPTO.
           MOVE "CA" TO WS-CONCEPTO-BUSCADO.
           PERFORM VERIFICA-UN-CONCEPTO.
           MOVE "AB" TO WS-CONCEPTO-BUSCADO.
           PERFORM VERIFICA-UN-CONCEPTO.
           MOVE "PE" TO WS-CONCEPTO-BUSCADO.
           PERFORM VERIFICA-UN-CONCEPTO.
           MOVE "CO" TO WS-CONCEPTO-BUSCADO.
           PERFORM VERIFICA-UN-CONCEPTO.
           MOVE "DV" TO WS-CONCEPTO-BUSCADO.
           PERFORM VERIFICA-UN-CONCEPTO.
           MOVE "CM" TO WS-CONCEPTO-BUSCADO.
           PERFORM VERIFICA-UN-CONCEPTO.

       VERIFICA-UN-CONCEPTO.
           PERFORM BUSCA-CUENTAS.
           IF WS-CUENTA-DEBE = SPACES OR WS-CUENTA-HABER = SPACES
               MOVE "N" TO WS-MAPEO-COMPLETO
               DISPLAY "ERROR: CONCEPTO " WS-CONCEPTO-BUSCADO
                       " SIN CUENTA DE DEBE Y HABER EN CUENTASGL.DAT"
           END-IF.

       BUSCA-CUENTAS.
           MOVE SPACES TO WS-CUENTA-DEBE, WS-CUENTA-HABER.

           IF WS-MAPEO-TOTAL > ZEROES
               SET IDX-MAP TO 1
               SEARCH TABLA-MAPEO
                   AT END CONTINUE
                   WHEN TAB-MAP-CONCEPTO (IDX-MAP)
                            = WS-CONCEPTO-BUSCADO
                       MOVE TAB-MAP-DEBE (IDX-MAP)  TO WS-CUENTA-DEBE
                       MOVE TAB-MAP-HABER (IDX-MAP) TO WS-CUENTA-HABER
               END-SEARCH
           END-IF.

       CARGA-FACXREF.
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
                   MOVE FXR-FACTURA  TO TAB-FXR-FACTURA (IDX-FXR)
                   MOVE FXR-RESERVA  TO TAB-FXR-RESERVA (IDX-FXR)
                   MOVE FXR-DESTINO  TO TAB-FXR-DESTINO (IDX-FXR)
                   MOVE FXR-SUCURSAL TO TAB-FXR-SUCURSAL (IDX-FXR)
               ELSE
      * Table is full: receipts against this invoice still post, but
      * without destination or branch. Tally it instead of indexing
      * past the end of TABLA-FXR.
                   ADD 1 TO WS-CTL-FXR-LLENA
               END-IF
               READ AR-FACXREF
                   AT END SET FIN-FACXREF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-FACXREF.

       CONTABILIZA-PERIODO.
           OPEN OUTPUT AR-ASIENTOS.

           MOVE WS-PERIODO       TO GL-HDR-PERIODO.
           MOVE WS-FECHA-PROCESO TO GL-HDR-FECHA.
           WRITE LINEA-ASIENTO FROM ASIENTO-HEADER.

           PERFORM CONTABILIZA-DOCUMENTOS.
           PERFORM CONTABILIZA-COBROS.
           PERFORM CONTABILIZA-COMISIONES.

           MOVE WS-NUMERO-ASIENTO  TO GL-TRL-ASIENTOS.
           MOVE WS-CTL-LINEAS      TO GL-TRL-LINEAS.
           MOVE WS-CTL-TOTAL-DEBE  TO GL-TRL-DEBE.
           MOVE WS-CTL-TOTAL-HABER TO GL-TRL-HABER.
           WRITE LINEA-ASIENTO FROM ASIENTO-TRAILER.

           CLOSE AR-ASIENTOS.

      * Cada bloque de FACHIST.DAT pertenece al periodo por la fecha
      * de su header, la fecha de emision de sus documentos; su
      * trailer se suma al control con el que cuadra el balance.
       CONTABILIZA-DOCUMENTOS.
           MOVE "N" TO WS-EOF-FACHIST.
           MOVE "N" TO WS-BLOQUE-EN-PERIODO.

           OPEN INPUT AR-FACHIST.
           READ AR-FACHIST
               AT END SET FIN-FACHIST TO TRUE
           END-READ.

           PERFORM UNTIL FIN-FACHIST
               EVALUATE LINEA-FACHIST (1:1)
                   WHEN "H"
                       MOVE LINEA-FACHIST TO FACTURA-HEADER
                       MOVE FAC-HDR-FECHA TO WS-FECHA-BLOQUE
                       IF WS-FECHA-BLOQUE (1:6) = WS-PERIODO
                           SET BLOQUE-EN-PERIODO TO TRUE
                           ADD 1 TO WS-CTL-BLOQUES
                       ELSE
                           MOVE "N" TO WS-BLOQUE-EN-PERIODO
                       END-IF
                   WHEN "D"
                       IF BLOQUE-EN-PERIODO
                           MOVE LINEA-FACHIST TO FACTURA-DETALLE
                           PERFORM CONTABILIZA-UN-DOCUMENTO
                       END-IF
                   WHEN "T"
                       IF BLOQUE-EN-PERIODO
                           MOVE LINEA-FACHIST TO FACTURA-TRAILER
                           ADD 1 TO WS-CTL-TRAILERS
                           ADD FAC-TRL-IMPORTE TO WS-TRL-IMPORTE
                           ADD FAC-TRL-ABONOS  TO WS-TRL-ABONOS
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ AR-FACHIST
                   AT END SET FIN-FACHIST TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-FACHIST.

       CONTABILIZA-UN-DOCUMENTO.
           ADD 1 TO WS-CTL-DOCUMENTOS.
           EVALUATE TRUE
               WHEN FAC-DOC-FACTURA
                   MOVE "FA" TO WS-ASI-CONCEPTO
               WHEN FAC-DOC-CARGO
                   MOVE "CA" TO WS-ASI-CONCEPTO
               WHEN FAC-DOC-ABONO
                   MOVE "AB" TO WS-ASI-CONCEPTO
               WHEN FAC-DOC-PENALIZACION
                   MOVE "PE" TO WS-ASI-CONCEPTO
      * Lineas anteriores a FAC-DET-CLASE: todas eran facturas.
               WHEN OTHER
                   MOVE "FA" TO WS-ASI-CONCEPTO
           END-EVALUATE.

           IF FAC-DOC-ABONO
               ADD FAC-DET-IMPORTE TO WS-CTL-IMP-ABONOS
           ELSE
               ADD FAC-DET-IMPORTE TO WS-CTL-IMP-CARGOS
           END-IF.

           MOVE WS-FECHA-BLOQUE  TO WS-ASI-FECHA.
           MOVE FAC-DET-IMPORTE  TO WS-ASI-IMPORTE.
           MOVE FAC-DET-DESTINO  TO WS-ASI-DESTINO.
           MOVE FAC-DET-SUCURSAL TO WS-ASI-SUCURSAL.
           MOVE FAC-DET-NUMERO   TO WS-ASI-DOCUMENTO.
           MOVE FAC-DET-RESERVA  TO WS-ASI-RESERVA.
           PERFORM GENERA-ASIENTO.

      * Cobros y devoluciones con fecha del periodo. La devolucion
      * es el cobro al reves: su propio concepto con sus cuentas.
       CONTABILIZA-COBROS.
           MOVE "N" TO WS-EOF-PAGOS.

           OPEN INPUT AR-PAGOS.
           READ AR-PAGOS
               AT END SET FIN-PAGOS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-PAGOS
               IF PAG-FECHA (1:6) = WS-PERIODO
                   PERFORM CONTABILIZA-UN-COBRO
               END-IF
               READ AR-PAGOS
                   AT END SET FIN-PAGOS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-PAGOS.

       CONTABILIZA-UN-COBRO.
           IF PAG-DEVOLUCION
               MOVE "DV" TO WS-ASI-CONCEPTO
               ADD 1 TO WS-CTL-DEVOLUCIONES
               ADD PAG-IMPORTE TO WS-CTL-IMP-DEVOLUC
           ELSE
               MOVE "CO" TO WS-ASI-CONCEPTO
               ADD 1 TO WS-CTL-COBROS
               ADD PAG-IMPORTE TO WS-CTL-IMP-COBROS
           END-IF.

           MOVE SPACES TO WS-ASI-DESTINO, WS-ASI-SUCURSAL.
           MOVE ZEROES TO WS-ASI-RESERVA.
           IF WS-FXR-TOTAL > ZEROES
               SET IDX-FXR TO 1
               SEARCH TABLA-FXR
                   AT END
                       ADD 1 TO WS-CTL-COB-SIN-LIBRO
                   WHEN TAB-FXR-FACTURA (IDX-FXR) = PAG-FACTURA
                       MOVE TAB-FXR-DESTINO (IDX-FXR)
                           TO WS-ASI-DESTINO
                       MOVE TAB-FXR-SUCURSAL (IDX-FXR)
                           TO WS-ASI-SUCURSAL
                       MOVE TAB-FXR-RESERVA (IDX-FXR)
                           TO WS-ASI-RESERVA
               END-SEARCH
           ELSE
               ADD 1 TO WS-CTL-COB-SIN-LIBRO
           END-IF.

           MOVE PAG-FECHA   TO WS-ASI-FECHA.
           MOVE PAG-IMPORTE TO WS-ASI-IMPORTE.
           MOVE PAG-FACTURA TO WS-ASI-DOCUMENTO.
           PERFORM GENERA-ASIENTO.

      * LIQUIDACIONES.DAT solo guarda la ultima liquidacion: tiene
      * que ser la de este periodo y estar completa (con trailer).
      * Si no lo es, no se contabiliza ninguna comision y el cierre
      * no cuadra: hay que liquidar el periodo antes de cerrarlo.
       CONTABILIZA-COMISIONES.
           MOVE "N" TO WS-EOF-LIQUIDACIONES.
           MOVE "N" TO WS-LIQ-TRAILER.
           MOVE "N" TO WS-LIQ-VALIDA.
           MOVE ZEROES TO WS-LIQ-PERIODO, WS-LIQ-FECHA.

           OPEN INPUT AR-LIQUIDACIONES.
           READ AR-LIQUIDACIONES
               AT END SET FIN-LIQUIDACIONES TO TRUE
           END-READ.

           PERFORM UNTIL FIN-LIQUIDACIONES
               EVALUATE LINEA-LIQUIDACION (1:1)
                   WHEN "H"
                       MOVE LINEA-LIQUIDACION TO LIQUIDA-HEADER
                       MOVE LIQ-HDR-PERIODO TO WS-LIQ-PERIODO
                       MOVE LIQ-HDR-FECHA   TO WS-LIQ-FECHA
                       IF WS-LIQ-PERIODO = WS-PERIODO
                           SET LIQ-VALIDA TO TRUE
                       END-IF
                   WHEN "D"
                       IF LIQ-VALIDA
                           MOVE LINEA-LIQUIDACION TO LIQUIDA-DETALLE
                           PERFORM CONTABILIZA-UNA-COMISION
                       END-IF
                   WHEN "T"
                       IF LIQ-VALIDA
                           MOVE LINEA-LIQUIDACION TO LIQUIDA-TRAILER
                           SET LIQ-TRAILER-VISTO TO TRUE
                           MOVE LIQ-TRL-COMISION TO WS-TRL-COMISION
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ AR-LIQUIDACIONES
                   AT END SET FIN-LIQUIDACIONES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-LIQUIDACIONES.

           IF NOT LIQ-VALIDA
               DISPLAY "ERROR: LIQUIDACIONES.DAT NO ES DEL PERIODO "
                       WS-PERIODO " (PERIODO " WS-LIQ-PERIODO ")"
           END-IF.

      * La central (SPACES) liquida a cero: no genera asiento.
       CONTABILIZA-UNA-COMISION.
           ADD 1 TO WS-CTL-LIQUIDACIONES.
           ADD LIQ-DET-COMISION TO WS-CTL-IMP-COMISION.

           MOVE "CM"             TO WS-ASI-CONCEPTO.
           MOVE WS-LIQ-FECHA     TO WS-ASI-FECHA.
           MOVE LIQ-DET-COMISION TO WS-ASI-IMPORTE.
           MOVE SPACES           TO WS-ASI-DESTINO.
           MOVE LIQ-DET-SUCURSAL TO WS-ASI-SUCURSAL.
           MOVE ZEROES           TO WS-ASI-DOCUMENTO.
           MOVE ZEROES           TO WS-ASI-RESERVA.
           PERFORM GENERA-ASIENTO.

      * Un asiento, dos lineas: debe y haber por el mismo importe,
      * con las cuentas del concepto. Un importe cero no produce
      * asiento (se cuenta).
       GENERA-ASIENTO.
           IF WS-ASI-IMPORTE = ZEROES
               ADD 1 TO WS-CTL-SIN-IMPORTE
           ELSE
               MOVE WS-ASI-CONCEPTO TO WS-CONCEPTO-BUSCADO
               PERFORM BUSCA-CUENTAS
               ADD 1 TO WS-NUMERO-ASIENTO

               MOVE 1              TO GL-DET-LINEA
               MOVE WS-CUENTA-DEBE TO GL-DET-CUENTA
               SET GL-DEBE         TO TRUE
               PERFORM ESCRIBE-LINEA-ASIENTO
               ADD WS-ASI-IMPORTE  TO WS-CTL-TOTAL-DEBE

               MOVE 2               TO GL-DET-LINEA
               MOVE WS-CUENTA-HABER TO GL-DET-CUENTA
               SET GL-HABER         TO TRUE
               PERFORM ESCRIBE-LINEA-ASIENTO
               ADD WS-ASI-IMPORTE   TO WS-CTL-TOTAL-HABER
           END-IF.

       ESCRIBE-LINEA-ASIENTO.
           MOVE WS-NUMERO-ASIENTO TO GL-DET-ASIENTO.
           MOVE WS-ASI-FECHA      TO GL-DET-FECHA.
           MOVE WS-ASI-IMPORTE    TO GL-DET-IMPORTE.
           MOVE WS-ASI-DESTINO    TO GL-DET-DESTINO.
           MOVE WS-ASI-SUCURSAL   TO GL-DET-SUCURSAL.
           MOVE WS-ASI-CONCEPTO   TO GL-DET-CONCEPTO.
           MOVE WS-ASI-DOCUMENTO  TO GL-DET-DOCUMENTO.
           MOVE WS-ASI-RESERVA    TO GL-DET-RESERVA.
           WRITE LINEA-ASIENTO FROM ASIENTO-DETALLE.
           ADD 1 TO WS-CTL-LINEAS.

           MOVE GL-DET-CUENTA TO WS-ASI-CUENTA.
           PERFORM ACUMULA-CUENTA.

      * La tabla se mantiene ordenada por cuenta: una cuenta nueva
      * se inserta en su sitio desplazando las mayores una fila.
       ACUMULA-CUENTA.
           MOVE ZEROES TO WS-FILA-NUEVA.
           MOVE "N" TO WS-CUENTA-HALLADA.
           PERFORM VARYING WS-FILA FROM 1 BY 1
                   UNTIL WS-FILA > WS-CUENTAS-TOTAL
                      OR WS-FILA-NUEVA NOT = ZEROES
               SET IDX-CTA TO WS-FILA
               IF TAB-CTA-CUENTA (IDX-CTA) >= WS-ASI-CUENTA
                   MOVE WS-FILA TO WS-FILA-NUEVA
                   IF TAB-CTA-CUENTA (IDX-CTA) = WS-ASI-CUENTA
                       SET CUENTA-HALLADA TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT CUENTA-HALLADA
               IF WS-CUENTAS-TOTAL < WS-CUENTAS-MAX
                   IF WS-FILA-NUEVA = ZEROES
                       COMPUTE WS-FILA-NUEVA = WS-CUENTAS-TOTAL + 1
                   END-IF
                   ADD 1 TO WS-CUENTAS-TOTAL
                   PERFORM VARYING WS-FILA FROM WS-CUENTAS-TOTAL BY -1
                           UNTIL WS-FILA <= WS-FILA-NUEVA
                       SET IDX-CTA TO WS-FILA
                       SET IDX-CTA DOWN BY 1
                       MOVE TABLA-CUENTAS (IDX-CTA) TO WS-CUENTA-AUX
                       SET IDX-CTA UP BY 1
                       MOVE WS-CUENTA-AUX TO TABLA-CUENTAS (IDX-CTA)
                   END-PERFORM
                   SET IDX-CTA TO WS-FILA-NUEVA
                   MOVE WS-ASI-CUENTA TO TAB-CTA-CUENTA (IDX-CTA)
                   MOVE ZEROES        TO TAB-CTA-DEBE (IDX-CTA)
                   MOVE ZEROES        TO TAB-CTA-HABER (IDX-CTA)
                   SET CUENTA-HALLADA TO TRUE
               ELSE
      * Table is full: the line is on the interface file but not in
      * the trial balance, which then fails to tie. Tally it.
                   ADD 1 TO WS-CUENTAS-DESBORDE
               END-IF
           END-IF.

           IF CUENTA-HALLADA
               SET IDX-CTA TO WS-FILA-NUEVA
               IF GL-DEBE
                   ADD WS-ASI-IMPORTE TO TAB-CTA-DEBE (IDX-CTA)
               ELSE
                   ADD WS-ASI-IMPORTE TO TAB-CTA-HABER (IDX-CTA)
               END-IF
           END-IF.

      * Balance de sumas y saldos por cuenta y, debajo, el cuadre:
      * debe contra haber, documentos contra los trailers de
      * FACHIST.DAT del periodo y comisiones contra el trailer de
      * LIQUIDACIONES.DAT. Un solo fallo deja el periodo abierto.
       ESCRIBE-BALANCE.
           MOVE "S" TO WS-CUADRE.
           OPEN OUTPUT AR-BALANCE.

           MOVE WS-PERIODO       TO BAL-HDR-PERIODO.
           MOVE WS-FECHA-PROCESO TO BAL-HDR-FECHA.
           WRITE LINEA-BALANCE FROM BAL-ENCABEZADO.
           MOVE SPACES TO LINEA-BALANCE.
           WRITE LINEA-BALANCE.
           WRITE LINEA-BALANCE FROM BAL-COLUMNAS.

           PERFORM VARYING WS-FILA FROM 1 BY 1
                   UNTIL WS-FILA > WS-CUENTAS-TOTAL
               SET IDX-CTA TO WS-FILA
               PERFORM ESCRIBE-LINEA-CUENTA
           END-PERFORM.

           MOVE WS-CTL-TOTAL-DEBE  TO BAL-TOT-DEBE.
           MOVE WS-CTL-TOTAL-HABER TO BAL-TOT-HABER.
           MOVE SPACES TO LINEA-BALANCE.
           WRITE LINEA-BALANCE.
           WRITE LINEA-BALANCE FROM BAL-TOTAL.

           MOVE SPACES TO LINEA-BALANCE.
           WRITE LINEA-BALANCE.
           WRITE LINEA-BALANCE FROM BAL-CUADRE-COLUMNAS.

           MOVE "DEBE CONTRA HABER" TO BAL-CUA-CONCEPTO.
           MOVE WS-CTL-TOTAL-DEBE   TO BAL-CUA-CONTABLE.
           MOVE WS-CTL-TOTAL-HABER  TO BAL-CUA-CONTROL.
           IF WS-CTL-TOTAL-DEBE = WS-CTL-TOTAL-HABER
              AND WS-CUENTAS-DESBORDE = ZEROES
               MOVE "CUADRA" TO BAL-CUA-RESULTADO
           ELSE
               MOVE "DESCUADRE" TO BAL-CUA-RESULTADO
               MOVE "N" TO WS-CUADRE
           END-IF.
           WRITE LINEA-BALANCE FROM BAL-CUADRE.

           MOVE "FACTURAS+CARGOS+PENALIZ."  TO BAL-CUA-CONCEPTO.
           MOVE WS-CTL-IMP-CARGOS TO BAL-CUA-CONTABLE.
           MOVE WS-TRL-IMPORTE    TO BAL-CUA-CONTROL.
           IF WS-CTL-IMP-CARGOS = WS-TRL-IMPORTE
               MOVE "CUADRA" TO BAL-CUA-RESULTADO
           ELSE
               MOVE "DESCUADRE" TO BAL-CUA-RESULTADO
               MOVE "N" TO WS-CUADRE
           END-IF.
           WRITE LINEA-BALANCE FROM BAL-CUADRE.

           MOVE "ABONOS"          TO BAL-CUA-CONCEPTO.
           MOVE WS-CTL-IMP-ABONOS TO BAL-CUA-CONTABLE.
           MOVE WS-TRL-ABONOS     TO BAL-CUA-CONTROL.
           IF WS-CTL-IMP-ABONOS = WS-TRL-ABONOS
               MOVE "CUADRA" TO BAL-CUA-RESULTADO
           ELSE
               MOVE "DESCUADRE" TO BAL-CUA-RESULTADO
               MOVE "N" TO WS-CUADRE
           END-IF.
           WRITE LINEA-BALANCE FROM BAL-CUADRE.

           MOVE "COMISIONES SUCURSALES" TO BAL-CUA-CONCEPTO.
           MOVE WS-CTL-IMP-COMISION TO BAL-CUA-CONTABLE.
           MOVE WS-TRL-COMISION     TO BAL-CUA-CONTROL.
           IF LIQ-VALIDA AND LIQ-TRAILER-VISTO
              AND WS-CTL-IMP-COMISION = WS-TRL-COMISION
               MOVE "CUADRA" TO BAL-CUA-RESULTADO
           ELSE
               MOVE "DESCUADRE" TO BAL-CUA-RESULTADO
               MOVE "N" TO WS-CUADRE
           END-IF.
           WRITE LINEA-BALANCE FROM BAL-CUADRE.

      * Un bloque sin trailer es una corrida de facturacion caida a
      * medias: sus documentos no tienen control contra el que
      * cuadrar.
           IF WS-CTL-TRAILERS NOT = WS-CTL-BLOQUES
               MOVE "N" TO WS-CUADRE
               MOVE SPACES TO LINEA-BALANCE
               STRING "  BLOQUES DE FACHIST.DAT SIN TRAILER: "
                          DELIMITED BY SIZE
                      WS-CTL-BLOQUES DELIMITED BY SIZE
                      " BLOQUES, " DELIMITED BY SIZE
                      WS-CTL-TRAILERS DELIMITED BY SIZE
                      " TRAILERS" DELIMITED BY SIZE
                   INTO LINEA-BALANCE
               WRITE LINEA-BALANCE
           END-IF.

           MOVE SPACES TO LINEA-BALANCE.
           STRING "  COBROS: " DELIMITED BY SIZE
                  WS-CTL-COBROS DELIMITED BY SIZE
                  "  DEVOLUCIONES: " DELIMITED BY SIZE
                  WS-CTL-DEVOLUCIONES DELIMITED BY SIZE
                  "  SIN FACTURA EN LIBRO: " DELIMITED BY SIZE
                  WS-CTL-COB-SIN-LIBRO DELIMITED BY SIZE
               INTO LINEA-BALANCE.
           WRITE LINEA-BALANCE.

           IF WS-CTL-FXR-LLENA > ZEROES
               MOVE SPACES TO LINEA-BALANCE
               STRING "  FACXREF TABLE FULL, " DELIMITED BY SIZE
                      WS-CTL-FXR-LLENA DELIMITED BY SIZE
                      " INVOICES WITHOUT DIMENSIONS" DELIMITED BY SIZE
                   INTO LINEA-BALANCE
               WRITE LINEA-BALANCE
           END-IF.

           MOVE SPACES TO LINEA-BALANCE.
           WRITE LINEA-BALANCE.
           IF CUADRE-CORRECTO
               MOVE "  PERIODO CERRADO" TO LINEA-BALANCE
           ELSE
               MOVE "  PERIODO NO CERRADO - REVISAR DESCUADRES"
                   TO LINEA-BALANCE
           END-IF.
           WRITE LINEA-BALANCE.

           CLOSE AR-BALANCE.

       ESCRIBE-LINEA-CUENTA.
           MOVE TAB-CTA-CUENTA (IDX-CTA) TO BAL-LIN-CUENTA.
           MOVE TAB-CTA-DEBE (IDX-CTA)   TO BAL-LIN-DEBE.
           MOVE TAB-CTA-HABER (IDX-CTA)  TO BAL-LIN-HABER.
           IF TAB-CTA-DEBE (IDX-CTA) >= TAB-CTA-HABER (IDX-CTA)
               COMPUTE WS-SALDO = TAB-CTA-DEBE (IDX-CTA)
                                - TAB-CTA-HABER (IDX-CTA)
               MOVE "D" TO BAL-LIN-SENTIDO
           ELSE
               COMPUTE WS-SALDO = TAB-CTA-HABER (IDX-CTA)
                                - TAB-CTA-DEBE (IDX-CTA)
               MOVE "H" TO BAL-LIN-SENTIDO
           END-IF.
           MOVE WS-SALDO TO BAL-LIN-SALDO.
           WRITE LINEA-BALANCE FROM BAL-LINEA.

       REGISTRA-CIERRE.
           MOVE WS-PERIODO        TO CIE-PERIODO.
           MOVE WS-FECHA-PROCESO  TO CIE-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CIE-HORA.
           MOVE WS-NUMERO-ASIENTO TO CIE-ASIENTOS.
           MOVE WS-CTL-TOTAL-DEBE TO CIE-DEBE.

           OPEN EXTEND AR-CIERRESGL.
           WRITE REGISTRO-CIERREGL.
           CLOSE AR-CIERRESGL.

       MUESTRA-TOTALES.
           DISPLAY "PERIODO:                  " WS-PERIODO.
           DISPLAY "BLOQUES DE FACTURACION:   " WS-CTL-BLOQUES.
           DISPLAY "DOCUMENTOS:               " WS-CTL-DOCUMENTOS.
           DISPLAY "COBROS:                   " WS-CTL-COBROS.
           DISPLAY "DEVOLUCIONES:             " WS-CTL-DEVOLUCIONES.
           DISPLAY "LIQUIDACIONES SUCURSAL:   " WS-CTL-LIQUIDACIONES.
           DISPLAY "SIN IMPORTE (SIN ASIENTO):" WS-CTL-SIN-IMPORTE.
           DISPLAY "ASIENTOS:                 " WS-NUMERO-ASIENTO.
           DISPLAY "LINEAS:                   " WS-CTL-LINEAS.
           IF WS-CUENTAS-DESBORDE > ZEROES
               DISPLAY "AVISO: TABLA DE CUENTAS LLENA, "
                       WS-CUENTAS-DESBORDE " LINEAS FUERA DEL BALANCE"
           END-IF.
