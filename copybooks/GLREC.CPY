      ******************************************************************
      * GLREC.CPY
      * ASIENTOSGL.DAT output layout (fixed 100-byte records), the
      * general ledger interface written by CierreContable at period
      * close for accounting to load. Every record starts with GL-TIPO
      * so the loader can tell header/detail/trailer apart without
      * guessing column positions, the same approach SUMREC.CPY uses
      * for SUMMARY.DAT:
      *   "H" - one header record, written first, with the closed
      *         period (AAAAMM) and the run date.
      *   "D" - one journal line. Every financial event of the period
      *         (a billing document, a receipt or refund, a branch
      *         commission settlement) becomes one entry of two
      *         lines sharing GL-DET-ASIENTO: line 1 on the debit
      *         side, line 2 on the credit side, same amount, so
      *         every entry balances on its own. Account codes come
      *         from the CUENTASGL.DAT mapping by GL-DET-CONCEPTO:
      *           "FA" factura    "CA" cargo      "AB" abono
      *           "PE" penalizacion por cancelacion
      *           "CO" cobro      "DV" devolucion al cliente
      *           "CM" comision de sucursal
      *         GL-DET-DESTINO and GL-DET-SUCURSAL are the cost-centre
      *         dimensions (SPACES where the event has none, e.g. the
      *         destination of a branch settlement; a SUCURSAL of
      *         SPACES is head office). Amounts are unsigned: the side
      *         is GL-DET-SENTIDO.
      *   "T" - one trailer record, written last, with the number of
      *         entries and lines and the debit and credit totals,
      *         which are always equal in a good file.
      ******************************************************************
       01 ASIENTO-HEADER.
           03 GL-HDR-TIPO           PIC X(1)  VALUE "H".
           03 GL-HDR-TITULO         PIC X(20) VALUE
                   "ASIENTOS GL FBN".
           03 GL-HDR-PERIODO        PIC 9(6).
           03 GL-HDR-FECHA          PIC 9(8).
           03 FILLER                PIC X(65) VALUE SPACES.

       01 ASIENTO-DETALLE.
           03 GL-DET-TIPO           PIC X(1)  VALUE "D".
           03 GL-DET-ASIENTO        PIC 9(7).
           03 GL-DET-LINEA          PIC 9(2).
           03 GL-DET-FECHA          PIC 9(8).
           03 GL-DET-CUENTA         PIC X(10).
           03 GL-DET-SENTIDO        PIC X(1).
               88 GL-DEBE               VALUE "D".
               88 GL-HABER              VALUE "H".
           03 GL-DET-IMPORTE        PIC 9(10)V99.
           03 GL-DET-DESTINO        PIC X(20).
           03 GL-DET-SUCURSAL       PIC X(3).
           03 GL-DET-CONCEPTO       PIC X(2).
      * Documento de origen: numero de documento de facturacion, o
      * la factura contra la que se asento el cobro; cero en una
      * liquidacion de comisiones.
           03 GL-DET-DOCUMENTO      PIC 9(7).
           03 GL-DET-RESERVA        PIC 9(7).
           03 FILLER                PIC X(20) VALUE SPACES.

       01 ASIENTO-TRAILER.
           03 GL-TRL-TIPO           PIC X(1)  VALUE "T".
           03 GL-TRL-LABEL          PIC X(13) VALUE "TOTAL GENERAL".
           03 GL-TRL-ASIENTOS       PIC 9(7).
           03 GL-TRL-LINEAS         PIC 9(7).
           03 GL-TRL-DEBE           PIC 9(10)V99.
           03 GL-TRL-HABER          PIC 9(10)V99.
           03 FILLER                PIC X(48) VALUE SPACES.
