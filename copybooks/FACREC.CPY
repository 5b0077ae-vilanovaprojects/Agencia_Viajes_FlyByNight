      *         travelling in its own bucket).
      * The cumulative per-booking position lives in FACXREF.DAT
      * (FXRREC.CPY); this file only carries each run's documents.
      * Both billing runs also append the very same H/D/T block to
      * FACHIST.DAT (always EXTEND, never truncated), the document
      * history the customer statements read back: there a detail's
      * issue date is the FAC-HDR-FECHA of the block it sits in.
      ******************************************************************
       01 FACTURA-HEADER.
           03 FAC-HDR-TIPO          PIC X(1)  VALUE "H".
