      ******************************************************************
      * AUDREC.CPY
      * AUDITORIA.DAT record layout (fixed 272-byte records). One
      * record appended per change to BOOKINGS.DAT, in the
      * order the actions happened: who did it, when, what kind of
      * action, and the complete record image before and after (the
      * REGISTRO-ENTRADA layout of BOOKREC.CPY, left-aligned). The
      *   AUD-ACCION "A" - alta (antes en blanco)
      *              "M" - modificacion
      *              "B" - baja (cancelacion)
      *              "R" - retirada del maestro (DELETE: archivado al
      *                    historico o registro defectuoso descartado;
      *                    despues en blanco)
      ******************************************************************
       01 REGISTRO-AUDITORIA.
           03 AUD-OPERADOR      PIC X(8).
               88 AUD-ALTA          VALUE "A".
               88 AUD-MODIFICACION  VALUE "M".
               88 AUD-BAJA          VALUE "B".
               88 AUD-RETIRADA      VALUE "R".
           03 AUD-RESERVA       PIC 9(7).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-ANTES         PIC X(120).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-DESPUES       PIC X(120).
