      ******************************************************************
      * LCKREC.CPY
      * RUNLOCK.DAT record layout, shared by Programaflybynight,
      * MantenimientoReservas, ConsolidaSucursales, ReciclaExcepciones,
      * ArchivaReservas and RecuperaReservas so every holder of the
      * process-window token reads and writes the same shape.
      * LCK-TITULAR says who holds the window:
      *   "LIBRE"         - nobody; anyone may start.
      *   "BATCH"         - the nightly run is reading BOOKINGS.DAT;
      *                     maintenance-class programs must not start.
      *   "MANTENIMIENTO" - an operator or maintenance batch has
      *                     BOOKINGS.DAT open I-O; the nightly run
      *                     must not start.
      *   "RECUPERACION"  - RecuperaReservas is rebuilding BOOKINGS.DAT
      *                     from a backup and the journal; neither the
      *                     nightly run nor any maintenance program
      *                     may start.
      * The date/time stamp how long the holder has been in, so a
      * stale token from a crashed session is recognizable.
      ******************************************************************
