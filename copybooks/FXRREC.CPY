      *                       when the fee came to nothing), so the
      *                       same cancellation is never billed
      *                       twice.
      *   FXR-CLIENTE       - CLI-NUMERO of the booking's customer,
      *                       copied from BOOKINGS.DAT whenever the
      *                       billing or the fee run touches the row
      *                       and repointed by the customer merge in
      *                       MantenimientoClientes; zero on rows
      *                       written before the field existed, which
      *                       readers resolve through the booking.
      ******************************************************************
       01  REGISTRO-FACXREF.
           88 FIN-AR-FACXREF   VALUE HIGH-VALUES.
           03 FXR-DOC-CANCELACION PIC 9(7).
           03 FXR-DESTINO       PIC X(20).
           03 FXR-SUCURSAL      PIC X(3).
           03 FXR-CLIENTE       PIC 9(7).
