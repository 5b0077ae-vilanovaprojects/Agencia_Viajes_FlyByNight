      ******************************************************************
      * HISREC.CPY
      * HISTORICO.DAT record layout (fixed 118-byte records), shared by
      * ArchivaReservas and ConsultaHistorico so both stay in lock-step
      * on the layout. One record per booking moved out of the live
      * BOOKINGS.DAT at month-end: the complete booking image as it
           03 HIS-SUCURSAL      PIC X(3).
           03 HIS-ESTADO        PIC X.
           03 HIS-CLIENTE       PIC 9(7).
           03 HIS-MOTIVO-BAJA   PIC X.
      * Tarifa pactada de la reserva (TARIFA-PACTADA de BOOKREC.CPY):
      * el informe de temporada tarifa lo archivado con ella. Cero o
      * no numerico es una reserva archivada sin tarifa pactada.
           03 HIS-TARIFA-PACTADA.
               05 HIS-PAC-BANDA-DESDE PIC 9(8).
               05 HIS-PAC-BANDA-HASTA PIC 9(8).
               05 HIS-PAC-TASA-ADULTO PIC 9(3)V99.
               05 HIS-PAC-TASA-NINO   PIC 9(3)V99.
