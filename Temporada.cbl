      *          none means everything and no year-earlier
      *          comparison) and optionally VIVO.
      *          HISTORICO.DAT carries no amount, so archived
      *          bookings are priced at the fare locked on them when
      *          sold (their tariff band, for history written before
      *          fares were locked) exactly as the nightly run would
      *          have; BOOKSORT.DAT records
      *          carry TIMPORTE and use it as-is. Between a run of
      *          ArchivaReservas and the next nightly, BOOKSORT.DAT
      *          still holds bookings already moved to the history,
           MOVE HIS-SUCURSAL    TO WS-REG-SUCURSAL.
           COMPUTE WS-REG-PLAZAS =
                   HIS-HOMBRES + HIS-MUJERES + HIS-NINOS.
           IF HIS-PAC-BANDA-DESDE IS NUMERIC
              AND HIS-PAC-BANDA-DESDE > ZEROES
               MOVE HIS-PAC-TASA-ADULTO TO WS-TASA-ADULTO-APLICADA
               MOVE HIS-PAC-TASA-NINO   TO WS-TASA-NINO-APLICADA
           ELSE
               PERFORM BUSCA-TARIFA
           END-IF.
           COMPUTE WS-REG-IMPORTE =
                   (HIS-HOMBRES + HIS-MUJERES)
                       * WS-TASA-ADULTO-APLICADA
