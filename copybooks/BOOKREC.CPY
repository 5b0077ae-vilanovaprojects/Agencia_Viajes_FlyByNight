      * canal que aun no lo informa; la concilacion nocturna los
      * cuenta y delata los numeros que no existen en el maestro.
           03 CLIENTE          PIC 9(7).
      * Quien origino la baja de una reserva cancelada. SPACE es la
      * baja de siempre, pedida por el cliente, que paga la escala
      * de ESCALAS.DAT; "A" es una salida anulada por la agencia
      * (CancelacionSalida), que se abona entera sin penalizacion.
      * Todo programa que graba una reserva nueva lo deja en SPACE.
           03 MOTIVO-BAJA      PIC X.
               88 BAJA-POR-CLIENTE  VALUE SPACE.
               88 BAJA-POR-AGENCIA  VALUE "A".
      * Tarifa pactada: la banda de TARIFAS.DAT vigente cuando se
      * vendio la reserva (alta, consolidacion de sucursales o
      * reciclaje de excepciones) y sus tasas de adulto y nino. Todo
      * lo que tarifica la reserva (nocturno, facturacion,
      * penalizaciones, informe de temporada) cobra estas tasas y no
      * las del dia, asi que un cambio de banda en TARIFAS.DAT no
      * toca lo ya vendido. Solo se vuelve a fijar, a la tarifa del
      * dia, cuando cambian las condiciones de la propia reserva
      * (pasajeros). PAC-BANDA-DESDE en cero o no numerico es una
      * reserva sin tarifa pactada (anterior al campo, o vendida sin
      * banda vigente): esa se sigue tarifando con la banda del dia.
           03 TARIFA-PACTADA.
               05 PAC-BANDA-DESDE   PIC 9(8).
               05 PAC-BANDA-HASTA   PIC 9(8).
               05 PAC-TASA-ADULTO   PIC 9(3)V99.
               05 PAC-TASA-NINO     PIC 9(3)V99.
