
           STOP RUN.

      * Mismo testigo que usa MantenimientoReservas: solo bloquean
      * BATCH (la corrida nocturna leyendo BOOKINGS.DAT y la tabla
      * de tarifas) y RECUPERACION (BOOKINGS.DAT a medio
      * reconstruir); otro trabajo de mantenimiento viejo de una
      * sesion caida se pisa.
       TOMA-RUNLOCK.
           MOVE SPACES TO WS-LOCK-TITULAR.
           END-READ.
           CLOSE AR-RUNLOCK.

           IF WS-LOCK-TITULAR = "BATCH" OR "RECUPERACION"
               DISPLAY "BOOKINGS.DAT EN USO (RUNLOCK.DAT="
                       WS-LOCK-TITULAR ")"
               DISPLAY "MANTENIMIENTO DE TARIFAS BLOQUEADO - "
                       "REINTENTE CUANDO TERMINE LA CORRIDA"
           ELSE

      * Recorre las reservas vivas y delata las que ninguna banda
      * actual cubre. Las canceladas no cuentan (no se tarifican);
      * las esperas si, porque se facturaran al confirmarse. Las que
      * ya llevan tarifa pactada tampoco: se cobran a lo pactado y
      * ningun cambio de bandas les afecta.
       VERIFICA-COBERTURA.
           MOVE ZEROES TO WS-CTL-VIVAS, WS-CTL-SIN-COBERTURA.
           MOVE "N" TO WS-EOF-ENTRADA.
               DISPLAY " "
               PERFORM UNTIL FIN-LECTURA
                   IF NOT EST-CANCELADA
                      AND (PAC-BANDA-DESDE NOT NUMERIC
                           OR PAC-BANDA-DESDE = ZEROES)
                       ADD 1 TO WS-CTL-VIVAS
                       PERFORM BUSCA-BANDA-RESERVA
                       IF NOT BANDA-ENCONTRADA
               CLOSE AR-ENTRADA

               DISPLAY " "
               DISPLAY "VIVAS SIN TARIFA PACTADA: " WS-CTL-VIVAS
               DISPLAY "SIN BANDA VIGENTE:        "
                       WS-CTL-SIN-COBERTURA
           END-IF.
