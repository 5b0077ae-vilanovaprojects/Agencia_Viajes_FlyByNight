      *   00 corrida limpia
      *   04 revisar (reinicio desde checkpoint o pico de duplicadas)
      *   08 balances fuera de cuadre - no consumir SUMMARY.DAT
      *   12 no se pudo arrancar (mantenimiento o recuperacion
      *      tenia el archivo)
       01 WS-SEVERIDAD            PIC 9(2) VALUE ZEROES.

       01 WS-UMBRAL-DUPLICADAS    PIC 9(4) VALUE 25.
           END-READ.
           CLOSE AR-RUNLOCK.

           IF WS-LOCK-TITULAR = "MANTENIMIENTO" OR "RECUPERACION"
               CONTINUE
           ELSE
               MOVE "S" TO WS-RUNLOCK-CONCEDIDO

       ESCRIBE-MENSAJE-BLOQUEO.
           OPEN OUTPUT AR-OPERMSG.
           IF WS-LOCK-TITULAR = "RECUPERACION"
               MOVE "CORRIDA NOCTURNA NO ARRANCADA: RECUPERACION DE"
                   TO LINEA-OPERMSG
               WRITE LINEA-OPERMSG
               MOVE "BOOKINGS.DAT EN CURSO (RUNLOCK.DAT = RECUPERACION)"
                   TO LINEA-OPERMSG
               WRITE LINEA-OPERMSG
               MOVE "ESPERAR A QUE TERMINE LA RECUPERACION Y RELANZAR"
                   TO LINEA-OPERMSG
               WRITE LINEA-OPERMSG
           ELSE
               MOVE "CORRIDA NOCTURNA NO ARRANCADA: MANTENIMIENTO TIENE"
                   TO LINEA-OPERMSG
               WRITE LINEA-OPERMSG
               MOVE "ABIERTO BOOKINGS.DAT (RUNLOCK.DAT = MANTENIMIENTO)"
                   TO LINEA-OPERMSG
               WRITE LINEA-OPERMSG
               MOVE "CERRAR MANTENIMIENTO Y RELANZAR" TO LINEA-OPERMSG
               WRITE LINEA-OPERMSG
           END-IF.
           CLOSE AR-OPERMSG.

      * La severidad es el peor hallazgo de la corrida; cada
           ADD RESERVA TO WS-CTL-RESERVA-ENTRADA.

      * El precio se fija aqui, una sola vez por reserva, y viaja en
      * TIMPORTE dentro del registro de trabajo: la tarifa pactada
      * que la reserva trae desde la venta o, si no la trae, la banda
      * de tarifa vigente para la FECHA-VIAJE; tasa de adulto sobre
      * HOMBRES+MUJERES y tasa de nino sobre NINOS. Es el mismo
      * calculo que FacturacionReservas hace factura a factura, asi
      * que los totales de SUMMARY.DAT y FACTURAS.DAT cuadran al
      * vendedora, que asi quedan completos incluso en un reinicio.
       LIBERA-RESERVA.
           MOVE REGISTRO-ENTRADA TO REGISTRO-TRABAJO.
           IF PAC-BANDA-DESDE IS NUMERIC
              AND PAC-BANDA-DESDE > ZEROES
               MOVE PAC-TASA-ADULTO TO WS-TASA-ADULTO-APLICADA
               MOVE PAC-TASA-NINO   TO WS-TASA-NINO-APLICADA
           ELSE
               PERFORM BUSCA-TARIFA
           END-IF.
           COMPUTE WS-IMPORTE-REGISTRO =
                   (THOMBRES + TMUJERES) * WS-TASA-ADULTO-APLICADA
                 + TNINOS * WS-TASA-NINO-APLICADA.
