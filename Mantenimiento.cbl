       SELECT OPTIONAL CUPOS ASSIGN TO "CUPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Solo lectura: bandas de tarifa por destino. El alta fija
      * aqui la tarifa pactada de la reserva, la del dia de la venta.
       SELECT OPTIONAL TARIFAS ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Testigo de ventana de proceso compartido con el nocturno: si
      * dice BATCH la corrida esta leyendo BOOKINGS.DAT y aqui no se
      * entra, para que la seleccion nunca vea una reserva a medio
           03 CUP-DESTINO          PIC X(20).
           03 CUP-FECHA            PIC 9(8).
           03 CUP-PLAZAS           PIC 9(4).
      * "X" es una salida anulada por la agencia (CancelacionSalida):
      * ya no admite altas ni vuelta a confirmada. SPACE, o una fila
      * anterior al campo, es una salida abierta.
           03 CUP-ESTADO           PIC X.
               88 CUP-SALIDA-CERRADA VALUE "X".

       FD AR-PASAJEROS.
           COPY PASREC.

       FD TARIFAS.
       01 REGISTRO-TARIFA.
           03 TAR-DESTINO          PIC X(20).
           03 TAR-DESDE            PIC 9(8).
           03 TAR-HASTA            PIC 9(8).
           03 TAR-TASA-ADULTO      PIC 9(3)V99.
           03 TAR-TASA-NINO        PIC 9(3)V99.

       FD AR-RUNLOCK.
           COPY LCKREC.

           88 RUNLOCK-CONCEDIDO VALUE "S".

       01 WS-AUD-ACCION         PIC X VALUE SPACE.
       01 WS-AUD-ANTES          PIC X(120) VALUE SPACES.
       01 WS-AUD-DESPUES        PIC X(120) VALUE SPACES.

       01 WS-EOF-AUDITORIA      PIC X VALUE "N".
           88 FIN-AUDITORIA     VALUE "Y".
       01 WS-CUPO-PLAZAS            PIC 9(4) VALUE ZEROES.
       01 WS-CUPO-ENCONTRADO        PIC X VALUE "N".
           88 CUPO-ENCONTRADO       VALUE "S".
       01 WS-CUPO-CERRADO           PIC X VALUE "N".
           88 CUPO-CERRADO          VALUE "S".

       01 WS-CONFIRMADAS-SALIDA     PIC 9(6) VALUE ZEROES.
       01 WS-PLAZAS-NUEVAS          PIC 9(4) VALUE ZEROES.
       01 WS-EOF-PASAJEROS          PIC X VALUE "N".
           88 FIN-PASAJEROS         VALUE "Y".

       01 WS-EOF-TARIFAS            PIC X VALUE "N".
           88 FIN-TARIFAS           VALUE "Y".

       01 WS-IMPORTE-PACTADO        PIC 9(8)V99 VALUE ZEROES.
       01 WS-IMPORTE-PACTADO-ED     PIC Z(7)9.99.

       PROCEDURE DIVISION.
       MANTENIMIENTO-PRINCIPAL.
           PERFORM TOMA-RUNLOCK.

           STOP RUN.

      * Solo bloquean los testigos BATCH y RECUPERACION: otro
      * MANTENIMIENTO (o uno viejo de una sesion caida) se pisa, que
      * es el mismo puesto de trabajo. Un BATCH viejo de una corrida
      * caida se quita relanzando el nocturno, que termina y deja
      * LIBRE.
       TOMA-RUNLOCK.
           MOVE SPACES TO WS-LOCK-TITULAR.
           MOVE "N" TO WS-RUNLOCK-CONCEDIDO.
           END-READ.
           CLOSE AR-RUNLOCK.

           IF WS-LOCK-TITULAR = "BATCH" OR "RECUPERACION"
               DISPLAY "BOOKINGS.DAT EN USO (RUNLOCK.DAT="
                       WS-LOCK-TITULAR ")"
               DISPLAY "MANTENIMIENTO BLOQUEADO - REINTENTE CUANDO"
               DISPLAY "TERMINE LA CORRIDA"
           ELSE
           PERFORM CAPTURA-DATOS-RESERVA.
           PERFORM VALIDA-DATOS-RESERVA.

      * Una salida anulada no admite ninguna alta, ni siquiera en
      * lista de espera.
           IF DATOS-VALIDOS
               PERFORM VERIFICA-SALIDA-ABIERTA
           END-IF.

      * Un alta en lista de espera no ocupa plaza: solo el alta
      * confirmada pasa por el contraste de cupo.
           IF DATOS-VALIDOS AND WS-ESTADO = "C"
               MOVE WS-SUCURSAL    TO SUCURSAL
               MOVE WS-ESTADO      TO ESTADO
               MOVE WS-CLIENTE     TO CLIENTE
               SET BAJA-POR-CLIENTE TO TRUE
               PERFORM FIJA-TARIFA-PACTADA

               PERFORM ABRE-ENTRADA-IO

               END-IF
           END-IF.

       VERIFICA-SALIDA-ABIERTA.
           MOVE FUNCTION UPPER-CASE(WS-DESTINO) TO WS-DESTINO-MAYUS.

           PERFORM BUSCA-CUPO-REGISTRADO.

           IF CUPO-CERRADO
               MOVE "N" TO WS-VALIDO
               MOVE "ERROR: SALIDA ANULADA POR LA AGENCIA"
                   TO WS-MENSAJE-ERROR
           END-IF.

      * La sobreventa se caza al vender la plaza: plazas confirmadas
      * de la salida en BOOKINGS.DAT mas las del alta contra el cupo
      * de CUPOS.DAT. Con cupo excedido el agente elige entre
      * devuelve AT END y la salida queda como sin cupo registrado.
       BUSCA-CUPO-REGISTRADO.
           MOVE "N"    TO WS-CUPO-ENCONTRADO.
           MOVE "N"    TO WS-CUPO-CERRADO.
           MOVE ZEROES TO WS-CUPO-PLAZAS.
           MOVE "N"    TO WS-EOF-CUPOS.

                  AND CUP-FECHA = WS-FECHA-VIAJE
                   SET CUPO-ENCONTRADO TO TRUE
                   MOVE CUP-PLAZAS TO WS-CUPO-PLAZAS
                   IF CUP-SALIDA-CERRADA
                       SET CUPO-CERRADO TO TRUE
                   END-IF
               END-IF
               READ CUPOS
                   AT END SET FIN-CUPOS TO TRUE

           CLOSE AR-ENTRADA.

      * Banda de TARIFAS.DAT vigente hoy para el destino y la fecha
      * de viaje del registro en curso (REGISTRO-ENTRADA), el mismo
      * criterio de BUSCA-TARIFA en el nocturno; queda grabada en la
      * reserva como tarifa pactada y se ensena al agente el importe
      * que se cobrara. Sin banda que cubra la fecha la reserva queda
      * sin pactar y se tarificara con la banda del dia.
       FIJA-TARIFA-PACTADA.
           MOVE ZEROES TO TARIFA-PACTADA.
           MOVE FUNCTION UPPER-CASE(DESTINO) TO WS-DESTINO-MAYUS.
           MOVE "N" TO WS-EOF-TARIFAS.

           OPEN INPUT TARIFAS.
           READ TARIFAS
               AT END SET FIN-TARIFAS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-TARIFAS
               IF PAC-BANDA-DESDE = ZEROES
                  AND FUNCTION UPPER-CASE(TAR-DESTINO)
                          = WS-DESTINO-MAYUS
                  AND FECHA-VIAJE >= TAR-DESDE
                  AND FECHA-VIAJE <= TAR-HASTA
                   MOVE TAR-DESDE       TO PAC-BANDA-DESDE
                   MOVE TAR-HASTA       TO PAC-BANDA-HASTA
                   MOVE TAR-TASA-ADULTO TO PAC-TASA-ADULTO
                   MOVE TAR-TASA-NINO   TO PAC-TASA-NINO
               END-IF
               READ TARIFAS
                   AT END SET FIN-TARIFAS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE TARIFAS.

           IF PAC-BANDA-DESDE = ZEROES
               DISPLAY "AVISO: SIN TARIFA VIGENTE PARA LA SALIDA - "
                       "LA RESERVA QUEDA SIN TARIFA PACTADA"
           ELSE
               COMPUTE WS-IMPORTE-PACTADO =
                       (HOMBRES + MUJERES) * PAC-TASA-ADULTO
                     + NINOS * PAC-TASA-NINO
               MOVE WS-IMPORTE-PACTADO TO WS-IMPORTE-PACTADO-ED
               DISPLAY "TARIFA PACTADA: ADULTO " PAC-TASA-ADULTO
                       " NINO " PAC-TASA-NINO
                       " IMPORTE " WS-IMPORTE-PACTADO-ED
           END-IF.

      * El detalle nominal se ofrece tras el alta; responder N lo
      * deja para mas tarde (opcion 7), que es lo normal en destinos
      * sin cruce de frontera.
                   MOVE REGISTRO-ENTRADA TO WS-AUD-ANTES
                   PERFORM CAPTURA-NUEVOS-PASAJEROS
                   IF DATOS-VALIDOS
      * Cambian las condiciones de la reserva: la tarifa pactada se
      * vuelve a fijar, a la del dia, y la facturacion rectifica la
      * diferencia. Con los mismos pasajeros se respeta la pactada.
                       IF WS-HOMBRES NOT = HOMBRES
                          OR WS-MUJERES NOT = MUJERES
                          OR WS-NINOS NOT = NINOS
                           MOVE WS-HOMBRES TO HOMBRES
                           MOVE WS-MUJERES TO MUJERES
                           MOVE WS-NINOS   TO NINOS
                           PERFORM FIJA-TARIFA-PACTADA
                       END-IF
                       PERFORM CAPTURA-NUEVO-ESTADO
                       REWRITE REGISTRO-ENTRADA
                           INVALID KEY

      * Deja subir una reserva de lista de espera a confirmada (o
      * volverla a dejar en espera) sin pasar por baja y alta: ENTER
      * a secas conserva el estado que la reserva ya tiene. En una
      * salida anulada por la agencia el estado no se toca: la
      * reserva no puede volver a ocupar plaza ni a esperarla.
       CAPTURA-NUEVO-ESTADO.
           MOVE SPACE TO WS-ESTADO.
           DISPLAY "NUEVO ESTADO (C=CONFIRMADA E=LISTA DE ESPERA, "
                   "ENTER=MANTENER " ESTADO "): " WITH NO ADVANCING.
           ACCEPT WS-ESTADO.

           IF WS-ESTADO = "C" OR WS-ESTADO = "E"
               MOVE FUNCTION UPPER-CASE(DESTINO) TO WS-DESTINO-MAYUS
               MOVE FECHA-VIAJE TO WS-FECHA-VIAJE
               PERFORM BUSCA-CUPO-REGISTRADO
               IF CUPO-CERRADO
                   DISPLAY "SALIDA ANULADA POR LA AGENCIA - SE "
                           "MANTIENE " ESTADO
                   MOVE SPACE TO WS-ESTADO
               END-IF
           END-IF.

           IF WS-ESTADO = "C" OR WS-ESTADO = "E"
               MOVE WS-ESTADO TO ESTADO
           ELSE
                   ELSE
                       MOVE REGISTRO-ENTRADA TO WS-AUD-ANTES
                       SET EST-CANCELADA TO TRUE
                       SET BAJA-POR-CLIENTE TO TRUE
                       REWRITE REGISTRO-ENTRADA
                           INVALID KEY
                               DISPLAY "ERROR: RESERVA NO CANCELADA"
           MOVE SPACES         TO SUCURSAL.
           SET EST-CONFIRMADA  TO TRUE.
           MOVE ZEROES         TO CLIENTE.
           SET BAJA-POR-CLIENTE TO TRUE.
      * Un registro migrado no se vendio con tarifa conocida: entra
      * sin pactar y se tarifica con la banda del dia.
           MOVE ZEROES         TO TARIFA-PACTADA.

           WRITE REGISTRO-ENTRADA
               INVALID KEY
