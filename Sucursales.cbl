       SELECT OPTIONAL CUPOS ASSIGN TO "CUPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Solo lectura: bandas de tarifa por destino. Cada linea
      * incorporada queda con la tarifa del dia de la consolidacion
      * como tarifa pactada, igual que un alta en mostrador.
       SELECT OPTIONAL TARIFAS ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Diario de auditoria compartido con MantenimientoReservas:
      * cada reserva incorporada es un alta mas de BOOKINGS.DAT y
      * queda anotada igual, siempre en EXTEND.
       SELECT OPTIONAL AR-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      * Testigo de ventana de proceso compartido con el nocturno y
      * el mantenimiento: mientras se consolida aqui queda
      * MANTENIMIENTO y el nocturno no arranca, y al reves.
           03 CUP-DESTINO          PIC X(20).
           03 CUP-FECHA            PIC 9(8).
           03 CUP-PLAZAS           PIC 9(4).
      * "X" es una salida anulada por la agencia: no se le
      * incorpora ninguna reserva, ni confirmada ni en espera.
           03 CUP-ESTADO           PIC X.
               88 CUP-SALIDA-CERRADA VALUE "X".

       FD TARIFAS.
       01 REGISTRO-TARIFA.
           03 TAR-DESTINO          PIC X(20).
           03 TAR-DESDE            PIC 9(8).
           03 TAR-HASTA            PIC 9(8).
           03 TAR-TASA-ADULTO      PIC 9(3)V99.
           03 TAR-TASA-NINO        PIC 9(3)V99.

       FD AR-AUDITORIA.
           COPY AUDREC.

       FD AR-RUNLOCK.
           COPY LCKREC.
               05 TAB-CUP-DESTINO   PIC X(20).
               05 TAB-CUP-FECHA     PIC 9(8).
               05 TAB-CUP-PLAZAS    PIC 9(4).
               05 TAB-CUP-ESTADO    PIC X.

      * Plazas ya confirmadas por salida: cargadas del maestro al
      * arrancar y actualizadas con cada linea incorporada, para que
               05 TAB-SAL-FECHA     PIC 9(8).
               05 TAB-SAL-PLAZAS    PIC 9(6).

       01 WS-TARIFAS-CONTROL.
           03 WS-TARIFAS-EOF       PIC X VALUE "N".
               88 FIN-TARIFAS      VALUE "Y".
           03 WS-TARIFAS-MAX       PIC 9(4) VALUE 200.

      * Filas de TARIFAS.DAT que no caben en la tabla: se cuentan, y
      * las reservas de esas bandas entran sin tarifa pactada.
       01 WS-TARIFAS-DESBORDE     PIC 9(4) VALUE ZEROES.

       01 TABLA-TARIFAS-TOTAL     PIC 9(4) VALUE ZEROES.

       01 TABLA-TARIFAS-CTL.
           03 TABLA-TARIFAS OCCURS 1 TO 200 TIMES
                             DEPENDING ON TABLA-TARIFAS-TOTAL
                             INDEXED BY IDX-TARIFA.
               05 TAB-TAR-DESTINO   PIC X(20).
               05 TAB-TAR-DESDE     PIC 9(8).
               05 TAB-TAR-HASTA     PIC 9(8).
               05 TAB-TAR-ADULTO    PIC 9(3)V99.
               05 TAB-TAR-NINO      PIC 9(3)V99.

       01 WS-TOT-SIN-TARIFA       PIC 9(6) VALUE ZEROES.

       01 WS-DESTINO-MAYUS        PIC X(20) VALUE SPACES.
       01 WS-PLAZAS-RESERVA       PIC 9(4) VALUE ZEROES.

       01 WS-CUPO-PLAZAS          PIC 9(4) VALUE ZEROES.
       01 WS-CUPO-ENCONTRADO      PIC X VALUE "N".
           88 CUPO-ENCONTRADO     VALUE "S".
       01 WS-CUPO-CERRADO         PIC X VALUE "N".
           88 CUPO-CERRADO        VALUE "S".

       01 WS-CONFIRMADAS-SALIDA   PIC 9(6) VALUE ZEROES.

               DISPLAY "CONSOLIDACION CANCELADA"
           ELSE
               PERFORM CARGA-CUPOS
               PERFORM CARGA-TARIFAS
               PERFORM CARGA-SALIDAS-ACTUALES

               OPEN OUTPUT AR-RECHAZOS
               DISPLAY "TOTAL RECHAZADAS:    " WS-TOT-RECHAZADAS
               DISPLAY "A LISTA DE ESPERA:   " WS-TOT-A-ESPERA
               DISPLAY "SIN CUPO REGISTRADO: " WS-TOT-SIN-CUPO
               DISPLAY "SIN TARIFA PACTADA:  " WS-TOT-SIN-TARIFA
               IF WS-TARIFAS-DESBORDE > ZEROES
                   DISPLAY "AVISO: TABLA DE TARIFAS LLENA, "
                           WS-TARIFAS-DESBORDE " FILAS SIN CARGAR"
               END-IF
           END-IF.

       CARGA-CUPOS.
                       TO TAB-CUP-DESTINO (IDX-CUPO)
                   MOVE CUP-FECHA  TO TAB-CUP-FECHA  (IDX-CUPO)
                   MOVE CUP-PLAZAS TO TAB-CUP-PLAZAS (IDX-CUPO)
                   MOVE CUP-ESTADO TO TAB-CUP-ESTADO (IDX-CUPO)
               ELSE
                   ADD 1 TO WS-CUPOS-DESBORDE
               END-IF

           CLOSE CUPOS.

       CARGA-TARIFAS.
           MOVE ZEROES TO TABLA-TARIFAS-TOTAL.
           MOVE ZEROES TO WS-TARIFAS-DESBORDE.
           MOVE "N" TO WS-TARIFAS-EOF.

           OPEN INPUT TARIFAS.
           READ TARIFAS
               AT END SET FIN-TARIFAS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-TARIFAS
               IF TABLA-TARIFAS-TOTAL < WS-TARIFAS-MAX
                   ADD 1 TO TABLA-TARIFAS-TOTAL
                   SET IDX-TARIFA TO TABLA-TARIFAS-TOTAL
                   MOVE FUNCTION UPPER-CASE(TAR-DESTINO)
                       TO TAB-TAR-DESTINO (IDX-TARIFA)
                   MOVE TAR-DESDE TO TAB-TAR-DESDE (IDX-TARIFA)
                   MOVE TAR-HASTA TO TAB-TAR-HASTA (IDX-TARIFA)
                   MOVE TAR-TASA-ADULTO
                       TO TAB-TAR-ADULTO (IDX-TARIFA)
                   MOVE TAR-TASA-NINO
                       TO TAB-TAR-NINO   (IDX-TARIFA)
               ELSE
                   ADD 1 TO WS-TARIFAS-DESBORDE
               END-IF
               READ TARIFAS
                   AT END SET FIN-TARIFAS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE TARIFAS.

      * Ocupacion inicial por salida: cuentan las confirmadas y los
      * registros con ESTADO en blanco (anteriores al campo,
      * tratados como confirmados en todo el sistema). El maestro ya
               END-SEARCH
           END-IF.

      * Mismo testigo que usa MantenimientoReservas: solo bloquean
      * BATCH (la corrida nocturna leyendo BOOKINGS.DAT) y
      * RECUPERACION (BOOKINGS.DAT a medio reconstruir); otro
      * trabajo de mantenimiento viejo de una sesion caida se pisa.
       TOMA-RUNLOCK.
           MOVE SPACES TO WS-LOCK-TITULAR.
           END-READ.
           CLOSE AR-RUNLOCK.

           IF WS-LOCK-TITULAR = "BATCH" OR "RECUPERACION"
               DISPLAY "BOOKINGS.DAT EN USO (RUNLOCK.DAT="
                       WS-LOCK-TITULAR ")"
               DISPLAY "CONSOLIDACION BLOQUEADA - REINTENTE CUANDO"
               DISPLAY "TERMINE LA CORRIDA"
           ELSE
           IF CLIENTE NOT NUMERIC
               MOVE ZEROES TO CLIENTE
           END-IF.
      * La linea de oficina no trae motivo de baja: toda reserva
      * consolidada nace como la de un cliente cualquiera.
           SET BAJA-POR-CLIENTE TO TRUE.

           IF RESERVA NOT NUMERIC OR RESERVA = ZEROES
               MOVE "RESERVA EN CERO" TO WS-MOTIVO-RECHAZO
               PERFORM REGISTRA-RECHAZO
           ELSE
      * Una salida anulada por la agencia no admite ventas: la
      * linea va a SUCRECHAZOS.DAT para que la oficina la recoloque.
               MOVE FUNCTION UPPER-CASE(DESTINO) TO WS-DESTINO-MAYUS
               PERFORM BUSCA-CUPO
               IF CUPO-CERRADO
                   MOVE "SALIDA ANULADA" TO WS-MOTIVO-RECHAZO
                   PERFORM REGISTRA-RECHAZO
               ELSE
                   PERFORM GRABA-RESERVA-SUCURSAL
               END-IF
           END-IF.

      * Sin agente delante que elija, la linea que rebasaria el cupo
      * entra automaticamente en lista de espera (nunca se rechaza:
      * la oficina ya vendio y el lote de promocion la confirmara si
      * se libera hueco); sin fila de cupo entra confirmada pero se
      * cuenta, el criterio SIN CUPO REGISTRADO del manifiesto.
       GRABA-RESERVA-SUCURSAL.
           IF EST-CONFIRMADA
               PERFORM EVALUA-CUPO-LINEA
           END-IF.
           PERFORM FIJA-TARIFA-PACTADA.
           WRITE REGISTRO-ENTRADA
               INVALID KEY
                   MOVE "RESERVA DUPLICADA" TO WS-MOTIVO-RECHAZO
                   PERFORM REGISTRA-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO WS-SUC-INCORPORADAS
                   ADD 1 TO WS-TOT-INCORPORADAS
                   IF EST-CONFIRMADA
                       PERFORM ACUMULA-SALIDA
                   END-IF
                   PERFORM REGISTRA-AUDITORIA
           END-WRITE.

      * Alta con imagen antes en blanco, con el lote como operador
      * para que la consulta de auditoria distinga la consolidacion
      * de un alta tecleada.
       REGISTRA-AUDITORIA.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           MOVE "CONSOAUT" TO AUD-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO AUD-HORA.
           MOVE "A"              TO AUD-ACCION.
           MOVE RESERVA          TO AUD-RESERVA.
           MOVE REGISTRO-ENTRADA TO AUD-DESPUES.

           OPEN EXTEND AR-AUDITORIA.
           WRITE REGISTRO-AUDITORIA.
           CLOSE AR-AUDITORIA.

       EVALUA-CUPO-LINEA.
           MOVE FUNCTION UPPER-CASE(DESTINO) TO WS-DESTINO-MAYUS.

       BUSCA-CUPO.
           MOVE "N"    TO WS-CUPO-ENCONTRADO.
           MOVE "N"    TO WS-CUPO-CERRADO.
           MOVE ZEROES TO WS-CUPO-PLAZAS.

           IF TABLA-CUPOS-TOTAL > ZEROES
                       SET CUPO-ENCONTRADO TO TRUE
                       MOVE TAB-CUP-PLAZAS (IDX-CUPO)
                           TO WS-CUPO-PLAZAS
                       IF TAB-CUP-ESTADO (IDX-CUPO) = "X"
                           SET CUPO-CERRADO TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

      * La linea de oficina no trae tarifa: se fija la banda vigente
      * hoy para su destino y fecha. Sin banda la reserva entra sin
      * pactar (se tarificara con la banda del dia) y se cuenta.
       FIJA-TARIFA-PACTADA.
           MOVE ZEROES TO TARIFA-PACTADA.
           MOVE FUNCTION UPPER-CASE(DESTINO) TO WS-DESTINO-MAYUS.

           IF TABLA-TARIFAS-TOTAL > ZEROES
               SET IDX-TARIFA TO 1
               SEARCH TABLA-TARIFAS
                   AT END CONTINUE
                   WHEN TAB-TAR-DESTINO (IDX-TARIFA) = WS-DESTINO-MAYUS
                        AND FECHA-VIAJE >= TAB-TAR-DESDE (IDX-TARIFA)
                        AND FECHA-VIAJE <= TAB-TAR-HASTA (IDX-TARIFA)
                       MOVE TAB-TAR-DESDE  (IDX-TARIFA)
                           TO PAC-BANDA-DESDE
                       MOVE TAB-TAR-HASTA  (IDX-TARIFA)
                           TO PAC-BANDA-HASTA
                       MOVE TAB-TAR-ADULTO (IDX-TARIFA)
                           TO PAC-TASA-ADULTO
                       MOVE TAB-TAR-NINO   (IDX-TARIFA)
                           TO PAC-TASA-NINO
               END-SEARCH
           END-IF.

           IF PAC-BANDA-DESDE = ZEROES
               ADD 1 TO WS-TOT-SIN-TARIFA
           END-IF.

       BUSCA-CONFIRMADAS-SALIDA.
           MOVE ZEROES TO WS-CONFIRMADAS-SALIDA.

