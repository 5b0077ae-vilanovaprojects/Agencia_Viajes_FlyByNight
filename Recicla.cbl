      *          corrected RESERVA instead of being re-keyed by hand
      *          through ALTA-RESERVA. Each worked line gets its
      *          disposition byte marked so it is never offered twice.
      *          A booking for a departure the agency has called off
      *          in CUPOS.DAT is not recycled, as in ALTA-RESERVA.
      * Tectonics: cobc
      ******************************************************************

       SELECT OPTIONAL AR-EXCEPCIONES ASSIGN TO "EXCEPCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Solo lectura: bandas de tarifa por destino. La reserva
      * reciclada queda con la tarifa del dia como tarifa pactada,
      * igual que un alta en mostrador.
       SELECT OPTIONAL TARIFAS ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Solo lectura: una salida anulada por la agencia ya no admite
      * altas, tampoco recicladas (mismo criterio que el alta de
      * MantenimientoReservas).
       SELECT OPTIONAL CUPOS ASSIGN TO "CUPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Diario de auditoria compartido con MantenimientoReservas: la
      * reserva reciclada es un alta y el registro defectuoso que se
      * retira queda como retirada, siempre en EXTEND.
       SELECT OPTIONAL AR-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      * Testigo de ventana de proceso compartido con el nocturno y
      * el mantenimiento: mientras se recicla aqui queda
      * MANTENIMIENTO y el nocturno no arranca, y al reves.
       FD AR-EXCEPCIONES.
       01 LINEA-EXCEPCION      PIC X(109).

       FD TARIFAS.
       01 REGISTRO-TARIFA.
           03 TAR-DESTINO          PIC X(20).
           03 TAR-DESDE            PIC 9(8).
           03 TAR-HASTA            PIC 9(8).
           03 TAR-TASA-ADULTO      PIC 9(3)V99.
           03 TAR-TASA-NINO        PIC 9(3)V99.

       FD CUPOS.
       01 REGISTRO-CUPO.
           03 CUP-DESTINO          PIC X(20).
           03 CUP-FECHA            PIC 9(8).
           03 CUP-PLAZAS           PIC 9(4).
      * "X" es una salida anulada por la agencia (CancelacionSalida).
           03 CUP-ESTADO           PIC X.
               88 CUP-SALIDA-CERRADA VALUE "X".

       FD AR-AUDITORIA.
           COPY AUDREC.

       FD AR-RUNLOCK.
           COPY LCKREC.

                             INDEXED BY IDX-EXC.
               05 TAB-EXC-LINEA     PIC X(109).

       01 WS-EOF-TARIFAS        PIC X VALUE "N".
           88 FIN-TARIFAS       VALUE "Y".

       01 WS-DESTINO-MAYUS      PIC X(20) VALUE SPACES.

       01 WS-EOF-CUPOS          PIC X VALUE "N".
           88 FIN-CUPOS         VALUE "Y".

       01 WS-CUPO-CERRADO       PIC X VALUE "N".
           88 CUPO-CERRADO      VALUE "S".

       01 WS-ACCION             PIC X VALUE SPACE.

       01 WS-AUD-ACCION         PIC X VALUE SPACE.
       01 WS-AUD-ANTES          PIC X(120) VALUE SPACES.
       01 WS-AUD-DESPUES        PIC X(120) VALUE SPACES.
       01 WS-RESERVA-NUEVA      PIC 9(7) VALUE ZEROES.

       01 WS-CTL-PENDIENTES     PIC 9(4) VALUE ZEROES.
               OPEN I-O AR-ENTRADA
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
               DISPLAY "RECICLADO BLOQUEADO - REINTENTE CUANDO"
               DISPLAY "TERMINE LA CORRIDA"
           ELSE
               DISPLAY "ERROR: DEBE HABER AL MENOS UN PASAJERO"
               DISPLAY "EXCEPCION QUEDA PENDIENTE"
               ADD 1 TO WS-CTL-SALTADAS
           ELSE
           PERFORM VERIFICA-SALIDA-ABIERTA
           IF CUPO-CERRADO
               DISPLAY "ERROR: SALIDA ANULADA POR LA AGENCIA"
               DISPLAY "EXCEPCION QUEDA PENDIENTE - DESCARTARLA SI "
                       "EL CLIENTE NO SE REUBICA"
               ADD 1 TO WS-CTL-RECHAZADAS
           ELSE
               MOVE EXC-VAL-NOMBRE       TO NOMBRE
               MOVE EXC-VAL-DESTINO      TO DESTINO
               ELSE
                   MOVE ZEROES TO CLIENTE
               END-IF
               SET BAJA-POR-CLIENTE TO TRUE
               PERFORM FIJA-TARIFA-PACTADA

               WRITE REGISTRO-ENTRADA
                   INVALID KEY
                   NOT INVALID KEY
                       DISPLAY "RESERVA " WS-RESERVA-NUEVA
                               " AGREGADA A BOOKINGS.DAT"
                       MOVE "A" TO WS-AUD-ACCION
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE REGISTRO-ENTRADA TO WS-AUD-DESPUES
                       PERFORM REGISTRA-AUDITORIA
                       PERFORM RETIRA-REGISTRO-ORIGEN
                       SET EXC-VAL-RECICLADA TO TRUE
                       MOVE EXC-VALIDACION-REC
               END-WRITE
           END-IF
           END-IF
           END-IF
           END-IF.

      * Mismo contraste que VERIFICA-SALIDA-ABIERTA del alta en
      * MantenimientoReservas. CUPOS es SELECT OPTIONAL: sin archivo,
      * o sin fila para la salida, la salida cuenta como abierta.
       VERIFICA-SALIDA-ABIERTA.
           MOVE "N" TO WS-CUPO-CERRADO.
           MOVE FUNCTION UPPER-CASE(EXC-VAL-DESTINO)
               TO WS-DESTINO-MAYUS.
           MOVE "N" TO WS-EOF-CUPOS.

           OPEN INPUT CUPOS.
           READ CUPOS
               AT END SET FIN-CUPOS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-CUPOS
               IF FUNCTION UPPER-CASE(CUP-DESTINO) = WS-DESTINO-MAYUS
                  AND CUP-FECHA = EXC-VAL-FECHA-VIAJE
                  AND CUP-SALIDA-CERRADA
                   SET CUPO-CERRADO TO TRUE
               END-IF
               READ CUPOS
                   AT END SET FIN-CUPOS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUPOS.

      * Banda de TARIFAS.DAT vigente hoy para el destino y la fecha
      * de la reserva reciclada, el mismo criterio del alta. Sin
      * banda la reserva queda sin pactar y se tarificara con la
      * banda del dia.
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
           END-IF.

       DESCARTA-EXCEPCION.
       RETIRA-REGISTRO-ORIGEN.
           IF EXC-VAL-RESERVA = ZEROES
               MOVE EXC-VAL-RESERVA TO RESERVA
               READ AR-ENTRADA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REGISTRO-ENTRADA TO WS-AUD-ANTES
                       DELETE AR-ENTRADA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DISPLAY "REGISTRO DEFECTUOSO RETIRADO "
                                       "DE BOOKINGS.DAT"
                               MOVE "R" TO WS-AUD-ACCION
                               MOVE SPACES TO WS-AUD-DESPUES
                               PERFORM REGISTRA-AUDITORIA
                       END-DELETE
               END-READ
           END-IF.

      * Imagen antes y despues, con el reciclado como operador para
      * que la consulta de auditoria lo distinga de un cambio
      * tecleado en MantenimientoReservas.
       REGISTRA-AUDITORIA.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           MOVE "RECICAUT" TO AUD-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO AUD-HORA.
           MOVE WS-AUD-ACCION  TO AUD-ACCION.
           MOVE RESERVA        TO AUD-RESERVA.
           MOVE WS-AUD-ANTES   TO AUD-ANTES.
           MOVE WS-AUD-DESPUES TO AUD-DESPUES.

           OPEN EXTEND AR-AUDITORIA.
           WRITE REGISTRO-AUDITORIA.
           CLOSE AR-AUDITORIA.

       REESCRIBE-EXCEPCIONES.
           OPEN OUTPUT AR-EXCEPCIONES.
           PERFORM VARYING IDX-EXC FROM 1 BY 1
