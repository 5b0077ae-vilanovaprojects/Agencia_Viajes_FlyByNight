       SELECT OPTIONAL AR-HISTORICO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Diario de auditoria compartido con MantenimientoReservas:
      * cada reserva archivada sale de BOOKINGS.DAT como retirada,
      * siempre en EXTEND.
       SELECT OPTIONAL AR-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      * Testigo de ventana de proceso compartido con el nocturno y
      * el mantenimiento: mientras se archiva aqui queda
      * MANTENIMIENTO y el nocturno no arranca, y al reves.
       FD AR-HISTORICO.
           COPY HISREC.

       FD AR-AUDITORIA.
           COPY AUDREC.

       FD AR-RUNLOCK.
           COPY LCKREC.


           STOP RUN.

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
               DISPLAY "ARCHIVADO BLOQUEADO - REINTENTE CUANDO"
               DISPLAY "TERMINE LA CORRIDA"
           ELSE
           MOVE SUCURSAL         TO HIS-SUCURSAL.
           MOVE ESTADO           TO HIS-ESTADO.
           MOVE CLIENTE          TO HIS-CLIENTE.
           MOVE MOTIVO-BAJA      TO HIS-MOTIVO-BAJA.
           MOVE TARIFA-PACTADA   TO HIS-TARIFA-PACTADA.
           WRITE REGISTRO-HISTORICO.

           DELETE AR-ENTRADA
                   DISPLAY "ERROR: NO SE PUDO BORRAR RESERVA " RESERVA
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-ARCHIVADAS
                   PERFORM REGISTRA-AUDITORIA
           END-DELETE.

      * Retirada con la imagen del registro borrado, con el lote
      * como operador; despues queda en blanco.
       REGISTRA-AUDITORIA.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           MOVE "ARCHIAUT" TO AUD-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO AUD-HORA.
           MOVE "R"              TO AUD-ACCION.
           MOVE RESERVA          TO AUD-RESERVA.
           MOVE REGISTRO-ENTRADA TO AUD-ANTES.

           OPEN EXTEND AR-AUDITORIA.
           WRITE REGISTRO-AUDITORIA.
           CLOSE AR-AUDITORIA.
