      *          Includes the dedup facility: a report of customer
      *          numbers sharing the same CLI-DOCUMENTO, a merge that
      *          collapses a duplicate into the surviving number and
      *          repoints every referencing booking on BOOKINGS.DAT
      *          and every invoice row on the FACXREF.DAT ledger,
      *          and a guard so BAJA-CLIENTE refuses to delete a
      *          customer who still has live bookings - the nightly
      *          reconciliation counts that damage after the fact;
                 RECORD KEY IS RESERVA
                 FILE STATUS IS AR-ENTRADA-STATUS.

      * Libro mayor de facturacion: cada fila lleva el CLIENTE de su
      * reserva (estados de cuenta), asi que la fusion lo reapunta
      * junto con las reservas.
       SELECT OPTIONAL AR-FACXREF ASSIGN TO "FACXREF.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS FXR-RESERVA
                 FILE STATUS IS AR-FACXREF-STATUS.

      * Diario de auditoria compartido con MantenimientoReservas:
      * cada reserva reapuntada por la fusion es una modificacion mas
      * de BOOKINGS.DAT y queda anotada igual, siempre en EXTEND.
       SELECT OPTIONAL AR-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      * Testigo de ventana de proceso compartido con el nocturno y
      * el mantenimiento: la fusion reescribe BOOKINGS.DAT, asi que
      * toma MANTENIMIENTO mientras dura, igual que los demas
       FD AR-ENTRADA.
           COPY BOOKREC.

       FD AR-FACXREF.
           COPY FXRREC.

       FD AR-AUDITORIA.
           COPY AUDREC.

       FD AR-RUNLOCK.
           COPY LCKREC.


       01 AR-ENTRADA-STATUS     PIC XX VALUE "00".

       01 AR-FACXREF-STATUS     PIC XX VALUE "00".

       01 WS-AUD-ANTES          PIC X(120) VALUE SPACES.

       01 WS-EOF-FACXREF        PIC X VALUE "N".
           88 FIN-FACXREF       VALUE "Y".

       01 WS-LOCK-TITULAR       PIC X(14) VALUE SPACES.

       01 WS-RUNLOCK-CONCEDIDO  PIC X VALUE "N".
       01 WS-CONFIRMA           PIC X VALUE SPACE.

       01 WS-CTL-REAPUNTADAS    PIC 9(7) VALUE ZEROES.
       01 WS-CTL-FACT-REAPUNTADAS PIC 9(7) VALUE ZEROES.
       01 WS-CTL-REAPUNTE-ERROR PIC 9(7) VALUE ZEROES.
       01 WS-CTL-RESERVAS-CLI   PIC 9(7) VALUE ZEROES.


               PERFORM UNTIL FIN-ENTRADA
                   IF CLIENTE = WS-CLI-DUPLICADO
                       MOVE REGISTRO-ENTRADA TO WS-AUD-ANTES
                       MOVE WS-CLI-SUPERVIVIENTE TO CLIENTE
                       REWRITE REGISTRO-ENTRADA
                           INVALID KEY
                                       " NO REAPUNTADA"
                           NOT INVALID KEY
                               ADD 1 TO WS-CTL-REAPUNTADAS
                               PERFORM REGISTRA-AUDITORIA
                       END-REWRITE
                   END-IF
                   READ AR-ENTRADA NEXT RECORD

               CLOSE AR-ENTRADA

               PERFORM REAPUNTA-FACXREF

               IF WS-CTL-REAPUNTE-ERROR = ZEROES
                   MOVE "S" TO WS-REAPUNTE-OK
               END-IF
           END-IF.

           DISPLAY "RESERVAS REAPUNTADAS: " WS-CTL-REAPUNTADAS.
           DISPLAY "FACTURAS REAPUNTADAS: " WS-CTL-FACT-REAPUNTADAS.

      * Imagen antes y despues de la reserva reapuntada, con la
      * fusion como operador para que la consulta de auditoria la
      * distinga de un cambio tecleado.
       REGISTRA-AUDITORIA.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           MOVE "FUSIOAUT" TO AUD-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO AUD-HORA.
           MOVE "M"              TO AUD-ACCION.
           MOVE RESERVA          TO AUD-RESERVA.
           MOVE WS-AUD-ANTES     TO AUD-ANTES.
           MOVE REGISTRO-ENTRADA TO AUD-DESPUES.

           OPEN EXTEND AR-AUDITORIA.
           WRITE REGISTRO-AUDITORIA.
           CLOSE AR-AUDITORIA.

      * Las filas del libro mayor del duplicado pasan al
      * superviviente, o su estado de cuenta saldria partido en dos.
      * Un fallo aqui cuenta como fallo del reapunte: el duplicado no
      * se borra y la fusion se relanza.
       REAPUNTA-FACXREF.
           MOVE ZEROES TO WS-CTL-FACT-REAPUNTADAS.
           MOVE "N" TO WS-EOF-FACXREF.

           OPEN I-O AR-FACXREF.
           IF AR-FACXREF-STATUS NOT = "00"
              AND AR-FACXREF-STATUS NOT = "05"
              AND AR-FACXREF-STATUS NOT = "35"
               ADD 1 TO WS-CTL-REAPUNTE-ERROR
               DISPLAY "ERROR: NO SE PUDO ABRIR FACXREF.DAT (ESTADO "
                       AR-FACXREF-STATUS ")"
           ELSE
               IF AR-FACXREF-STATUS = "35"
                   SET FIN-FACXREF TO TRUE
               ELSE
                   READ AR-FACXREF NEXT RECORD
                       AT END SET FIN-FACXREF TO TRUE
                   END-READ
               END-IF

               PERFORM UNTIL FIN-FACXREF
                   IF FXR-CLIENTE = WS-CLI-DUPLICADO
                       MOVE WS-CLI-SUPERVIVIENTE TO FXR-CLIENTE
                       REWRITE REGISTRO-FACXREF
                           INVALID KEY
                               ADD 1 TO WS-CTL-REAPUNTE-ERROR
                               DISPLAY "ERROR: FACTURA " FXR-FACTURA
                                       " NO REAPUNTADA"
                           NOT INVALID KEY
                               ADD 1 TO WS-CTL-FACT-REAPUNTADAS
                       END-REWRITE
                   END-IF
                   READ AR-FACXREF NEXT RECORD
                       AT END SET FIN-FACXREF TO TRUE
                   END-READ
               END-PERFORM

               IF AR-FACXREF-STATUS NOT = "35"
                   CLOSE AR-FACXREF
               END-IF
           END-IF.

       ELIMINA-DUPLICADO.
           PERFORM ABRE-CLIENTES-IO.

           CLOSE AR-CLIENTES.

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
               DISPLAY "FUSION BLOQUEADA - REINTENTE CUANDO"
               DISPLAY "TERMINE LA CORRIDA"
           ELSE
