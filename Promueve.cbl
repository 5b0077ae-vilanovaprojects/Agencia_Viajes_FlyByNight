      *          the PROMOCIONES.DAT report so the branches can call
      *          the customers the next morning, and every flip is
      *          journaled to AUDITORIA.DAT like any other
      *          maintenance change to BOOKINGS.DAT. Return code 12
      *          when the run is refused (RUNLOCK.DAT held) or
      *          BOOKINGS.DAT cannot be opened, so nothing moved.
      * Tectonics: cobc
      ******************************************************************

           03 CUP-DESTINO          PIC X(20).
           03 CUP-FECHA            PIC 9(8).
           03 CUP-PLAZAS           PIC 9(4).
      * "X" es una salida anulada por la agencia: ninguna espera
      * se confirma en ella aunque el cupo diga que hay hueco.
           03 CUP-ESTADO           PIC X.
               88 CUP-SALIDA-CERRADA VALUE "X".

       FD AR-PROMOCIONES.
       01 LINEA-PROMOCION      PIC X(90).
       WORKING-STORAGE SECTION.
       01 AR-ENTRADA-STATUS     PIC XX VALUE "00".

      * Codigo de retorno: 0 corrida hecha, 12 corrida rechazada.
       01 WS-SEVERIDAD          PIC 9(2) VALUE ZEROES.

       01 WS-LOCK-TITULAR       PIC X(14) VALUE SPACES.

       01 WS-RUNLOCK-CONCEDIDO  PIC X VALUE "N".
               05 TAB-CUP-DESTINO   PIC X(20).
               05 TAB-CUP-FECHA     PIC 9(8).
               05 TAB-CUP-PLAZAS    PIC 9(4).
               05 TAB-CUP-ESTADO    PIC X.

      * Plazas ya confirmadas por salida, acumuladas en la primera
      * pasada sobre BOOKINGS.DAT y actualizadas al ir promoviendo
       01 WS-CUPO-SALIDA          PIC 9(4) VALUE ZEROES.
       01 WS-CUPO-ENCONTRADO      PIC X VALUE "N".
           88 CUPO-ENCONTRADO     VALUE "S".
       01 WS-CUPO-CERRADO         PIC X VALUE "N".
           88 CUPO-CERRADO        VALUE "S".

       01 WS-CONFIRMADAS-SALIDA   PIC 9(6) VALUE ZEROES.
       01 WS-PLAZAS-RESERVA       PIC 9(4) VALUE ZEROES.
       01 WS-PLAZAS-LIBRES        PIC 9(6) VALUE ZEROES.

       01 WS-AUD-ANTES            PIC X(120) VALUE SPACES.

       01 WS-CTL-EN-ESPERA        PIC 9(7) VALUE ZEROES.
       01 WS-CTL-PROMOVIDAS       PIC 9(7) VALUE ZEROES.
           IF RUNLOCK-CONCEDIDO
               PERFORM CARGA-CUPOS
               PERFORM ACUMULA-CONFIRMADAS
               IF WS-SEVERIDAD = ZEROES
                   OPEN I-O AR-ENTRADA
                   IF AR-ENTRADA-STATUS NOT = "00"
                      AND AR-ENTRADA-STATUS NOT = "05"
                       DISPLAY "ERROR: NO SE PUDO ABRIR BOOKINGS.DAT "
                               "(ESTADO " AR-ENTRADA-STATUS ")"
                       MOVE 12 TO WS-SEVERIDAD
                   ELSE
                       PERFORM PROMUEVE-ESPERAS
                   END-IF
               END-IF
               PERFORM LIBERA-RUNLOCK
           ELSE
               MOVE 12 TO WS-SEVERIDAD
           END-IF.

      * El planificador corta la cadena con cualquier codigo distinto
      * de cero: una corrida rechazada no puede constar como hecha.
           MOVE WS-SEVERIDAD TO RETURN-CODE.
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
               DISPLAY "PROMOCION BLOQUEADA - REINTENTE CUANDO"
               DISPLAY "TERMINE LA CORRIDA"
           ELSE
                       TO TAB-CUP-DESTINO (IDX-CUPO)
                   MOVE CUP-FECHA  TO TAB-CUP-FECHA  (IDX-CUPO)
                   MOVE CUP-PLAZAS TO TAB-CUP-PLAZAS (IDX-CUPO)
                   MOVE CUP-ESTADO TO TAB-CUP-ESTADO (IDX-CUPO)
               ELSE
                   ADD 1 TO WS-CUPOS-DESBORDE
               END-IF
           MOVE "N" TO WS-EOF-ENTRADA.

           OPEN INPUT AR-ENTRADA.
           IF AR-ENTRADA-STATUS NOT = "00"
              AND AR-ENTRADA-STATUS NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR BOOKINGS.DAT (ESTADO "
                       AR-ENTRADA-STATUS ")"
               MOVE 12 TO WS-SEVERIDAD
           ELSE
               READ AR-ENTRADA NEXT RECORD
                   AT END SET FIN-LECTURA TO TRUE
               END-READ

               PERFORM UNTIL FIN-LECTURA
                   IF EST-CONFIRMADA OR ESTADO = SPACE
                       COMPUTE WS-PLAZAS-RESERVA =
                               HOMBRES + MUJERES + NINOS
                       PERFORM ACUMULA-SALIDA
                   END-IF
                   READ AR-ENTRADA NEXT RECORD
                       AT END SET FIN-LECTURA TO TRUE
                   END-READ
               END-PERFORM

               CLOSE AR-ENTRADA
           END-IF.

       ACUMULA-SALIDA.
           MOVE FUNCTION UPPER-CASE(DESTINO) TO WS-DESTINO-BUSCADO.
      * Segunda pasada, en orden de RESERVA (el orden natural de la
      * clave): cada espera se confirma si su salida tiene hueco, y
      * el hueco consumido se descuenta al momento para la siguiente.
      * BOOKINGS.DAT llega ya abierto en I-O.
       PROMUEVE-ESPERAS.
           MOVE "N" TO WS-EOF-ENTRADA.

           OPEN OUTPUT AR-PROMOCIONES.

           MOVE FUNCTION CURRENT-DATE (1:8) TO PRM-HDR-FECHA.
               MOVE "EN ESPERA" TO PRM-LIN-RESULTADO
               MOVE "SIN CUPO REGISTRADO" TO PRM-LIN-MOTIVO
           ELSE
               IF CUPO-CERRADO
                   ADD 1 TO WS-CTL-SIGUEN-ESPERA
                   MOVE "EN ESPERA" TO PRM-LIN-RESULTADO
                   MOVE "SALIDA ANULADA POR AGENCIA" TO PRM-LIN-MOTIVO
               ELSE
                   PERFORM BUSCA-CONFIRMADAS-SALIDA
                   IF WS-CONFIRMADAS-SALIDA + WS-PLAZAS-RESERVA
                           <= WS-CUPO-SALIDA
                       PERFORM PROMUEVE-RESERVA
                   ELSE
                       ADD 1 TO WS-CTL-SIGUEN-ESPERA
                       MOVE "EN ESPERA" TO PRM-LIN-RESULTADO
                       IF WS-CUPO-SALIDA > WS-CONFIRMADAS-SALIDA
                           COMPUTE WS-PLAZAS-LIBRES =
                               WS-CUPO-SALIDA - WS-CONFIRMADAS-SALIDA
                       ELSE
                           MOVE ZEROES TO WS-PLAZAS-LIBRES
                       END-IF
                       MOVE SPACES TO PRM-LIN-MOTIVO
                       STRING "SIN PLAZAS (" DELIMITED BY SIZE
                              WS-PLAZAS-LIBRES DELIMITED BY SIZE
                              " LIBRES)" DELIMITED BY SIZE
                           INTO PRM-LIN-MOTIVO
                   END-IF
               END-IF
           END-IF.


       BUSCA-CUPO.
           MOVE "N"    TO WS-CUPO-ENCONTRADO.
           MOVE "N"    TO WS-CUPO-CERRADO.
           MOVE ZEROES TO WS-CUPO-SALIDA.

           IF TABLA-CUPOS-TOTAL > ZEROES
                       SET CUPO-ENCONTRADO TO TRUE
                       MOVE TAB-CUP-PLAZAS (IDX-CUPO)
                           TO WS-CUPO-SALIDA
                       IF TAB-CUP-ESTADO (IDX-CUPO) = "X"
                           SET CUPO-CERRADO TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

