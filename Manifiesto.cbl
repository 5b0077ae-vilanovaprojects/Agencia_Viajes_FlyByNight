      *          captures, which is what border-crossing departures
      *          hand the driver; a booking without detail falls back
      *          to its holder line, flagged so somebody keys the
      *          list before the coach leaves. If PASAJEROS.DAT
      *          cannot be opened the manifest still goes out by
      *          booking, but the run ends with return code 12.
      * Tectonics: cobc
      ******************************************************************

       01 WS-MODO-LISTADO      PIC X VALUE "R".
           88 MODO-NOMINAL     VALUE "N".

      * Codigo de retorno: 0 manifiesto completo, 12 listado nominal
      * pedido y no emitido.
       01 WS-SEVERIDAD         PIC 9(2) VALUE ZEROES.

       01 WS-FIN-PAS-RESERVA   PIC X VALUE "N".
           88 FIN-PAS-RESERVA  VALUE "S".

                 USING AR-ORDENADO
                 OUTPUT PROCEDURE IS IMPRIME-MANIFIESTO.

      * El planificador corta la cadena con cualquier codigo distinto
      * de cero: un nominal no emitido no puede constar como hecho.
           MOVE WS-SEVERIDAD TO RETURN-CODE.
           STOP RUN.

       LEE-MODO-LISTADO.
       IMPRIME-MANIFIESTO.
           OPEN OUTPUT MANIFIESTO.

      * Sin PASAJEROS.DAT legible el manifiesto sale por reserva,
      * que al menos lleva titular y plazas, y la corrida se marca.
           IF MODO-NOMINAL
               OPEN INPUT AR-PASAJEROS
               IF AR-PASAJEROS-STATUS NOT = "00"
                  AND AR-PASAJEROS-STATUS NOT = "05"
                   DISPLAY "ERROR: NO SE PUDO ABRIR PASAJEROS.DAT "
                           "(ESTADO " AR-PASAJEROS-STATUS ")"
                   DISPLAY "MANIFIESTO EMITIDO POR RESERVA, NO NOMINAL"
                   MOVE 12 TO WS-SEVERIDAD
                   MOVE "R" TO WS-MODO-LISTADO
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO MAN-HDR-FECHA.
