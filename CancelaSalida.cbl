      ******************************************************************
      * Author:
      * Date:
      * Purpose: Agency cancellation of a whole departure. Given a
      *          DESTINO and a FECHA-VIAJE (run arguments), it
      *          cancels every booking on that departure on
      *          BOOKINGS.DAT - confirmed and waitlisted alike -
      *          stamped MOTIVO-BAJA "A" (agency cancellation), so
      *          FacturacionCancelaciones writes the invoice off in
      *          full and bills no fee. Each cancellation is
      *          journaled to AUDITORIA.DAT as a "B" action under
      *          operator ANULAAUT. The departure is then closed on
      *          CUPOS.DAT (CUP-ESTADO "X") so neither an alta, a
      *          branch intake nor the waitlist promotion can put a
      *          booking back on it. LLAMADAS.DAT is the call list
      *          for the branches: every booking the agency
      *          cancelled on the departure, grouped by selling
      *          office, with the holder and phone number from
      *          CLIENTES.DAT. Bookings the customer had already
      *          cancelled are left as they were: their own fee
      *          stands. A rerun cancels nothing twice and prints
      *          the same call list again.
      * Tectonics: cobc
      ******************************************************************

      * SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CancelacionSalida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL AR-ENTRADA ASSIGN TO "BOOKINGS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RESERVA
                 FILE STATUS IS AR-ENTRADA-STATUS.

      * Capacidad por salida: se carga entera y se reescribe con la
      * salida anulada marcada (o anadida, si no tenia fila).
       SELECT OPTIONAL CUPOS ASSIGN TO "CUPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Solo lectura: titular y telefono para la lista de llamadas.
       SELECT OPTIONAL AR-CLIENTES ASSIGN TO "CLIENTES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CLI-NUMERO
                 FILE STATUS IS AR-CLIENTES-STATUS.

      * Diario de auditoria compartido con MantenimientoReservas:
      * cada anulacion es una baja mas de BOOKINGS.DAT, siempre en
      * EXTEND.
       SELECT OPTIONAL AR-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AR-LLAMADAS ASSIGN TO "LLAMADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Testigo de ventana de proceso compartido con el nocturno y
      * el mantenimiento: mientras se anula aqui queda
      * MANTENIMIENTO y el nocturno no arranca, y al reves.
       SELECT OPTIONAL AR-RUNLOCK ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AR-TRABAJO ASSIGN TO "SORTLLAM.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD AR-ENTRADA.
           COPY BOOKREC.

       FD CUPOS.
       01 REGISTRO-CUPO.
           03 CUP-DESTINO          PIC X(20).
           03 CUP-FECHA            PIC 9(8).
           03 CUP-PLAZAS           PIC 9(4).
      * "X" es una salida anulada por la agencia; SPACE, o una fila
      * anterior al campo, es una salida abierta.
           03 CUP-ESTADO           PIC X.
               88 CUP-SALIDA-CERRADA VALUE "X".

       FD AR-CLIENTES.
           COPY CLIREC.

       FD AR-AUDITORIA.
           COPY AUDREC.

       FD AR-LLAMADAS.
       01 LINEA-LLAMADA        PIC X(100).

       FD AR-RUNLOCK.
           COPY LCKREC.

      * Una linea por reserva anulada, reordenada por oficina
      * vendedora para que cada sucursal reciba su tramo de la lista.
       SD AR-TRABAJO.
       01  REGISTRO-TRABAJO.
           88 FIN-AR-TRABAJO    VALUE HIGH-VALUES.
           03 TSUCURSAL         PIC X(3).
           03 TRESERVA          PIC 9(7).
           03 TCLIENTE          PIC 9(7).
           03 TTITULAR          PIC X(30).
           03 TTELEFONO         PIC X(15).
           03 TPLAZAS           PIC 9(4).
           03 TSITUACION        PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-OPERADOR-ANULA     PIC X(8) VALUE "ANULAAUT".

       01 AR-ENTRADA-STATUS     PIC XX VALUE "00".
       01 AR-CLIENTES-STATUS    PIC XX VALUE "00".

       01 WS-CLIENTES-DISPONIBLE PIC X VALUE "N".
           88 CLIENTES-DISPONIBLE VALUE "S".

       01 WS-LOCK-TITULAR       PIC X(14) VALUE SPACES.

       01 WS-RUNLOCK-CONCEDIDO  PIC X VALUE "N".
           88 RUNLOCK-CONCEDIDO VALUE "S".

       01 WS-EOF-ENTRADA        PIC X VALUE "N".
           88 FIN-LECTURA       VALUE "Y".

       01 WS-NUM-ARGS           PIC 9(2) VALUE ZEROES.
       01 WS-ARG-IDX            PIC 9(2) VALUE ZEROES.
       01 WS-ARG-VALOR          PIC X(20) VALUE SPACES.

       01 WS-DESTINO-ANULADO    PIC X(20) VALUE SPACES.
       01 WS-FECHA-ANULADA      PIC 9(8) VALUE ZEROES.
       01 WS-DESTINO-MAYUS      PIC X(20) VALUE SPACES.

       01 WS-PARAMETROS-OK      PIC X VALUE "N".
           88 PARAMETROS-OK     VALUE "S".

       01 WS-CUPOS-CONTROL.
           03 WS-CUPOS-EOF         PIC X VALUE "N".
               88 FIN-CUPOS        VALUE "Y".
           03 WS-CUPOS-MAX         PIC 9(4) VALUE 500.

      * Rows in CUPOS.DAT past WS-CUPOS-MAX: tallied instead of
      * silently dropped. Rewriting the file from a short table would
      * lose those rows, so with any overflow CUPOS.DAT is left
      * untouched and the departure must be closed by hand.
       01 WS-CUPOS-DESBORDE       PIC 9(4) VALUE ZEROES.

       01 TABLA-CUPOS-TOTAL       PIC 9(4) VALUE ZEROES.

      * Las filas se guardan tal como vienen (el destino sin pasar a
      * mayusculas) porque el archivo se reescribe desde aqui.
       01 TABLA-CUPOS-CTL.
           03 TABLA-CUPOS OCCURS 1 TO 500 TIMES
                             DEPENDING ON TABLA-CUPOS-TOTAL
                             INDEXED BY IDX-CUPO.
               05 TAB-CUP-DESTINO   PIC X(20).
               05 TAB-CUP-FECHA     PIC 9(8).
               05 TAB-CUP-PLAZAS    PIC 9(4).
               05 TAB-CUP-ESTADO    PIC X.

       01 WS-CUPO-ENCONTRADO      PIC X VALUE "N".
           88 CUPO-ENCONTRADO     VALUE "S".

       01 WS-AUD-ANTES            PIC X(120) VALUE SPACES.
       01 WS-SITUACION            PIC X(14) VALUE SPACES.

       01 SUCURSAL-ANTERIOR       PIC X(3) VALUE SPACES.
       01 WS-SUC-RESERVAS         PIC 9(5) VALUE ZEROES.
       01 WS-SUC-PLAZAS           PIC 9(6) VALUE ZEROES.

       01 WS-CTL-ANULADAS         PIC 9(7) VALUE ZEROES.
       01 WS-CTL-DE-ESPERA        PIC 9(7) VALUE ZEROES.
       01 WS-CTL-YA-ANULADAS      PIC 9(7) VALUE ZEROES.
       01 WS-CTL-BAJA-CLIENTE     PIC 9(7) VALUE ZEROES.
       01 WS-CTL-ERRORES          PIC 9(7) VALUE ZEROES.
       01 WS-CTL-LLAMADAS         PIC 9(7) VALUE ZEROES.
       01 WS-CTL-PLAZAS           PIC 9(7) VALUE ZEROES.

       01 LLA-ENCABEZADO.
           03 FILLER                PIC X(42) VALUE
                   "SALIDA ANULADA POR LA AGENCIA    DESTINO: ".
           03 LLA-HDR-DESTINO       PIC X(20).
           03 FILLER                PIC X(8)  VALUE " SALIDA ".
           03 LLA-HDR-SALIDA        PIC 9(8).
           03 FILLER                PIC X(8)  VALUE "  FECHA ".
           03 LLA-HDR-FECHA         PIC 9(8).
           03 FILLER                PIC X(6)  VALUE SPACES.

       01 LLA-SUCURSAL.
           03 FILLER                PIC X(10) VALUE "SUCURSAL: ".
           03 LLA-SUC-CODIGO        PIC X(7).
           03 FILLER                PIC X(83) VALUE SPACES.

       01 LLA-COLUMNAS.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(9)  VALUE "RESERVA".
           03 FILLER                PIC X(9)  VALUE "CLIENTE".
           03 FILLER                PIC X(32) VALUE "TITULAR".
           03 FILLER                PIC X(17) VALUE "TELEFONO".
           03 FILLER                PIC X(8)  VALUE "PLAZAS".
           03 FILLER                PIC X(23) VALUE
                   "SITUACION ANTERIOR".

       01 LLA-LINEA.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 LLA-LIN-RESERVA       PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 LLA-LIN-CLIENTE       PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 LLA-LIN-TITULAR       PIC X(30).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 LLA-LIN-TELEFONO      PIC X(15).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 LLA-LIN-PLAZAS        PIC ZZZ9.
           03 FILLER                PIC X(4)  VALUE SPACES.
           03 LLA-LIN-SITUACION     PIC X(14).
           03 FILLER                PIC X(9)  VALUE SPACES.

       01 LLA-TOTAL-SUCURSAL.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 FILLER                PIC X(10) VALUE "RESERVAS: ".
           03 LLA-SUC-RESERVAS      PIC ZZZZ9.
           03 FILLER                PIC X(10) VALUE "  PLAZAS: ".
           03 LLA-SUC-PLAZAS        PIC ZZZZZ9.
           03 FILLER                PIC X(67) VALUE SPACES.

       01 LLA-TRAILER.
           03 FILLER                PIC X(11) VALUE "ANULADAS:  ".
           03 LLA-TRL-ANULADAS      PIC 9(7).
           03 FILLER                PIC X(14) VALUE "  YA ANULADAS:".
           03 LLA-TRL-YA-ANULADAS   PIC 9(7).
           03 FILLER                PIC X(14) VALUE "  A LLAMAR:   ".
           03 LLA-TRL-LLAMADAS      PIC 9(7).
           03 FILLER                PIC X(10) VALUE "  PLAZAS: ".
           03 LLA-TRL-PLAZAS        PIC 9(7).
           03 FILLER                PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       ANULACION-PRINCIPAL.
           PERFORM LEE-PARAMETROS.

           IF PARAMETROS-OK
               PERFORM TOMA-RUNLOCK
               IF RUNLOCK-CONCEDIDO
                   PERFORM ANULA-SALIDA
                   PERFORM LIBERA-RUNLOCK
               END-IF
           END-IF.

           STOP RUN.

      * Primer argumento el destino (entre comillas si lleva
      * espacios, "EL SALVADOR"), segundo la fecha AAAAMMDD. Sin los
      * dos no se anula nada: no hay valor por defecto sensato para
      * una anulacion.
       LEE-PARAMETROS.
           MOVE "N" TO WS-PARAMETROS-OK.
           ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.

           IF WS-NUM-ARGS >= 2
               MOVE 1 TO WS-ARG-IDX
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALOR TO WS-DESTINO-ANULADO
               MOVE 2 TO WS-ARG-IDX
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS-ARG-VALOR
               ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
               IF WS-ARG-VALOR (1:8) IS NUMERIC
                   MOVE WS-ARG-VALOR (1:8) TO WS-FECHA-ANULADA
               END-IF
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-DESTINO-ANULADO)
               TO WS-DESTINO-MAYUS.

           IF WS-DESTINO-ANULADO = SPACES
              OR WS-FECHA-ANULADA = ZEROES
               DISPLAY "USO: CancelacionSalida DESTINO AAAAMMDD"
               DISPLAY "ANULACION CANCELADA"
           ELSE
               SET PARAMETROS-OK TO TRUE
               DISPLAY "ANULACION DE SALIDA " WS-DESTINO-MAYUS
                       " " WS-FECHA-ANULADA
           END-IF.

      * Mismo testigo que usa MantenimientoReservas: solo bloquean
      * BATCH (la corrida nocturna leyendo BOOKINGS.DAT) y
      * RECUPERACION (BOOKINGS.DAT a medio reconstruir); otro
      * trabajo de mantenimiento viejo de una sesion caida se pisa.
       TOMA-RUNLOCK.
           MOVE SPACES TO WS-LOCK-TITULAR.
           MOVE "N" TO WS-RUNLOCK-CONCEDIDO.

           OPEN INPUT AR-RUNLOCK.
           READ AR-RUNLOCK
               AT END CONTINUE
               NOT AT END MOVE LCK-TITULAR TO WS-LOCK-TITULAR
           END-READ.
           CLOSE AR-RUNLOCK.

           IF WS-LOCK-TITULAR = "BATCH" OR "RECUPERACION"
               DISPLAY "BOOKINGS.DAT EN USO (RUNLOCK.DAT="
                       WS-LOCK-TITULAR ")"
               DISPLAY "ANULACION BLOQUEADA - REINTENTE CUANDO"
               DISPLAY "TERMINE LA CORRIDA"
           ELSE
               MOVE "S" TO WS-RUNLOCK-CONCEDIDO
               MOVE "MANTENIMIENTO" TO LCK-TITULAR
               PERFORM GRABA-RUNLOCK
           END-IF.

       LIBERA-RUNLOCK.
           MOVE "LIBRE" TO LCK-TITULAR.
           PERFORM GRABA-RUNLOCK.

       GRABA-RUNLOCK.
           MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-HORA.
           OPEN OUTPUT AR-RUNLOCK.
           WRITE LINEA-RUNLOCK.
           CLOSE AR-RUNLOCK.

      * La salida se cierra primero: si BOOKINGS.DAT no abre, al
      * menos ninguna venta nueva cae en ella mientras se repara.
       ANULA-SALIDA.
           PERFORM CARGA-CUPOS.
           PERFORM CIERRA-SALIDA-CUPOS.

           OPEN I-O AR-ENTRADA.
      * "05" es la apertura de un archivo OPTIONAL que no existia.
           IF AR-ENTRADA-STATUS NOT = "00"
              AND AR-ENTRADA-STATUS NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR BOOKINGS.DAT (ESTADO "
                       AR-ENTRADA-STATUS ")"
               DISPLAY "RESERVAS SIN ANULAR"
           ELSE
               MOVE "N" TO WS-CLIENTES-DISPONIBLE
               OPEN INPUT AR-CLIENTES
               IF AR-CLIENTES-STATUS = "00"
                   SET CLIENTES-DISPONIBLE TO TRUE
               END-IF

               SORT AR-TRABAJO ON ASCENDING TSUCURSAL
                                            TRESERVA
                     INPUT PROCEDURE IS ANULA-RESERVAS
                     OUTPUT PROCEDURE IS ESCRIBE-LISTA-LLAMADAS

               IF CLIENTES-DISPONIBLE
                   CLOSE AR-CLIENTES
               END-IF
               CLOSE AR-ENTRADA

               PERFORM MUESTRA-TOTALES
           END-IF.

       CARGA-CUPOS.
           MOVE ZEROES TO TABLA-CUPOS-TOTAL.
           MOVE ZEROES TO WS-CUPOS-DESBORDE.
           MOVE "N" TO WS-CUPOS-EOF.

           OPEN INPUT CUPOS.
           READ CUPOS
               AT END SET FIN-CUPOS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-CUPOS
               IF TABLA-CUPOS-TOTAL < WS-CUPOS-MAX
                   ADD 1 TO TABLA-CUPOS-TOTAL
                   SET IDX-CUPO TO TABLA-CUPOS-TOTAL
                   MOVE CUP-DESTINO TO TAB-CUP-DESTINO (IDX-CUPO)
                   MOVE CUP-FECHA   TO TAB-CUP-FECHA   (IDX-CUPO)
                   MOVE CUP-PLAZAS  TO TAB-CUP-PLAZAS  (IDX-CUPO)
                   MOVE CUP-ESTADO  TO TAB-CUP-ESTADO  (IDX-CUPO)
               ELSE
                   ADD 1 TO WS-CUPOS-DESBORDE
               END-IF
               READ CUPOS
                   AT END SET FIN-CUPOS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUPOS.

      * La fila de la salida queda con estado "X"; si la salida no
      * tenia fila se anade una con cupo cero, para que el cierre
      * conste igual. Todas las demas filas se reescriben tal cual.
       CIERRA-SALIDA-CUPOS.
           IF WS-CUPOS-DESBORDE > ZEROES
               DISPLAY "TABLA DE CUPOS LLENA (" WS-CUPOS-DESBORDE
                       " FILAS SIN CARGAR): CUPOS.DAT NO SE TOCA"
               DISPLAY "CIERRE LA SALIDA A MANO EN CUPOS.DAT"
           ELSE
               MOVE "N" TO WS-CUPO-ENCONTRADO
               PERFORM VARYING IDX-CUPO FROM 1 BY 1
                       UNTIL IDX-CUPO > TABLA-CUPOS-TOTAL
                   IF FUNCTION UPPER-CASE(TAB-CUP-DESTINO (IDX-CUPO))
                          = WS-DESTINO-MAYUS
                      AND TAB-CUP-FECHA (IDX-CUPO) = WS-FECHA-ANULADA
                       SET CUPO-ENCONTRADO TO TRUE
                       MOVE "X" TO TAB-CUP-ESTADO (IDX-CUPO)
                   END-IF
               END-PERFORM

               IF NOT CUPO-ENCONTRADO
                   IF TABLA-CUPOS-TOTAL < WS-CUPOS-MAX
                       ADD 1 TO TABLA-CUPOS-TOTAL
                       SET IDX-CUPO TO TABLA-CUPOS-TOTAL
                       MOVE WS-DESTINO-MAYUS
                           TO TAB-CUP-DESTINO (IDX-CUPO)
                       MOVE WS-FECHA-ANULADA
                           TO TAB-CUP-FECHA (IDX-CUPO)
                       MOVE ZEROES TO TAB-CUP-PLAZAS (IDX-CUPO)
                       MOVE "X"    TO TAB-CUP-ESTADO (IDX-CUPO)
                       SET CUPO-ENCONTRADO TO TRUE
                   ELSE
                       DISPLAY "TABLA DE CUPOS LLENA: NO CABE LA "
                               "SALIDA ANULADA EN CUPOS.DAT"
                   END-IF
               END-IF

               IF CUPO-ENCONTRADO
                   PERFORM GRABA-CUPOS
                   DISPLAY "SALIDA CERRADA EN CUPOS.DAT"
               END-IF
           END-IF.

       GRABA-CUPOS.
           OPEN OUTPUT CUPOS.
           PERFORM VARYING IDX-CUPO FROM 1 BY 1
                   UNTIL IDX-CUPO > TABLA-CUPOS-TOTAL
               MOVE TAB-CUP-DESTINO (IDX-CUPO) TO CUP-DESTINO
               MOVE TAB-CUP-FECHA   (IDX-CUPO) TO CUP-FECHA
               MOVE TAB-CUP-PLAZAS  (IDX-CUPO) TO CUP-PLAZAS
               MOVE TAB-CUP-ESTADO  (IDX-CUPO) TO CUP-ESTADO
               WRITE REGISTRO-CUPO
           END-PERFORM.
           CLOSE CUPOS.

      * Una sola pasada por BOOKINGS.DAT: cada reserva viva de la
      * salida se anula alli mismo y pasa a la lista de llamadas;
      * las ya anuladas por la agencia en una corrida anterior solo
      * vuelven a la lista.
       ANULA-RESERVAS.
           MOVE "N" TO WS-EOF-ENTRADA.

           READ AR-ENTRADA NEXT RECORD
               AT END SET FIN-LECTURA TO TRUE
           END-READ.

           PERFORM UNTIL FIN-LECTURA
               IF FUNCTION UPPER-CASE(DESTINO) = WS-DESTINO-MAYUS
                  AND FECHA-VIAJE = WS-FECHA-ANULADA
                   PERFORM EVALUA-RESERVA-SALIDA
               END-IF
               READ AR-ENTRADA NEXT RECORD
                   AT END SET FIN-LECTURA TO TRUE
               END-READ
           END-PERFORM.

       EVALUA-RESERVA-SALIDA.
           IF EST-CANCELADA
               IF BAJA-POR-AGENCIA
                   ADD 1 TO WS-CTL-YA-ANULADAS
                   MOVE "YA ANULADA" TO WS-SITUACION
                   PERFORM SUELTA-LLAMADA
               ELSE
                   ADD 1 TO WS-CTL-BAJA-CLIENTE
               END-IF
           ELSE
               PERFORM ANULA-UNA-RESERVA
           END-IF.

       ANULA-UNA-RESERVA.
           IF EST-LISTA-ESPERA
               MOVE "EN ESPERA" TO WS-SITUACION
           ELSE
               MOVE "CONFIRMADA" TO WS-SITUACION
           END-IF.

           MOVE REGISTRO-ENTRADA TO WS-AUD-ANTES.
           SET EST-CANCELADA TO TRUE.
           SET BAJA-POR-AGENCIA TO TRUE.
           REWRITE REGISTRO-ENTRADA
               INVALID KEY
                   ADD 1 TO WS-CTL-ERRORES
                   DISPLAY "ERROR: RESERVA " RESERVA " NO ANULADA"
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-ANULADAS
                   IF WS-SITUACION = "EN ESPERA"
                       ADD 1 TO WS-CTL-DE-ESPERA
                   END-IF
                   PERFORM REGISTRA-AUDITORIA
                   PERFORM SUELTA-LLAMADA
           END-REWRITE.

      * El titular es el del maestro de clientes; si la reserva no
      * tiene cliente o el numero no existe, se llama al nombre que
      * figura en la reserva y el telefono lo dice.
       SUELTA-LLAMADA.
           MOVE SUCURSAL     TO TSUCURSAL.
           MOVE RESERVA      TO TRESERVA.
           MOVE NOMBRE       TO TTITULAR.
           MOVE SPACES       TO TTELEFONO.
           MOVE ZEROES       TO TCLIENTE.
           COMPUTE TPLAZAS = HOMBRES + MUJERES + NINOS.
           MOVE WS-SITUACION TO TSITUACION.

           IF CLIENTE IS NUMERIC AND CLIENTE NOT = ZEROES
               MOVE CLIENTE TO TCLIENTE
               IF CLIENTES-DISPONIBLE
                   MOVE CLIENTE TO CLI-NUMERO
                   READ AR-CLIENTES
                       INVALID KEY
                           MOVE "NO EN CLIENTES" TO TTELEFONO
                       NOT INVALID KEY
                           MOVE CLI-NOMBRE   TO TTITULAR
                           MOVE CLI-TELEFONO TO TTELEFONO
                   END-READ
               ELSE
                   MOVE "SIN CLIENTES" TO TTELEFONO
               END-IF
           ELSE
               MOVE "SIN CLIENTE" TO TTELEFONO
           END-IF.

           RELEASE REGISTRO-TRABAJO.

      * Misma anotacion que deja BAJA-RESERVA en MantenimientoReservas
      * (accion "B", imagen antes y despues), con el lote como
      * operador para que la consulta de auditoria distinga la
      * anulacion de la agencia de una baja tecleada.
       REGISTRA-AUDITORIA.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           MOVE WS-OPERADOR-ANULA TO AUD-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO AUD-HORA.
           MOVE "B"              TO AUD-ACCION.
           MOVE RESERVA          TO AUD-RESERVA.
           MOVE WS-AUD-ANTES     TO AUD-ANTES.
           MOVE REGISTRO-ENTRADA TO AUD-DESPUES.

           OPEN EXTEND AR-AUDITORIA.
           WRITE REGISTRO-AUDITORIA.
           CLOSE AR-AUDITORIA.

       ESCRIBE-LISTA-LLAMADAS.
           OPEN OUTPUT AR-LLAMADAS.

           MOVE WS-DESTINO-MAYUS TO LLA-HDR-DESTINO.
           MOVE WS-FECHA-ANULADA TO LLA-HDR-SALIDA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO LLA-HDR-FECHA.
           WRITE LINEA-LLAMADA FROM LLA-ENCABEZADO.

           RETURN AR-TRABAJO
               AT END SET FIN-AR-TRABAJO TO TRUE
           END-RETURN.

           PERFORM ESCRIBE-UNA-SUCURSAL UNTIL FIN-AR-TRABAJO.

           MOVE WS-CTL-ANULADAS    TO LLA-TRL-ANULADAS.
           MOVE WS-CTL-YA-ANULADAS TO LLA-TRL-YA-ANULADAS.
           MOVE WS-CTL-LLAMADAS    TO LLA-TRL-LLAMADAS.
           MOVE WS-CTL-PLAZAS      TO LLA-TRL-PLAZAS.
           MOVE SPACES TO LINEA-LLAMADA.
           WRITE LINEA-LLAMADA.
           WRITE LINEA-LLAMADA FROM LLA-TRAILER.

           IF WS-CTL-ERRORES > ZEROES
               MOVE SPACES TO LINEA-LLAMADA
               STRING "RESERVAS QUE NO SE PUDIERON ANULAR: "
                          DELIMITED BY SIZE
                      WS-CTL-ERRORES DELIMITED BY SIZE
                   INTO LINEA-LLAMADA
               WRITE LINEA-LLAMADA
           END-IF.

           CLOSE AR-LLAMADAS.

       ESCRIBE-UNA-SUCURSAL.
           MOVE TSUCURSAL TO SUCURSAL-ANTERIOR.
           MOVE ZEROES TO WS-SUC-RESERVAS, WS-SUC-PLAZAS.

           IF SUCURSAL-ANTERIOR = SPACES
               MOVE "CENTRAL" TO LLA-SUC-CODIGO
           ELSE
               MOVE SUCURSAL-ANTERIOR TO LLA-SUC-CODIGO
           END-IF.

           MOVE SPACES TO LINEA-LLAMADA.
           WRITE LINEA-LLAMADA.
           WRITE LINEA-LLAMADA FROM LLA-SUCURSAL.
           WRITE LINEA-LLAMADA FROM LLA-COLUMNAS.

           PERFORM UNTIL TSUCURSAL NOT = SUCURSAL-ANTERIOR
               ADD 1 TO WS-SUC-RESERVAS
               ADD 1 TO WS-CTL-LLAMADAS
               ADD TPLAZAS TO WS-SUC-PLAZAS
               ADD TPLAZAS TO WS-CTL-PLAZAS

               MOVE TRESERVA   TO LLA-LIN-RESERVA
               MOVE TCLIENTE   TO LLA-LIN-CLIENTE
               MOVE TTITULAR   TO LLA-LIN-TITULAR
               MOVE TTELEFONO  TO LLA-LIN-TELEFONO
               MOVE TPLAZAS    TO LLA-LIN-PLAZAS
               MOVE TSITUACION TO LLA-LIN-SITUACION
               WRITE LINEA-LLAMADA FROM LLA-LINEA

               RETURN AR-TRABAJO
                   AT END SET FIN-AR-TRABAJO TO TRUE
               END-RETURN
           END-PERFORM.

           MOVE WS-SUC-RESERVAS TO LLA-SUC-RESERVAS.
           MOVE WS-SUC-PLAZAS   TO LLA-SUC-PLAZAS.
           WRITE LINEA-LLAMADA FROM LLA-TOTAL-SUCURSAL.

       MUESTRA-TOTALES.
           DISPLAY "RESERVAS ANULADAS:           " WS-CTL-ANULADAS.
           DISPLAY "  DE ELLAS EN LISTA ESPERA:  " WS-CTL-DE-ESPERA.
           DISPLAY "YA ANULADAS (OTRA CORRIDA):  " WS-CTL-YA-ANULADAS.
           DISPLAY "CANCELADAS ANTES POR CLIENTE:"
                   WS-CTL-BAJA-CLIENTE.
           DISPLAY "LINEAS EN LLAMADAS.DAT:      " WS-CTL-LLAMADAS.
           IF WS-CTL-ERRORES > ZEROES
               DISPLAY "ERRORES AL REESCRIBIR:       " WS-CTL-ERRORES
           END-IF.
