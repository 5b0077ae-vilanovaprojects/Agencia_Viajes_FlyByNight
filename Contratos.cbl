      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interactive maintenance (alta/baja/modificacion) of
      *          the CONTRATOS.DAT supplier contracts (CONREC.CPY),
      *          one per departure keyed by DESTINO + departure date
      *          like CUPOS.DAT: supplier code, fixed cost of the
      *          departure, cost per seat sold and the supplier's
      *          free-cancellation window. These are the costs
      *          InformeRentabilidad sets against each departure's
      *          revenue. A contract for a departure CUPOS.DAT does
      *          not know, or one the agency has already called
      *          off, is warned on the spot but let in (the quota
      *          row may simply not be loaded yet). A departure that
      *          has already left keeps its contract: deleting it
      *          would silently turn that departure's cost into
      *          pure margin on every later profitability run.
      *          RUNLOCK.DAT is held as MANTENIMIENTO for the whole
      *          session, the same window discipline as the other
      *          maintenance programs.
      * Tectonics: cobc
      ******************************************************************

      * SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoContratos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL AR-CONTRATOS ASSIGN TO "CONTRATOS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CON-CLAVE
                 FILE STATUS IS AR-CONTRATOS-STATUS.

      * Solo lectura: la salida del contrato ha de estar en el cupo
      * y no anulada; si no, se avisa.
       SELECT OPTIONAL CUPOS ASSIGN TO "CUPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Testigo de ventana de proceso compartido con el nocturno y
      * el mantenimiento: mientras se trabaja aqui queda
      * MANTENIMIENTO y el nocturno no arranca, y al reves.
       SELECT OPTIONAL AR-RUNLOCK ASSIGN TO "RUNLOCK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AR-CONTRATOS.
           COPY CONREC.

       FD CUPOS.
       01 REGISTRO-CUPO.
           03 CUP-DESTINO          PIC X(20).
           03 CUP-FECHA            PIC 9(8).
           03 CUP-PLAZAS           PIC 9(4).
           03 CUP-ESTADO           PIC X.
               88 CUP-SALIDA-CERRADA VALUE "X".

       FD AR-RUNLOCK.
           COPY LCKREC.

       WORKING-STORAGE SECTION.
       01 AR-CONTRATOS-STATUS   PIC XX VALUE "00".

       01 WS-LOCK-TITULAR       PIC X(14) VALUE SPACES.

       01 WS-RUNLOCK-CONCEDIDO  PIC X VALUE "N".
           88 RUNLOCK-CONCEDIDO VALUE "S".

       01 WS-OPCION             PIC 9 VALUE 0.

       01 WS-CONTINUAR          PIC X VALUE "S".
           88 CONTINUAR-PROCESO VALUE "S".

       01 WS-EOF-CONTRATOS      PIC X VALUE "N".
           88 FIN-LECTURA       VALUE "Y".

       01 WS-CUPOS-CONTROL.
           03 WS-CUPOS-EOF         PIC X VALUE "N".
               88 FIN-CUPOS        VALUE "Y".
           03 WS-CUPOS-MAX         PIC 9(4) VALUE 500.

       01 WS-CUPOS-DESBORDE       PIC 9(4) VALUE ZEROES.

       01 TABLA-CUPOS-TOTAL       PIC 9(4) VALUE ZEROES.

       01 TABLA-CUPOS-CTL.
           03 TABLA-CUPOS OCCURS 1 TO 500 TIMES
                             DEPENDING ON TABLA-CUPOS-TOTAL
                             INDEXED BY IDX-CUPO.
               05 TAB-CUP-DESTINO   PIC X(20).
               05 TAB-CUP-FECHA     PIC 9(8).
               05 TAB-CUP-PLAZAS    PIC 9(4).
               05 TAB-CUP-ESTADO    PIC X.

       01 WS-FECHA-HOY          PIC 9(8) VALUE ZEROES.

       01 WS-VALIDO             PIC X VALUE "S".
           88 DATOS-VALIDOS     VALUE "S".

       01 WS-MENSAJE-ERROR      PIC X(50) VALUE SPACES.

       01 WS-NUEVO-CONTRATO.
           03 WS-CON-DESTINO        PIC X(20).
           03 WS-CON-FECHA          PIC 9(8).
           03 WS-CON-PROVEEDOR      PIC X(6).
           03 WS-CON-COSTE-FIJO     PIC 9(8)V99.
           03 WS-CON-COSTE-PLAZA    PIC 9(6)V99.
           03 WS-CON-DIAS-ANULACION PIC 9(3).

       01 WS-DIAS-SALIDA        PIC 9(7) VALUE ZEROES.
       01 WS-FECHA-LIMITE       PIC 9(8) VALUE ZEROES.

       01 WS-CTL-CONTRATOS      PIC 9(5) VALUE ZEROES.

       01 WS-ED-FIJO            PIC Z(7)9.99.
       01 WS-ED-PLAZA           PIC Z(5)9.99.
       01 WS-ED-DIAS            PIC ZZ9.

       PROCEDURE DIVISION.
       CONTRATOS-PRINCIPAL.
           PERFORM TOMA-RUNLOCK.

           IF RUNLOCK-CONCEDIDO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY
               PERFORM CARGA-CUPOS

               PERFORM UNTIL NOT CONTINUAR-PROCESO
                   PERFORM MUESTRA-MENU
                   ACCEPT WS-OPCION

                   EVALUATE WS-OPCION
                       WHEN 1 PERFORM ALTA-CONTRATO
                       WHEN 2 PERFORM MODIFICA-CONTRATO
                       WHEN 3 PERFORM BAJA-CONTRATO
                       WHEN 4 PERFORM LISTA-CONTRATOS
                       WHEN 0 MOVE "N" TO WS-CONTINUAR
                       WHEN OTHER DISPLAY "OPCION NO VALIDA"
                   END-EVALUATE
               END-PERFORM

               PERFORM LIBERA-RUNLOCK
           END-IF.

           STOP RUN.

      * Mismo testigo que usa MantenimientoReservas: solo bloquean
      * BATCH (la corrida nocturna) y RECUPERACION (BOOKINGS.DAT a
      * medio reconstruir); otro trabajo de mantenimiento viejo de
      * una sesion caida se pisa.
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
               DISPLAY "MANTENIMIENTO DE CONTRATOS BLOQUEADO - "
                       "REINTENTE CUANDO TERMINE LA CORRIDA"
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

       MUESTRA-MENU.
           DISPLAY " ".
           DISPLAY "=== CONTRATOS DE PROVEEDOR - CONTRATOS.DAT ===".
           DISPLAY "1. ALTA      (contratar una salida)".
           DISPLAY "2. MODIFICAR (corregir costes de un contrato)".
           DISPLAY "3. BAJA      (eliminar un contrato)".
           DISPLAY "4. LISTAR    (ver contratos actuales)".
           DISPLAY "0. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.

       CARGA-CUPOS.
           MOVE ZEROES TO TABLA-CUPOS-TOTAL, WS-CUPOS-DESBORDE.
           MOVE "N" TO WS-CUPOS-EOF.

           OPEN INPUT CUPOS.
           READ CUPOS
               AT END SET FIN-CUPOS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-CUPOS
               IF TABLA-CUPOS-TOTAL < WS-CUPOS-MAX
                   ADD 1 TO TABLA-CUPOS-TOTAL
                   SET IDX-CUPO TO TABLA-CUPOS-TOTAL
                   MOVE FUNCTION UPPER-CASE(CUP-DESTINO)
                       TO TAB-CUP-DESTINO (IDX-CUPO)
                   MOVE CUP-FECHA  TO TAB-CUP-FECHA  (IDX-CUPO)
                   MOVE CUP-PLAZAS TO TAB-CUP-PLAZAS (IDX-CUPO)
                   MOVE CUP-ESTADO TO TAB-CUP-ESTADO (IDX-CUPO)
               ELSE
                   ADD 1 TO WS-CUPOS-DESBORDE
               END-IF
               READ CUPOS
                   AT END SET FIN-CUPOS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUPOS.

           IF WS-CUPOS-DESBORDE > ZEROES
               DISPLAY "AVISO: " WS-CUPOS-DESBORDE " SALIDAS DE "
                       "CUPOS.DAT FUERA DE LA TABLA - SIN COMPROBAR"
           END-IF.

       ABRE-CONTRATOS-IO.
           OPEN I-O AR-CONTRATOS.
           IF AR-CONTRATOS-STATUS = "35"
               OPEN OUTPUT AR-CONTRATOS
               CLOSE AR-CONTRATOS
               OPEN I-O AR-CONTRATOS
           END-IF.

       ALTA-CONTRATO.
           PERFORM PIDE-SALIDA.
           PERFORM CAPTURA-COSTES.
           PERFORM VALIDA-DATOS-CONTRATO.

           IF DATOS-VALIDOS
               PERFORM AVISA-SALIDA-CUPOS
               PERFORM AVISA-PLAZO-ANULACION

               MOVE WS-CON-DESTINO        TO CON-DESTINO
               MOVE WS-CON-FECHA          TO CON-FECHA
               MOVE WS-CON-PROVEEDOR      TO CON-PROVEEDOR
               MOVE WS-CON-COSTE-FIJO     TO CON-COSTE-FIJO
               MOVE WS-CON-COSTE-PLAZA    TO CON-COSTE-PLAZA
               MOVE WS-CON-DIAS-ANULACION TO CON-DIAS-ANULACION

               PERFORM ABRE-CONTRATOS-IO

               WRITE REGISTRO-CONTRATO
                   INVALID KEY
                       DISPLAY
                         "ERROR: YA HAY UN CONTRATO PARA ESA SALIDA"
                   NOT INVALID KEY
                       DISPLAY "CONTRATO AGREGADO CORRECTAMENTE"
               END-WRITE

               CLOSE AR-CONTRATOS
           ELSE
               DISPLAY WS-MENSAJE-ERROR
           END-IF.

       PIDE-SALIDA.
           MOVE SPACES TO WS-CON-DESTINO.
           MOVE ZEROES TO WS-CON-FECHA.

           DISPLAY "DESTINO: " WITH NO ADVANCING.
           ACCEPT WS-CON-DESTINO.
           MOVE FUNCTION UPPER-CASE(WS-CON-DESTINO)
               TO WS-CON-DESTINO.
           DISPLAY "FECHA DE SALIDA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-CON-FECHA.

       CAPTURA-COSTES.
           MOVE SPACES TO WS-CON-PROVEEDOR.
           MOVE ZEROES TO WS-CON-COSTE-FIJO, WS-CON-COSTE-PLAZA.
           MOVE ZEROES TO WS-CON-DIAS-ANULACION.

           DISPLAY "PROVEEDOR (CODIGO): " WITH NO ADVANCING.
           ACCEPT WS-CON-PROVEEDOR.
           MOVE FUNCTION UPPER-CASE(WS-CON-PROVEEDOR)
               TO WS-CON-PROVEEDOR.
           DISPLAY "COSTE FIJO DE LA SALIDA (EJ 3500.00): "
               WITH NO ADVANCING.
           ACCEPT WS-CON-COSTE-FIJO.
           DISPLAY "COSTE POR PLAZA (EJ 85.00): " WITH NO ADVANCING.
           ACCEPT WS-CON-COSTE-PLAZA.
           DISPLAY "DIAS DE ANULACION SIN GASTOS (0 = NINGUNO): "
               WITH NO ADVANCING.
           ACCEPT WS-CON-DIAS-ANULACION.

       VALIDA-DATOS-CONTRATO.
           MOVE "S" TO WS-VALIDO.
           MOVE SPACES TO WS-MENSAJE-ERROR.

           IF WS-CON-DESTINO = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "ERROR: EL DESTINO NO PUEDE ESTAR EN BLANCO"
                   TO WS-MENSAJE-ERROR
           END-IF.

           IF DATOS-VALIDOS AND WS-CON-FECHA = ZEROES
               MOVE "N" TO WS-VALIDO
               MOVE "ERROR: LA FECHA DE SALIDA NO PUEDE SER CERO"
                   TO WS-MENSAJE-ERROR
           END-IF.

           IF DATOS-VALIDOS
              AND FUNCTION TEST-DATE-YYYYMMDD (WS-CON-FECHA)
                      NOT = ZERO
               MOVE "N" TO WS-VALIDO
               MOVE "ERROR: LA FECHA DE SALIDA NO ES AAAAMMDD"
                   TO WS-MENSAJE-ERROR
           END-IF.

           IF DATOS-VALIDOS AND WS-CON-PROVEEDOR = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "ERROR: EL PROVEEDOR NO PUEDE ESTAR EN BLANCO"
                   TO WS-MENSAJE-ERROR
           END-IF.

           IF DATOS-VALIDOS
              AND WS-CON-COSTE-FIJO = ZEROES
              AND WS-CON-COSTE-PLAZA = ZEROES
               MOVE "N" TO WS-VALIDO
               MOVE "ERROR: UN CONTRATO SIN NINGUN COSTE"
                   TO WS-MENSAJE-ERROR
           END-IF.

      * Aviso, no rechazo: el cupo de la salida puede no estar
      * cargado todavia, y una salida anulada puede seguir costando
      * si el proveedor cobra la anulacion.
       AVISA-SALIDA-CUPOS.
           IF TABLA-CUPOS-TOTAL = ZEROES
               DISPLAY "AVISO: LA SALIDA NO ESTA EN CUPOS.DAT"
           ELSE
               SET IDX-CUPO TO 1
               SEARCH TABLA-CUPOS
                   AT END
                       DISPLAY "AVISO: LA SALIDA NO ESTA EN CUPOS.DAT"
                   WHEN TAB-CUP-DESTINO (IDX-CUPO) = WS-CON-DESTINO
                        AND TAB-CUP-FECHA (IDX-CUPO) = WS-CON-FECHA
                       IF TAB-CUP-ESTADO (IDX-CUPO) = "X"
                           DISPLAY "AVISO: SALIDA ANULADA POR LA "
                                   "AGENCIA EN CUPOS.DAT"
                       END-IF
               END-SEARCH
           END-IF.

       AVISA-PLAZO-ANULACION.
           IF WS-CON-DIAS-ANULACION > ZEROES
               PERFORM CALCULA-FECHA-LIMITE
               IF WS-FECHA-LIMITE < WS-FECHA-HOY
                   DISPLAY "AVISO: EL PLAZO DE ANULACION SIN GASTOS "
                           "VENCIO EL " WS-FECHA-LIMITE
               END-IF
           END-IF.

       CALCULA-FECHA-LIMITE.
           COMPUTE WS-DIAS-SALIDA =
                   FUNCTION INTEGER-OF-DATE (WS-CON-FECHA)
                 - WS-CON-DIAS-ANULACION.
           COMPUTE WS-FECHA-LIMITE =
                   FUNCTION DATE-OF-INTEGER (WS-DIAS-SALIDA).

       MODIFICA-CONTRATO.
           PERFORM PIDE-SALIDA.

           PERFORM ABRE-CONTRATOS-IO.

           MOVE WS-CON-DESTINO TO CON-DESTINO.
           MOVE WS-CON-FECHA   TO CON-FECHA.
           READ AR-CONTRATOS
               INVALID KEY
                   DISPLAY "CONTRATO NO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM MUESTRA-CONTRATO
                   PERFORM CAPTURA-COSTES
                   PERFORM VALIDA-DATOS-CONTRATO
                   IF DATOS-VALIDOS
                       PERFORM AVISA-PLAZO-ANULACION
                       MOVE WS-CON-PROVEEDOR   TO CON-PROVEEDOR
                       MOVE WS-CON-COSTE-FIJO  TO CON-COSTE-FIJO
                       MOVE WS-CON-COSTE-PLAZA TO CON-COSTE-PLAZA
                       MOVE WS-CON-DIAS-ANULACION
                           TO CON-DIAS-ANULACION
                       REWRITE REGISTRO-CONTRATO
                           INVALID KEY
                               DISPLAY "ERROR: CONTRATO NO MODIFICADO"
                           NOT INVALID KEY
                               DISPLAY
                                 "CONTRATO MODIFICADO CORRECTAMENTE"
                       END-REWRITE
                   ELSE
                       DISPLAY WS-MENSAJE-ERROR
                       DISPLAY "CONTRATO NO MODIFICADO"
                   END-IF
           END-READ.

           CLOSE AR-CONTRATOS.

      * Una salida que ya partio conserva su contrato: es el coste
      * de su margen en todo informe de rentabilidad posterior. Se
      * corrige con MODIFICAR, no se borra.
       BAJA-CONTRATO.
           PERFORM PIDE-SALIDA.

           IF WS-CON-FECHA < WS-FECHA-HOY
               DISPLAY "ERROR: LA SALIDA YA PARTIO - EL CONTRATO SE "
                       "CONSERVA"
               DISPLAY "CONTRATO NO ELIMINADO - CORREGIR CON MODIFICAR"
           ELSE
               PERFORM ABRE-CONTRATOS-IO

               MOVE WS-CON-DESTINO TO CON-DESTINO
               MOVE WS-CON-FECHA   TO CON-FECHA
               DELETE AR-CONTRATOS
                   INVALID KEY
                       DISPLAY "CONTRATO NO ENCONTRADO"
                   NOT INVALID KEY
                       DISPLAY "CONTRATO ELIMINADO CORRECTAMENTE"
               END-DELETE

               CLOSE AR-CONTRATOS
           END-IF.

       MUESTRA-CONTRATO.
           MOVE CON-COSTE-FIJO     TO WS-ED-FIJO.
           MOVE CON-COSTE-PLAZA    TO WS-ED-PLAZA.
           MOVE CON-DIAS-ANULACION TO WS-ED-DIAS.
           DISPLAY "PROVEEDOR ACTUAL:       " CON-PROVEEDOR.
           DISPLAY "COSTE FIJO ACTUAL:      " WS-ED-FIJO.
           DISPLAY "COSTE POR PLAZA ACTUAL: " WS-ED-PLAZA.
           DISPLAY "DIAS DE ANULACION:      " WS-ED-DIAS.

       LISTA-CONTRATOS.
           MOVE ZEROES TO WS-CTL-CONTRATOS.
           MOVE "N" TO WS-EOF-CONTRATOS.

           OPEN INPUT AR-CONTRATOS.
           IF AR-CONTRATOS-STATUS NOT = "00"
              AND AR-CONTRATOS-STATUS NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR CONTRATOS.DAT (ESTADO "
                       AR-CONTRATOS-STATUS ")"
           ELSE
               READ AR-CONTRATOS NEXT RECORD
                   AT END SET FIN-LECTURA TO TRUE
               END-READ

               DISPLAY " "
               PERFORM UNTIL FIN-LECTURA
                   ADD 1 TO WS-CTL-CONTRATOS
                   MOVE CON-COSTE-FIJO     TO WS-ED-FIJO
                   MOVE CON-COSTE-PLAZA    TO WS-ED-PLAZA
                   MOVE CON-DIAS-ANULACION TO WS-ED-DIAS
                   DISPLAY CON-DESTINO " " CON-FECHA " "
                           CON-PROVEEDOR " FIJO " WS-ED-FIJO
                           " PLAZA " WS-ED-PLAZA
                           " ANUL " WS-ED-DIAS
                   READ AR-CONTRATOS NEXT RECORD
                       AT END SET FIN-LECTURA TO TRUE
                   END-READ
               END-PERFORM

               CLOSE AR-CONTRATOS
           END-IF.

           DISPLAY "CONTRATOS EN TOTAL: " WS-CTL-CONTRATOS.
