      ******************************************************************
      * Author:
      * Date:
      * Purpose: Forward recovery of BOOKINGS.DAT. Rebuilds the
      *          master from a backup copy (BOOKINGS.BAK, an indexed
      *          copy of BOOKINGS.DAT with the same layout) and then
      *          replays the AUDITORIA.DAT journal over it, in the
      *          order it was written, so a corrupted file or a bad
      *          maintenance session costs only what has to be
      *          undone instead of the whole day's work. Arguments
      *          come in keyword/value pairs:
      *            DESDE AAAAMMDD[HHMMSS]  moment the backup was taken
      *                                    (required); journal lines
      *                                    before it are already in
      *                                    the copy and are skipped.
      *            HASTA AAAAMMDD[HHMMSS]  replay up to and including
      *                                    this moment (a bare date is
      *                                    the whole day).
      *            OPERADOR XXXXXXXX       stop before the first line
      *                                    of this operator's session.
      *            FUERZA                  take RUNLOCK.DAT even if it
      *                                    is not LIBRE (stale token
      *                                    left by a crashed job).
      *          Without HASTA or OPERADOR the whole journal is
      *          replayed. No journal line is applied blindly: an
      *          alta needs the RESERVA to be absent, and a
      *          modificacion, baja or retirada needs the current
      *          record to be exactly the journal's AUD-ANTES image.
      *          Anything else is listed in RECUPERA.DAT with both
      *          images and left unapplied for someone to look at.
      *          RUNLOCK.DAT is held as RECUPERACION for the whole
      *          run, which neither the nightly run nor any
      *          maintenance program will start over. Return code 0
      *          clean, 4 with discrepancies listed, 8 when nothing
      *          was recovered (bad arguments, no backup), 12 when
      *          RUNLOCK.DAT was held by someone else.
      * Tectonics: cobc
      ******************************************************************

      * SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecuperaReservas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL AR-ENTRADA ASSIGN TO "BOOKINGS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RESERVA
                 FILE STATUS IS AR-ENTRADA-STATUS.

      * Copia de seguridad de BOOKINGS.DAT, mismo trazado y clave.
      * Solo se lee: la recuperacion puede repetirse cuantas veces
      * haga falta desde la misma copia.
       SELECT AR-COPIA ASSIGN TO "BOOKINGS.BAK"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS COP-RESERVA
                 FILE STATUS IS AR-COPIA-STATUS.

      * Diario de auditoria de todos los programas que tocan
      * BOOKINGS.DAT; solo lectura.
       SELECT OPTIONAL AR-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AR-INFORME ASSIGN TO "RECUPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Testigo de ventana de proceso: mientras se recupera queda
      * RECUPERACION y nadie mas abre BOOKINGS.DAT.
       SELECT OPTIONAL AR-RUNLOCK ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AR-ENTRADA.
           COPY BOOKREC.

       FD AR-COPIA.
       01 REGISTRO-COPIA.
           03 FILLER               PIC X(50).
           03 COP-RESERVA          PIC 9(7).
           03 FILLER               PIC X(53).

       FD AR-AUDITORIA.
           COPY AUDREC.

       FD AR-INFORME.
       01 LINEA-INFORME        PIC X(132).

       FD AR-RUNLOCK.
           COPY LCKREC.

       WORKING-STORAGE SECTION.
       01 AR-ENTRADA-STATUS     PIC XX VALUE "00".
       01 AR-COPIA-STATUS       PIC XX VALUE "00".

       01 WS-LOCK-TITULAR       PIC X(14) VALUE SPACES.

       01 WS-RUNLOCK-CONCEDIDO  PIC X VALUE "N".
           88 RUNLOCK-CONCEDIDO VALUE "S".

       01 WS-NUM-ARGS           PIC 9(2) VALUE ZEROES.
       01 WS-ARG-IDX            PIC 9(2) VALUE ZEROES.
       01 WS-ARG-CLAVE          PIC X(20) VALUE SPACES.
       01 WS-ARG-VALOR          PIC X(20) VALUE SPACES.

       01 WS-ARGUMENTOS-OK      PIC X VALUE "S".
           88 ARGUMENTOS-OK     VALUE "S".

       01 WS-FORZAR             PIC X VALUE "N".
           88 FORZAR-RUNLOCK    VALUE "S".

      * Momentos AAAAMMDDHHMMSS: el de la copia, el tope pedido y el
      * de la linea del diario en curso, comparables entre si.
       01 WS-MOMENTO-COPIA.
           03 WS-COPIA-FECHA        PIC 9(8) VALUE ZEROES.
           03 WS-COPIA-HORA         PIC 9(6) VALUE ZEROES.

       01 WS-MOMENTO-TOPE.
           03 WS-TOPE-FECHA         PIC 9(8) VALUE ZEROES.
           03 WS-TOPE-HORA          PIC 9(6) VALUE ZEROES.

       01 WS-MOMENTO-LINEA.
           03 WS-LINEA-FECHA        PIC 9(8) VALUE ZEROES.
           03 WS-LINEA-HORA         PIC 9(6) VALUE ZEROES.

       01 WS-HAY-TOPE           PIC X VALUE "N".
           88 HAY-TOPE          VALUE "S".

       01 WS-OPERADOR-TOPE      PIC X(8) VALUE SPACES.

       01 WS-EOF-COPIA          PIC X VALUE "N".
           88 FIN-COPIA         VALUE "Y".

       01 WS-EOF-AUDITORIA      PIC X VALUE "N".
           88 FIN-AUDITORIA     VALUE "Y".

       01 WS-RESTAURADA         PIC X VALUE "N".
           88 COPIA-RESTAURADA  VALUE "S".

       01 WS-PARADA             PIC X VALUE "N".
           88 REPETICION-PARADA VALUE "S".
       01 WS-MOTIVO-PARADA      PIC X(60) VALUE SPACES.

       01 WS-EXISTE             PIC X VALUE "N".
           88 RESERVA-EXISTE    VALUE "S".

       01 WS-REGISTRO-ACTUAL    PIC X(120) VALUE SPACES.
       01 WS-DISCREPANCIA       PIC X(40) VALUE SPACES.

      * Codigo de retorno: 0 limpia, 4 con discrepancias, 8 sin
      * recuperar, 12 RUNLOCK.DAT ocupado.
       01 WS-SEVERIDAD          PIC 9(2) VALUE ZEROES.

       01 WS-CTL-COPIA          PIC 9(7) VALUE ZEROES.
       01 WS-CTL-LEIDAS         PIC 9(7) VALUE ZEROES.
       01 WS-CTL-ANTERIORES     PIC 9(7) VALUE ZEROES.
       01 WS-CTL-ALTAS          PIC 9(7) VALUE ZEROES.
       01 WS-CTL-MODIFICACIONES PIC 9(7) VALUE ZEROES.
       01 WS-CTL-BAJAS          PIC 9(7) VALUE ZEROES.
       01 WS-CTL-RETIRADAS      PIC 9(7) VALUE ZEROES.
       01 WS-CTL-DISCREPANCIAS  PIC 9(7) VALUE ZEROES.
       01 WS-CTL-NO-REPETIDAS   PIC 9(7) VALUE ZEROES.

       01 REC-ENCABEZADO.
           03 FILLER                PIC X(32) VALUE
                   "RECUPERACION DE BOOKINGS.DAT  ".
           03 FILLER                PIC X(7)  VALUE "COPIA ".
           03 REC-HDR-COPIA         PIC X(14).
           03 FILLER                PIC X(8)  VALUE "  HASTA ".
           03 REC-HDR-TOPE          PIC X(14).
           03 FILLER                PIC X(11) VALUE "  OPERADOR ".
           03 REC-HDR-OPERADOR      PIC X(8).
           03 FILLER                PIC X(8)  VALUE "  FECHA ".
           03 REC-HDR-FECHA         PIC 9(8).
           03 FILLER                PIC X(22) VALUE SPACES.

       01 REC-COLUMNAS.
           03 FILLER                PIC X(16) VALUE "FECHA    HORA".
           03 FILLER                PIC X(9)  VALUE "OPERADOR".
           03 FILLER                PIC X(4)  VALUE "ACC".
           03 FILLER                PIC X(9)  VALUE "RESERVA".
           03 FILLER                PIC X(94) VALUE "DISCREPANCIA".

       01 REC-LINEA.
           03 REC-LIN-FECHA         PIC 9(8).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REC-LIN-HORA          PIC 9(6).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REC-LIN-OPERADOR      PIC X(8).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 REC-LIN-ACCION        PIC X(1).
           03 FILLER                PIC X(3)  VALUE SPACES.
           03 REC-LIN-RESERVA       PIC 9(7).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 REC-LIN-DISCREPANCIA  PIC X(40).
           03 FILLER                PIC X(54) VALUE SPACES.

      * Las dos imagenes de una discrepancia, una debajo de la otra
      * para comparar columna a columna.
       01 REC-IMAGEN.
           03 FILLER                PIC X(4)  VALUE SPACES.
           03 REC-IMG-ORIGEN        PIC X(8).
           03 REC-IMG-REGISTRO      PIC X(120).

       01 REC-TOTAL.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 REC-TOT-CONCEPTO      PIC X(40).
           03 REC-TOT-CANTIDAD      PIC Z(6)9.
           03 FILLER                PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       RECUPERA-PRINCIPAL.
           PERFORM LEE-ARGUMENTOS.

           IF NOT ARGUMENTOS-OK
               DISPLAY "USO: RecuperaReservas DESDE AAAAMMDD[HHMMSS]"
               DISPLAY "     [HASTA AAAAMMDD[HHMMSS]]"
               DISPLAY "     [OPERADOR XXXXXXXX] [FUERZA]"
               MOVE 8 TO WS-SEVERIDAD
           ELSE
               PERFORM TOMA-RUNLOCK
               IF NOT RUNLOCK-CONCEDIDO
                   MOVE 12 TO WS-SEVERIDAD
               ELSE
                   OPEN OUTPUT AR-INFORME
                   PERFORM ESCRIBE-ENCABEZADO
                   PERFORM RESTAURA-COPIA
                   IF COPIA-RESTAURADA
                       PERFORM REPITE-DIARIO
                       IF WS-CTL-DISCREPANCIAS > ZEROES
                           MOVE 4 TO WS-SEVERIDAD
                       END-IF
                   ELSE
                       MOVE 8 TO WS-SEVERIDAD
                   END-IF
                   PERFORM ESCRIBE-TOTALES
                   CLOSE AR-INFORME
                   PERFORM LIBERA-RUNLOCK
                   PERFORM MUESTRA-TOTALES
               END-IF
           END-IF.

           MOVE WS-SEVERIDAD TO RETURN-CODE.
           STOP RUN.

      * Pares clave/valor en cualquier orden; FUERZA va sola. Una
      * fecha sin hora es el principio del dia para DESDE y el final
      * para HASTA.
       LEE-ARGUMENTOS.
           MOVE "S" TO WS-ARGUMENTOS-OK.
           ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.
           MOVE 1 TO WS-ARG-IDX.

           PERFORM UNTIL WS-ARG-IDX > WS-NUM-ARGS
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-CLAVE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-CLAVE) TO WS-ARG-CLAVE
               ADD 1 TO WS-ARG-IDX
               MOVE SPACES TO WS-ARG-VALOR
               IF WS-ARG-CLAVE NOT = "FUERZA"
                  AND WS-ARG-IDX NOT > WS-NUM-ARGS
                   DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
                   ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
                   ADD 1 TO WS-ARG-IDX
               END-IF
               EVALUATE WS-ARG-CLAVE
                   WHEN "FUERZA"
                       SET FORZAR-RUNLOCK TO TRUE
                   WHEN "DESDE"
                       IF WS-ARG-VALOR (1:8) IS NUMERIC
                           MOVE WS-ARG-VALOR (1:8) TO WS-COPIA-FECHA
                           IF WS-ARG-VALOR (9:6) IS NUMERIC
                               MOVE WS-ARG-VALOR (9:6)
                                   TO WS-COPIA-HORA
                           ELSE
                               MOVE ZEROES TO WS-COPIA-HORA
                           END-IF
                       ELSE
                           DISPLAY "ERROR: DESDE NO ES AAAAMMDD: "
                                   WS-ARG-VALOR
                           MOVE "N" TO WS-ARGUMENTOS-OK
                       END-IF
                   WHEN "HASTA"
                       IF WS-ARG-VALOR (1:8) IS NUMERIC
                           SET HAY-TOPE TO TRUE
                           MOVE WS-ARG-VALOR (1:8) TO WS-TOPE-FECHA
                           IF WS-ARG-VALOR (9:6) IS NUMERIC
                               MOVE WS-ARG-VALOR (9:6)
                                   TO WS-TOPE-HORA
                           ELSE
                               MOVE 235959 TO WS-TOPE-HORA
                           END-IF
                       ELSE
                           DISPLAY "ERROR: HASTA NO ES AAAAMMDD: "
                                   WS-ARG-VALOR
                           MOVE "N" TO WS-ARGUMENTOS-OK
                       END-IF
                   WHEN "OPERADOR"
                       IF WS-ARG-VALOR = SPACES
                           DISPLAY "ERROR: FALTA EL OPERADOR"
                           MOVE "N" TO WS-ARGUMENTOS-OK
                       ELSE
                           MOVE WS-ARG-VALOR TO WS-OPERADOR-TOPE
                       END-IF
                   WHEN OTHER
                       DISPLAY "ERROR: ARGUMENTO DESCONOCIDO: "
                               WS-ARG-CLAVE
                       MOVE "N" TO WS-ARGUMENTOS-OK
               END-EVALUATE
           END-PERFORM.

           IF WS-COPIA-FECHA = ZEROES
               DISPLAY "ERROR: FALTA DESDE (MOMENTO DE LA COPIA)"
               MOVE "N" TO WS-ARGUMENTOS-OK
           END-IF.

           IF HAY-TOPE AND WS-MOMENTO-TOPE < WS-MOMENTO-COPIA
               DISPLAY "ERROR: HASTA ES ANTERIOR A LA COPIA"
               MOVE "N" TO WS-ARGUMENTOS-OK
           END-IF.

      * Mas estricto que el resto de programas: cualquier titular
      * que no sea LIBRE puede tener BOOKINGS.DAT abierto, y aqui se
      * va a vaciar. FUERZA lo pisa cuando el testigo es de un
      * trabajo caido (la fecha y hora lo delatan).
       TOMA-RUNLOCK.
           MOVE SPACES TO WS-LOCK-TITULAR.
           MOVE "N" TO WS-RUNLOCK-CONCEDIDO.

           OPEN INPUT AR-RUNLOCK.
           READ AR-RUNLOCK
               AT END CONTINUE
               NOT AT END MOVE LCK-TITULAR TO WS-LOCK-TITULAR
           END-READ.
           CLOSE AR-RUNLOCK.

           IF WS-LOCK-TITULAR NOT = SPACES
              AND WS-LOCK-TITULAR NOT = "LIBRE"
              AND NOT FORZAR-RUNLOCK
               DISPLAY "BOOKINGS.DAT EN USO (RUNLOCK.DAT="
                       WS-LOCK-TITULAR " DESDE " LCK-FECHA " "
                       LCK-HORA ")"
               DISPLAY "RECUPERACION BLOQUEADA - SI EL TESTIGO ES DE"
               DISPLAY "UN TRABAJO CAIDO, RELANZAR CON FUERZA"
           ELSE
               MOVE "S" TO WS-RUNLOCK-CONCEDIDO
               MOVE "RECUPERACION" TO LCK-TITULAR
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

       ESCRIBE-ENCABEZADO.
           MOVE WS-MOMENTO-COPIA TO REC-HDR-COPIA.
           IF HAY-TOPE
               MOVE WS-MOMENTO-TOPE TO REC-HDR-TOPE
           ELSE
               MOVE "FIN DEL DIARIO" TO REC-HDR-TOPE
           END-IF.
           MOVE WS-OPERADOR-TOPE TO REC-HDR-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REC-HDR-FECHA.
           WRITE LINEA-INFORME FROM REC-ENCABEZADO.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM REC-COLUMNAS.

      * La copia se abre antes de tocar BOOKINGS.DAT: sin copia
      * legible el maestro se queda como esta.
       RESTAURA-COPIA.
           MOVE "N" TO WS-RESTAURADA.
           MOVE "N" TO WS-EOF-COPIA.

           OPEN INPUT AR-COPIA.
           IF AR-COPIA-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR BOOKINGS.BAK (ESTADO "
                       AR-COPIA-STATUS ")"
               DISPLAY "BOOKINGS.DAT NO SE HA TOCADO"
               MOVE "NO SE PUDO ABRIR BOOKINGS.BAK - NADA RECUPERADO"
                   TO WS-MOTIVO-PARADA
           ELSE
               OPEN OUTPUT AR-ENTRADA
               READ AR-COPIA NEXT RECORD
                   AT END SET FIN-COPIA TO TRUE
               END-READ

               PERFORM UNTIL FIN-COPIA
                   MOVE REGISTRO-COPIA TO REGISTRO-ENTRADA
                   WRITE REGISTRO-ENTRADA
                       INVALID KEY
                           DISPLAY "ERROR: RESERVA " RESERVA
                                   " DUPLICADA EN LA COPIA"
                       NOT INVALID KEY
                           ADD 1 TO WS-CTL-COPIA
                   END-WRITE
                   READ AR-COPIA NEXT RECORD
                       AT END SET FIN-COPIA TO TRUE
                   END-READ
               END-PERFORM

               CLOSE AR-COPIA, AR-ENTRADA
               SET COPIA-RESTAURADA TO TRUE
           END-IF.

      * El diario se lee de principio a fin, que ya es el orden en
      * que pasaron las cosas. Pasado el punto de parada se sigue
      * leyendo solo para contar lo que queda sin repetir.
       REPITE-DIARIO.
           MOVE "N" TO WS-EOF-AUDITORIA.
           MOVE "N" TO WS-PARADA.
           MOVE "FIN DEL DIARIO" TO WS-MOTIVO-PARADA.

           OPEN I-O AR-ENTRADA.
           OPEN INPUT AR-AUDITORIA.
           READ AR-AUDITORIA
               AT END SET FIN-AUDITORIA TO TRUE
           END-READ.

           PERFORM UNTIL FIN-AUDITORIA
               ADD 1 TO WS-CTL-LEIDAS
               MOVE AUD-FECHA TO WS-LINEA-FECHA
               MOVE AUD-HORA  TO WS-LINEA-HORA
               IF NOT REPETICION-PARADA
                   PERFORM VERIFICA-PARADA
               END-IF
               EVALUATE TRUE
                   WHEN REPETICION-PARADA
                       ADD 1 TO WS-CTL-NO-REPETIDAS
                   WHEN WS-MOMENTO-LINEA < WS-MOMENTO-COPIA
                       ADD 1 TO WS-CTL-ANTERIORES
                   WHEN OTHER
                       PERFORM REPITE-LINEA
               END-EVALUATE
               READ AR-AUDITORIA
                   AT END SET FIN-AUDITORIA TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-AUDITORIA, AR-ENTRADA.

       VERIFICA-PARADA.
           IF HAY-TOPE AND WS-MOMENTO-LINEA > WS-MOMENTO-TOPE
               SET REPETICION-PARADA TO TRUE
               MOVE "TOPE HASTA ALCANZADO" TO WS-MOTIVO-PARADA
           END-IF.

           IF NOT REPETICION-PARADA
              AND WS-OPERADOR-TOPE NOT = SPACES
              AND AUD-OPERADOR = WS-OPERADOR-TOPE
              AND WS-MOMENTO-LINEA NOT < WS-MOMENTO-COPIA
               SET REPETICION-PARADA TO TRUE
               MOVE SPACES TO WS-MOTIVO-PARADA
               STRING "PARADA ANTES DE LA SESION DE " WS-OPERADOR-TOPE
                      " (" AUD-FECHA " " AUD-HORA ")"
                   DELIMITED BY SIZE INTO WS-MOTIVO-PARADA
               END-STRING
           END-IF.

      * Cada linea solo se aplica si el maestro esta exactamente como
      * el diario dice que estaba antes del cambio.
       REPITE-LINEA.
           MOVE SPACES TO WS-DISCREPANCIA.
           MOVE SPACES TO WS-REGISTRO-ACTUAL.
           MOVE AUD-RESERVA TO RESERVA.
           READ AR-ENTRADA
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE
                   MOVE REGISTRO-ENTRADA TO WS-REGISTRO-ACTUAL
           END-READ.

           EVALUATE TRUE
               WHEN AUD-ALTA
                   IF RESERVA-EXISTE
                       MOVE "ALTA DE UNA RESERVA QUE YA EXISTE"
                           TO WS-DISCREPANCIA
                   ELSE
                       MOVE AUD-DESPUES TO REGISTRO-ENTRADA
                       WRITE REGISTRO-ENTRADA
                           INVALID KEY
                               MOVE "ALTA RECHAZADA POR BOOKINGS.DAT"
                                   TO WS-DISCREPANCIA
                           NOT INVALID KEY
                               ADD 1 TO WS-CTL-ALTAS
                       END-WRITE
                   END-IF
               WHEN AUD-MODIFICACION OR AUD-BAJA OR AUD-RETIRADA
                   IF NOT RESERVA-EXISTE
                       MOVE "LA RESERVA NO EXISTE EN BOOKINGS.DAT"
                           TO WS-DISCREPANCIA
                   ELSE
                       IF WS-REGISTRO-ACTUAL NOT = AUD-ANTES
                           MOVE "IMAGEN ANTES DISTINTA DEL REGISTRO"
                               TO WS-DISCREPANCIA
                       ELSE
                           PERFORM APLICA-CAMBIO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "ACCION DESCONOCIDA EN EL DIARIO"
                       TO WS-DISCREPANCIA
           END-EVALUATE.

           IF WS-DISCREPANCIA NOT = SPACES
               PERFORM REGISTRA-DISCREPANCIA
           END-IF.

       APLICA-CAMBIO.
           IF AUD-RETIRADA
               DELETE AR-ENTRADA
                   INVALID KEY
                       MOVE "RETIRADA RECHAZADA POR BOOKINGS.DAT"
                           TO WS-DISCREPANCIA
                   NOT INVALID KEY
                       ADD 1 TO WS-CTL-RETIRADAS
               END-DELETE
           ELSE
               MOVE AUD-DESPUES TO REGISTRO-ENTRADA
               REWRITE REGISTRO-ENTRADA
                   INVALID KEY
                       MOVE "CAMBIO RECHAZADO POR BOOKINGS.DAT"
                           TO WS-DISCREPANCIA
                   NOT INVALID KEY
                       IF AUD-BAJA
                           ADD 1 TO WS-CTL-BAJAS
                       ELSE
                           ADD 1 TO WS-CTL-MODIFICACIONES
                       END-IF
               END-REWRITE
           END-IF.

       REGISTRA-DISCREPANCIA.
           ADD 1 TO WS-CTL-DISCREPANCIAS.

           MOVE AUD-FECHA       TO REC-LIN-FECHA.
           MOVE AUD-HORA        TO REC-LIN-HORA.
           MOVE AUD-OPERADOR    TO REC-LIN-OPERADOR.
           MOVE AUD-ACCION      TO REC-LIN-ACCION.
           MOVE AUD-RESERVA     TO REC-LIN-RESERVA.
           MOVE WS-DISCREPANCIA TO REC-LIN-DISCREPANCIA.
           WRITE LINEA-INFORME FROM REC-LINEA.

      * De un alta se muestra lo que se queria grabar; de lo demas,
      * lo que el diario esperaba encontrar.
           MOVE "DIARIO "       TO REC-IMG-ORIGEN.
           IF AUD-ALTA
               MOVE AUD-DESPUES TO REC-IMG-REGISTRO
           ELSE
               MOVE AUD-ANTES   TO REC-IMG-REGISTRO
           END-IF.
           WRITE LINEA-INFORME FROM REC-IMAGEN.

           MOVE "MAESTRO"       TO REC-IMG-ORIGEN.
           IF RESERVA-EXISTE
               MOVE WS-REGISTRO-ACTUAL TO REC-IMG-REGISTRO
           ELSE
               MOVE "(NO EXISTE)" TO REC-IMG-REGISTRO
           END-IF.
           WRITE LINEA-INFORME FROM REC-IMAGEN.

       ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE WS-MOTIVO-PARADA TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE "RESERVAS RESTAURADAS DE LA COPIA"
               TO REC-TOT-CONCEPTO.
           MOVE WS-CTL-COPIA TO REC-TOT-CANTIDAD.
           WRITE LINEA-INFORME FROM REC-TOTAL.

           MOVE "LINEAS DE DIARIO LEIDAS" TO REC-TOT-CONCEPTO.
           MOVE WS-CTL-LEIDAS TO REC-TOT-CANTIDAD.
           WRITE LINEA-INFORME FROM REC-TOTAL.

           MOVE "ANTERIORES A LA COPIA (YA INCLUIDAS)"
               TO REC-TOT-CONCEPTO.
           MOVE WS-CTL-ANTERIORES TO REC-TOT-CANTIDAD.
           WRITE LINEA-INFORME FROM REC-TOTAL.

           MOVE "ALTAS REPETIDAS" TO REC-TOT-CONCEPTO.
           MOVE WS-CTL-ALTAS TO REC-TOT-CANTIDAD.
           WRITE LINEA-INFORME FROM REC-TOTAL.

           MOVE "MODIFICACIONES REPETIDAS" TO REC-TOT-CONCEPTO.
           MOVE WS-CTL-MODIFICACIONES TO REC-TOT-CANTIDAD.
           WRITE LINEA-INFORME FROM REC-TOTAL.

           MOVE "BAJAS REPETIDAS" TO REC-TOT-CONCEPTO.
           MOVE WS-CTL-BAJAS TO REC-TOT-CANTIDAD.
           WRITE LINEA-INFORME FROM REC-TOTAL.

           MOVE "RETIRADAS REPETIDAS" TO REC-TOT-CONCEPTO.
           MOVE WS-CTL-RETIRADAS TO REC-TOT-CANTIDAD.
           WRITE LINEA-INFORME FROM REC-TOTAL.

           MOVE "DISCREPANCIAS (NO APLICADAS)" TO REC-TOT-CONCEPTO.
           MOVE WS-CTL-DISCREPANCIAS TO REC-TOT-CANTIDAD.
           WRITE LINEA-INFORME FROM REC-TOTAL.

           MOVE "POSTERIORES A LA PARADA (NO REPETIDAS)"
               TO REC-TOT-CONCEPTO.
           MOVE WS-CTL-NO-REPETIDAS TO REC-TOT-CANTIDAD.
           WRITE LINEA-INFORME FROM REC-TOTAL.

       MUESTRA-TOTALES.
           DISPLAY "RECUPERACION DE BOOKINGS.DAT".
           DISPLAY WS-MOTIVO-PARADA.
           DISPLAY "RESTAURADAS DE LA COPIA: " WS-CTL-COPIA.
           DISPLAY "DIARIO LEIDAS:           " WS-CTL-LEIDAS.
           DISPLAY "ANTERIORES A LA COPIA:   " WS-CTL-ANTERIORES.
           DISPLAY "ALTAS REPETIDAS:         " WS-CTL-ALTAS.
           DISPLAY "MODIFICACIONES:          " WS-CTL-MODIFICACIONES.
           DISPLAY "BAJAS REPETIDAS:         " WS-CTL-BAJAS.
           DISPLAY "RETIRADAS REPETIDAS:     " WS-CTL-RETIRADAS.
           DISPLAY "DISCREPANCIAS:           " WS-CTL-DISCREPANCIAS.
           DISPLAY "NO REPETIDAS:            " WS-CTL-NO-REPETIDAS.
           IF WS-CTL-DISCREPANCIAS > ZEROES
               DISPLAY "REVISAR RECUPERA.DAT"
           END-IF.
