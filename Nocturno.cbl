      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly job-stream controller. Runs the nightly
      *          sequence in its fixed order, one step at a time:
      *            1 Programaflybynight        (Programa)
      *            2 FacturacionReservas       (Factura)
      *            3 FacturacionCancelaciones  (Penaliza)
      *            4 PromocionEspera           (Promueve)
      *            5 ManifiestoSalidas         (Manifiesto)
      *            6 CuentasPorCobrar          (Cobranzas)
      *          Each step is the executable named after its source
      *          member, in the run directory. Its return code is
      *          checked before the next one starts: Programa may end
      *          in 4 (review OPERMSG.DAT, the stream goes on) but
      *          not in 8 or 12, and the other steps must end in 0.
      *          Billing is not started unless BOOKSORT.DAT and a
      *          complete SUMMARY.DAT of the business date are there.
      *          Every step leaves its status in PASOSNOCHE.DAT for
      *          the business date: E when started, then C completed,
      *          F failed, or S skipped because an earlier step
      *          failed. A rerun for the same date restarts from the
      *          first step that has not completed; a completed step
      *          is never run twice for the same date (a second
      *          billing or fee run duplicates documents) unless it
      *          is named with FUERZA, and neither is a step whose
      *          last status is E (it was interrupted half way and
      *          its output has to be looked at first). Arguments
      *          come in keyword/value pairs:
      *            FECHA AAAAMMDD   business date (never later than
      *                             today). Without it, the latest
      *                             date in PASOSNOCHE.DAT that still
      *                             has a step interrupted, failed or
      *                             skipped, so a restart after
      *                             midnight finishes that night
      *                             instead of billing a new one;
      *                             today when every date is done.
      *            FUERZA n         run step n even if it already
      *                             completed or was interrupted on
      *                             the business date; may be given
      *                             once per step.
      *          Return code 0 when every step completed clean, 4
      *          when some completed with a warning, 8 when a step
      *          failed or was refused and the rest were skipped, 12
      *          on bad arguments (nothing run).
      * Tectonics: cobc
      ******************************************************************

      * SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CadenaNocturna.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Estado de los pasos por fecha de negocio; solo se anade, y
      * la ultima linea de un paso para una fecha es la que vale.
       SELECT OPTIONAL AR-PASOS ASSIGN TO "PASOSNOCHE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Entradas de la facturacion que deja Programaflybynight; solo
      * se comprueba que esten antes de lanzar FacturacionReservas.
       SELECT OPTIONAL AR-ORDENADO ASSIGN TO "BOOKSORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-ORDENADO-STATUS.

       SELECT OPTIONAL INFORME ASSIGN TO "SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

      * Mensajes que deja Programaflybynight; se repiten en consola
      * cuando el paso no termina limpio.
       SELECT OPTIONAL AR-OPERMSG ASSIGN TO "OPERMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AR-PASOS.
       01 REGISTRO-PASO.
           03 PSO-FECHA-NEGOCIO    PIC 9(8).
           03 PSO-PASO             PIC 9(2).
           03 PSO-PROGRAMA         PIC X(24).
           03 PSO-ESTADO           PIC X(1).
               88 PSO-EN-CURSO         VALUE "E".
               88 PSO-COMPLETADO       VALUE "C".
               88 PSO-FALLIDO          VALUE "F".
               88 PSO-SALTADO          VALUE "S".
           03 PSO-RC               PIC 9(3).
           03 PSO-FECHA            PIC 9(8).
           03 PSO-HORA             PIC 9(6).
      * "F" cuando el paso se lanzo con FUERZA.
           03 PSO-FORZADO          PIC X(1).
           03 PSO-MOTIVO           PIC X(30).

       FD AR-ORDENADO.
       01 LINEA-ORDENADO       PIC X(110).

       FD INFORME.
       01 LINEA-INFORME        PIC X(60).

       FD AR-OPERMSG.
       01 LINEA-OPERMSG        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SUMREC.

       01 AR-ORDENADO-STATUS    PIC X(2) VALUE SPACES.
       01 INFORME-STATUS        PIC X(2) VALUE SPACES.

       01 WS-NUM-ARGS           PIC 9(2) VALUE ZEROES.
       01 WS-ARG-IDX            PIC 9(2) VALUE ZEROES.
       01 WS-ARG-CLAVE          PIC X(20) VALUE SPACES.
       01 WS-ARG-VALOR          PIC X(20) VALUE SPACES.

       01 WS-ARGUMENTOS-OK      PIC X VALUE "S".
           88 ARGUMENTOS-OK     VALUE "S".

       01 WS-FECHA-HOY          PIC 9(8) VALUE ZEROES.
       01 WS-FECHA-NEGOCIO      PIC 9(8) VALUE ZEROES.
       01 WS-PASO-FORZADO       PIC 9(2) VALUE ZEROES.
       01 WS-PASO-NUM           PIC 9(1) VALUE ZEROES.

      * Sin FECHA se busca la ultima noche que quedo a medias: ultimo
      * estado de cada paso por fecha de negocio. Solo se guardan las
      * fechas mas recientes; al llenarse se descarta la mas antigua.
       01 WS-FECHA-DADA         PIC X VALUE "N".
           88 FECHA-DADA        VALUE "S".
       01 WS-FECHA-PENDIENTE    PIC 9(8) VALUE ZEROES.
       01 WS-PASO-SUB           PIC 9(2) VALUE ZEROES.
       01 WS-FECHAS-TOTAL       PIC 9(2) VALUE ZEROES.
       01 WS-FECHAS-MAX         PIC 9(2) VALUE 60.
       01 WS-FECHAS.
           03 TABLA-FECHAS OCCURS 60 TIMES
                   INDEXED BY IDX-FECHA IDX-FEC-ANTIGUA.
               05 TAB-FEC-NEGOCIO       PIC 9(8).
               05 TAB-FEC-ESTADOS.
                   07 TAB-FEC-ESTADO    PIC X(1) OCCURS 6 TIMES.

      * Los pasos de la cadena en su orden fijo, con lo que dejo la
      * ultima corrida de la fecha de negocio en PASOSNOCHE.DAT.
       01 WS-PASOS-TOTAL        PIC 9(2) VALUE ZEROES.
       01 WS-PASOS.
           03 TABLA-PASOS OCCURS 6 TIMES
                   INDEXED BY IDX-PASO.
               05 TAB-PASO-PROGRAMA     PIC X(24).
               05 TAB-PASO-COMANDO      PIC X(40).
      * Peor codigo de retorno con el que el paso cuenta como hecho.
               05 TAB-PASO-RC-MAXIMO    PIC 9(2).
      * "S" si antes de lanzarlo hay que ver BOOKSORT.DAT/SUMMARY.DAT.
               05 TAB-PASO-ENTRADAS     PIC X(1).
                   88 PASO-PIDE-SUMMARY     VALUE "S".
      * "S" si el paso deja sus avisos en OPERMSG.DAT.
               05 TAB-PASO-MENSAJES     PIC X(1).
                   88 PASO-DEJA-OPERMSG     VALUE "S".
               05 TAB-PASO-FORZAR       PIC X(1).
                   88 PASO-FORZADO          VALUE "S".
               05 TAB-PASO-ULTIMO       PIC X(1).
                   88 PASO-YA-COMPLETADO    VALUE "C".
                   88 PASO-INTERRUMPIDO     VALUE "E".
               05 TAB-PASO-ULT-FECHA    PIC 9(8).
               05 TAB-PASO-ULT-HORA     PIC 9(6).
      * Lo que paso con el paso en esta corrida, para el resumen.
               05 TAB-PASO-RESULTADO    PIC X(30).

       01 WS-EOF-PASOS          PIC X VALUE "N".
           88 FIN-PASOS         VALUE "Y".

       01 WS-EOF-SUMMARY        PIC X VALUE "N".
           88 FIN-SUMMARY       VALUE "Y".

       01 WS-EOF-OPERMSG        PIC X VALUE "N".
           88 FIN-OPERMSG       VALUE "Y".

      * Una vez falla o se rechaza un paso, los siguientes no se
      * lanzan: quedan como saltados para la proxima corrida.
       01 WS-DETENIDA           PIC X VALUE "N".
           88 CADENA-DETENIDA   VALUE "S".

       01 WS-ENTRADAS-OK        PIC X VALUE "N".
           88 ENTRADAS-OK       VALUE "S".

       01 WS-HDR-VISTO          PIC X VALUE "N".
           88 HDR-VISTO         VALUE "S".
       01 WS-TRL-VISTO          PIC X VALUE "N".
           88 TRL-VISTO         VALUE "S".

      * El sistema devuelve el estado de espera del proceso: el
      * codigo de salida del paso viene multiplicado por 256 y el
      * resto distinto de cero es una terminacion anormal.
       01 WS-ESTADO-SISTEMA     PIC S9(9) VALUE ZEROES.
       01 WS-RC-PASO            PIC 9(3) VALUE ZEROES.
       01 WS-RESTO-PASO         PIC 9(3) VALUE ZEROES.

       01 WS-ESTADO-PASO        PIC X(1) VALUE SPACES.
       01 WS-MOTIVO             PIC X(30) VALUE SPACES.
       01 WS-RC-ED              PIC Z9.
       01 WS-RC-MAXIMO-ED       PIC Z9.

      * Codigo de retorno: 0 todo completado limpio, 4 con avisos,
      * 8 un paso fallido o rechazado, 12 argumentos erroneos.
       01 WS-SEVERIDAD          PIC 9(2) VALUE ZEROES.

       01 WS-CTL-LANZADOS       PIC 9(2) VALUE ZEROES.
       01 WS-CTL-COMPLETADOS    PIC 9(2) VALUE ZEROES.
       01 WS-CTL-YA-HECHOS      PIC 9(2) VALUE ZEROES.
       01 WS-CTL-FALLIDOS       PIC 9(2) VALUE ZEROES.
       01 WS-CTL-SALTADOS       PIC 9(2) VALUE ZEROES.

       PROCEDURE DIVISION.
       CADENA-PRINCIPAL.
           PERFORM CARGA-PASOS.
           PERFORM LEE-ARGUMENTOS.

           IF NOT ARGUMENTOS-OK
               DISPLAY "USO: CadenaNocturna [FECHA AAAAMMDD]"
               DISPLAY "                    [FUERZA n] ..."
               DISPLAY "CADENA NOCTURNA NO ARRANCADA"
               MOVE 12 TO WS-SEVERIDAD
           ELSE
               PERFORM LEE-ESTADO-PASOS
               PERFORM MUESTRA-PLAN
               PERFORM EJECUTA-PASO
                   VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > WS-PASOS-TOTAL
               PERFORM MUESTRA-RESUMEN
           END-IF.

           MOVE WS-SEVERIDAD TO RETURN-CODE.
           STOP RUN.

      * El orden de la cadena es fijo. Programaflybynight puede
      * terminar en 4 (reinicio desde checkpoint, reservas
      * rechazadas): es para revisar, pero SUMMARY.DAT cuadra y la
      * facturacion puede seguir. Con 8 o 12 no.
       CARGA-PASOS.
           MOVE 6 TO WS-PASOS-TOTAL.

           MOVE "Programaflybynight"       TO TAB-PASO-PROGRAMA (1).
           MOVE "./Programa"               TO TAB-PASO-COMANDO (1).
           MOVE 4                          TO TAB-PASO-RC-MAXIMO (1).
           MOVE "N"                        TO TAB-PASO-ENTRADAS (1).
           MOVE "S"                        TO TAB-PASO-MENSAJES (1).

           MOVE "FacturacionReservas"      TO TAB-PASO-PROGRAMA (2).
           MOVE "./Factura"                TO TAB-PASO-COMANDO (2).
           MOVE ZEROES                     TO TAB-PASO-RC-MAXIMO (2).
           MOVE "S"                        TO TAB-PASO-ENTRADAS (2).
           MOVE "N"                        TO TAB-PASO-MENSAJES (2).

           MOVE "FacturacionCancelaciones" TO TAB-PASO-PROGRAMA (3).
           MOVE "./Penaliza"               TO TAB-PASO-COMANDO (3).
           MOVE ZEROES                     TO TAB-PASO-RC-MAXIMO (3).
           MOVE "N"                        TO TAB-PASO-ENTRADAS (3).
           MOVE "N"                        TO TAB-PASO-MENSAJES (3).

           MOVE "PromocionEspera"          TO TAB-PASO-PROGRAMA (4).
           MOVE "./Promueve"               TO TAB-PASO-COMANDO (4).
           MOVE ZEROES                     TO TAB-PASO-RC-MAXIMO (4).
           MOVE "N"                        TO TAB-PASO-ENTRADAS (4).
           MOVE "N"                        TO TAB-PASO-MENSAJES (4).

           MOVE "ManifiestoSalidas"        TO TAB-PASO-PROGRAMA (5).
           MOVE "./Manifiesto"             TO TAB-PASO-COMANDO (5).
           MOVE ZEROES                     TO TAB-PASO-RC-MAXIMO (5).
           MOVE "N"                        TO TAB-PASO-ENTRADAS (5).
           MOVE "N"                        TO TAB-PASO-MENSAJES (5).

           MOVE "CuentasPorCobrar"         TO TAB-PASO-PROGRAMA (6).
           MOVE "./Cobranzas"              TO TAB-PASO-COMANDO (6).
           MOVE ZEROES                     TO TAB-PASO-RC-MAXIMO (6).
           MOVE "N"                        TO TAB-PASO-ENTRADAS (6).
           MOVE "N"                        TO TAB-PASO-MENSAJES (6).

           PERFORM VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > WS-PASOS-TOTAL
               MOVE "N"    TO TAB-PASO-FORZAR (IDX-PASO)
               MOVE SPACE  TO TAB-PASO-ULTIMO (IDX-PASO)
               MOVE ZEROES TO TAB-PASO-ULT-FECHA (IDX-PASO)
               MOVE ZEROES TO TAB-PASO-ULT-HORA (IDX-PASO)
               MOVE SPACES TO TAB-PASO-RESULTADO (IDX-PASO)
           END-PERFORM.

      * Pares clave/valor en cualquier orden; FUERZA puede repetirse
      * con un paso distinto cada vez.
       LEE-ARGUMENTOS.
           MOVE "S" TO WS-ARGUMENTOS-OK.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.
           MOVE WS-FECHA-HOY TO WS-FECHA-NEGOCIO.
           ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.
           MOVE 1 TO WS-ARG-IDX.

           PERFORM UNTIL WS-ARG-IDX > WS-NUM-ARGS
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-CLAVE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-CLAVE) TO WS-ARG-CLAVE
               ADD 1 TO WS-ARG-IDX
               MOVE SPACES TO WS-ARG-VALOR
               IF WS-ARG-IDX NOT > WS-NUM-ARGS
                   DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
                   ACCEPT WS-ARG-VALOR FROM ARGUMENT-VALUE
                   ADD 1 TO WS-ARG-IDX
               END-IF
               EVALUATE WS-ARG-CLAVE
                   WHEN "FECHA"
                       IF WS-ARG-VALOR (1:8) IS NUMERIC
                          AND WS-ARG-VALOR (9:12) = SPACES
                           MOVE WS-ARG-VALOR (1:8) TO WS-FECHA-NEGOCIO
                           MOVE "S" TO WS-FECHA-DADA
                       ELSE
                           DISPLAY "ERROR: FECHA NO ES AAAAMMDD: "
                                   WS-ARG-VALOR
                           MOVE "N" TO WS-ARGUMENTOS-OK
                       END-IF
                   WHEN "FUERZA"
                       PERFORM LEE-PASO-FORZADO
                   WHEN OTHER
                       DISPLAY "ERROR: ARGUMENTO DESCONOCIDO: "
                               WS-ARG-CLAVE
                       MOVE "N" TO WS-ARGUMENTOS-OK
               END-EVALUATE
           END-PERFORM.

      * Un relanzamiento pasada la medianoche sin FECHA no puede abrir
      * una noche nueva: volveria a lanzar Programaflybynight y la
      * facturacion desde el primer paso y se factura dos veces.
           IF ARGUMENTOS-OK AND NOT FECHA-DADA
               PERFORM BUSCA-FECHA-PENDIENTE
               IF WS-FECHA-PENDIENTE NOT = ZEROES
                  AND WS-FECHA-PENDIENTE NOT = WS-FECHA-HOY
                   MOVE WS-FECHA-PENDIENTE TO WS-FECHA-NEGOCIO
                   DISPLAY "SIN FECHA: SE REANUDA LA FECHA DE NEGOCIO "
                           WS-FECHA-NEGOCIO ", QUE QUEDO A MEDIAS"
                   DISPLAY "(PARA ABRIR OTRA FECHA, DARLA CON FECHA)"
               END-IF
           END-IF.

           IF WS-FECHA-NEGOCIO > WS-FECHA-HOY
               DISPLAY "ERROR: LA FECHA DE NEGOCIO " WS-FECHA-NEGOCIO
                       " ES POSTERIOR A HOY"
               MOVE "N" TO WS-ARGUMENTOS-OK
           END-IF.

       LEE-PASO-FORZADO.
           MOVE ZEROES TO WS-PASO-FORZADO.
           IF WS-ARG-VALOR (1:1) IS NUMERIC
              AND WS-ARG-VALOR (2:19) = SPACES
               MOVE WS-ARG-VALOR (1:1) TO WS-PASO-FORZADO
           ELSE
               IF WS-ARG-VALOR (1:2) IS NUMERIC
                  AND WS-ARG-VALOR (3:18) = SPACES
                   MOVE WS-ARG-VALOR (1:2) TO WS-PASO-FORZADO
               END-IF
           END-IF.

           IF WS-PASO-FORZADO < 1 OR WS-PASO-FORZADO > WS-PASOS-TOTAL
               DISPLAY "ERROR: FUERZA NECESITA UN PASO DE 1 A "
                       WS-PASOS-TOTAL ": " WS-ARG-VALOR
               MOVE "N" TO WS-ARGUMENTOS-OK
           ELSE
               MOVE "S" TO TAB-PASO-FORZAR (WS-PASO-FORZADO)
           END-IF.

      * Ultima fecha de negocio con algun paso cuyo ultimo estado es
      * E, F o S. Misma lectura que LEE-ESTADO-PASOS, pero para todas
      * las fechas del fichero a la vez.
       BUSCA-FECHA-PENDIENTE.
           MOVE ZEROES TO WS-FECHA-PENDIENTE.
           MOVE ZEROES TO WS-FECHAS-TOTAL.
           INITIALIZE WS-FECHAS.
           MOVE "N" TO WS-EOF-PASOS.

           OPEN INPUT AR-PASOS.
           READ AR-PASOS
               AT END SET FIN-PASOS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-PASOS
               IF PSO-PASO > ZEROES
                  AND PSO-PASO NOT > WS-PASOS-TOTAL
                   PERFORM ANOTA-FECHA-PASO
               END-IF
               READ AR-PASOS
                   AT END SET FIN-PASOS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-PASOS.

           PERFORM VARYING IDX-FECHA FROM 1 BY 1
                   UNTIL IDX-FECHA > WS-FECHAS-TOTAL
               IF TAB-FEC-NEGOCIO (IDX-FECHA) > WS-FECHA-PENDIENTE
                   PERFORM MIRA-FECHA-PENDIENTE
               END-IF
           END-PERFORM.

       ANOTA-FECHA-PASO.
           SET IDX-FECHA TO 1.
           SEARCH TABLA-FECHAS
               AT END
                   PERFORM ABRE-FILA-FECHA
               WHEN TAB-FEC-NEGOCIO (IDX-FECHA) = PSO-FECHA-NEGOCIO
                   CONTINUE
           END-SEARCH.

           IF TAB-FEC-NEGOCIO (IDX-FECHA) = PSO-FECHA-NEGOCIO
               MOVE PSO-ESTADO TO TAB-FEC-ESTADO (IDX-FECHA, PSO-PASO)
           END-IF.

      * Tabla llena: la fecha nueva ocupa la fila de la mas antigua.
      * Una linea de una fecha aun mas antigua no cabe y se ignora.
       ABRE-FILA-FECHA.
           IF WS-FECHAS-TOTAL < WS-FECHAS-MAX
               ADD 1 TO WS-FECHAS-TOTAL
               SET IDX-FECHA TO WS-FECHAS-TOTAL
           ELSE
               SET IDX-FEC-ANTIGUA TO 1
               PERFORM VARYING IDX-FECHA FROM 2 BY 1
                       UNTIL IDX-FECHA > WS-FECHAS-TOTAL
                   IF TAB-FEC-NEGOCIO (IDX-FECHA) <
                      TAB-FEC-NEGOCIO (IDX-FEC-ANTIGUA)
                       SET IDX-FEC-ANTIGUA TO IDX-FECHA
                   END-IF
               END-PERFORM
               SET IDX-FECHA TO IDX-FEC-ANTIGUA
           END-IF.

           IF TAB-FEC-NEGOCIO (IDX-FECHA) < PSO-FECHA-NEGOCIO
               MOVE PSO-FECHA-NEGOCIO TO TAB-FEC-NEGOCIO (IDX-FECHA)
               MOVE SPACES            TO TAB-FEC-ESTADOS (IDX-FECHA)
           END-IF.

       MIRA-FECHA-PENDIENTE.
           PERFORM VARYING WS-PASO-SUB FROM 1 BY 1
                   UNTIL WS-PASO-SUB > WS-PASOS-TOTAL
               IF TAB-FEC-ESTADO (IDX-FECHA, WS-PASO-SUB) = "E"
                  OR TAB-FEC-ESTADO (IDX-FECHA, WS-PASO-SUB) = "F"
                  OR TAB-FEC-ESTADO (IDX-FECHA, WS-PASO-SUB) = "S"
                   MOVE TAB-FEC-NEGOCIO (IDX-FECHA)
                       TO WS-FECHA-PENDIENTE
               END-IF
           END-PERFORM.

      * Ultimo estado de cada paso para la fecha de negocio: las
      * lineas estan en el orden en que se escribieron, asi que la
      * ultima de cada paso pisa a las anteriores.
       LEE-ESTADO-PASOS.
           MOVE "N" TO WS-EOF-PASOS.

           OPEN INPUT AR-PASOS.
           READ AR-PASOS
               AT END SET FIN-PASOS TO TRUE
           END-READ.

           PERFORM UNTIL FIN-PASOS
               IF PSO-FECHA-NEGOCIO = WS-FECHA-NEGOCIO
                  AND PSO-PASO > ZEROES
                  AND PSO-PASO NOT > WS-PASOS-TOTAL
                   MOVE PSO-ESTADO TO TAB-PASO-ULTIMO (PSO-PASO)
                   MOVE PSO-FECHA  TO TAB-PASO-ULT-FECHA (PSO-PASO)
                   MOVE PSO-HORA   TO TAB-PASO-ULT-HORA (PSO-PASO)
               END-IF
               READ AR-PASOS
                   AT END SET FIN-PASOS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-PASOS.

       MUESTRA-PLAN.
           DISPLAY "CADENA NOCTURNA - FECHA DE NEGOCIO "
                   WS-FECHA-NEGOCIO.

           SET IDX-PASO TO 1.
           SEARCH TABLA-PASOS
               AT END
                   DISPLAY "TODOS LOS PASOS YA COMPLETADOS PARA "
                           "ESTA FECHA"
               WHEN NOT PASO-YA-COMPLETADO (IDX-PASO)
                 OR PASO-FORZADO (IDX-PASO)
                   IF IDX-PASO > 1
                       DISPLAY "REANUDANDO EN EL PASO "
                               TAB-PASO-PROGRAMA (IDX-PASO)
                   END-IF
           END-SEARCH.

      * Un paso completado para la fecha no se repite sin FUERZA; uno
      * que quedo en curso (la cadena se corto con el paso dentro)
      * tampoco, porque puede haber dejado documentos a medias.
       EJECUTA-PASO.
           EVALUATE TRUE
               WHEN CADENA-DETENIDA
                   MOVE "S" TO WS-ESTADO-PASO
                   MOVE ZEROES TO WS-RC-PASO
                   MOVE "FALLO UN PASO ANTERIOR" TO WS-MOTIVO
                   PERFORM REGISTRA-PASO
                   MOVE "SALTADO" TO TAB-PASO-RESULTADO (IDX-PASO)
                   ADD 1 TO WS-CTL-SALTADOS
               WHEN PASO-YA-COMPLETADO (IDX-PASO)
                AND NOT PASO-FORZADO (IDX-PASO)
                   DISPLAY "PASO " TAB-PASO-PROGRAMA (IDX-PASO)
                           " YA COMPLETADO EL "
                           TAB-PASO-ULT-FECHA (IDX-PASO) " "
                           TAB-PASO-ULT-HORA (IDX-PASO)
                           " - NO SE REPITE"
                   MOVE "YA COMPLETADO, NO SE REPITE"
                       TO TAB-PASO-RESULTADO (IDX-PASO)
                   ADD 1 TO WS-CTL-YA-HECHOS
               WHEN PASO-INTERRUMPIDO (IDX-PASO)
                AND NOT PASO-FORZADO (IDX-PASO)
                   DISPLAY "PASO " TAB-PASO-PROGRAMA (IDX-PASO)
                           " QUEDO EN CURSO EL "
                           TAB-PASO-ULT-FECHA (IDX-PASO) " "
                           TAB-PASO-ULT-HORA (IDX-PASO)
                   SET WS-PASO-NUM TO IDX-PASO
                   DISPLAY "REVISAR LO QUE DEJO Y RELANZAR CON "
                           "FUERZA " WS-PASO-NUM
                   MOVE "RECHAZADO: QUEDO EN CURSO"
                       TO TAB-PASO-RESULTADO (IDX-PASO)
                   ADD 1 TO WS-CTL-FALLIDOS
                   SET CADENA-DETENIDA TO TRUE
                   MOVE 8 TO WS-SEVERIDAD
               WHEN OTHER
                   PERFORM LANZA-PASO
           END-EVALUATE.

       LANZA-PASO.
           SET ENTRADAS-OK TO TRUE.
           IF PASO-PIDE-SUMMARY (IDX-PASO)
               PERFORM VERIFICA-ENTRADAS-FACTURA
           END-IF.

           IF NOT ENTRADAS-OK
               MOVE "F" TO WS-ESTADO-PASO
               MOVE ZEROES TO WS-RC-PASO
               PERFORM REGISTRA-PASO
               DISPLAY "PASO " TAB-PASO-PROGRAMA (IDX-PASO)
                       " NO LANZADO: " WS-MOTIVO
               MOVE WS-MOTIVO TO TAB-PASO-RESULTADO (IDX-PASO)
               ADD 1 TO WS-CTL-FALLIDOS
               SET CADENA-DETENIDA TO TRUE
               MOVE 8 TO WS-SEVERIDAD
           ELSE
               MOVE "E" TO WS-ESTADO-PASO
               MOVE ZEROES TO WS-RC-PASO
               MOVE SPACES TO WS-MOTIVO
               PERFORM REGISTRA-PASO
               SET WS-PASO-NUM TO IDX-PASO
               DISPLAY "LANZANDO PASO " WS-PASO-NUM " "
                       TAB-PASO-PROGRAMA (IDX-PASO)
               ADD 1 TO WS-CTL-LANZADOS

               CALL "SYSTEM" USING TAB-PASO-COMANDO (IDX-PASO)
               MOVE RETURN-CODE TO WS-ESTADO-SISTEMA
               PERFORM EVALUA-RESULTADO

               PERFORM REGISTRA-PASO
               DISPLAY "PASO " TAB-PASO-PROGRAMA (IDX-PASO)
                       " RC " WS-RC-PASO ": " WS-MOTIVO
               MOVE WS-MOTIVO TO TAB-PASO-RESULTADO (IDX-PASO)

               IF PASO-DEJA-OPERMSG (IDX-PASO)
                  AND WS-ESTADO-SISTEMA NOT = ZEROES
                   PERFORM MUESTRA-OPERMSG
               END-IF
           END-IF.

       EVALUA-RESULTADO.
           MOVE ZEROES TO WS-RC-PASO, WS-RESTO-PASO.
           MOVE SPACES TO WS-MOTIVO.

           IF WS-ESTADO-SISTEMA < ZEROES
               MOVE "F" TO WS-ESTADO-PASO
               MOVE "NO SE PUDO LANZAR" TO WS-MOTIVO
           ELSE
               DIVIDE WS-ESTADO-SISTEMA BY 256
                   GIVING WS-RC-PASO REMAINDER WS-RESTO-PASO
               EVALUATE TRUE
                   WHEN WS-RESTO-PASO NOT = ZEROES
                       MOVE "F" TO WS-ESTADO-PASO
                       MOVE "TERMINACION ANORMAL" TO WS-MOTIVO
                   WHEN WS-RC-PASO = 127
                       MOVE "F" TO WS-ESTADO-PASO
                       MOVE "EJECUTABLE NO ENCONTRADO" TO WS-MOTIVO
                   WHEN WS-RC-PASO > TAB-PASO-RC-MAXIMO (IDX-PASO)
                       MOVE "F" TO WS-ESTADO-PASO
                       MOVE WS-RC-PASO TO WS-RC-ED
                       MOVE TAB-PASO-RC-MAXIMO (IDX-PASO)
                           TO WS-RC-MAXIMO-ED
                       STRING "RC " WS-RC-ED " SUPERA EL MAXIMO "
                              WS-RC-MAXIMO-ED
                              DELIMITED BY SIZE INTO WS-MOTIVO
                       END-STRING
                   WHEN WS-RC-PASO > ZEROES
                       MOVE "C" TO WS-ESTADO-PASO
                       MOVE "COMPLETADO CON AVISO" TO WS-MOTIVO
                   WHEN OTHER
                       MOVE "C" TO WS-ESTADO-PASO
                       MOVE "COMPLETADO" TO WS-MOTIVO
               END-EVALUATE
           END-IF.

           IF WS-ESTADO-PASO = "F"
               ADD 1 TO WS-CTL-FALLIDOS
               SET CADENA-DETENIDA TO TRUE
               MOVE 8 TO WS-SEVERIDAD
           ELSE
               ADD 1 TO WS-CTL-COMPLETADOS
               IF WS-RC-PASO > ZEROES AND WS-SEVERIDAD < 4
                   MOVE 4 TO WS-SEVERIDAD
               END-IF
           END-IF.

      * FacturacionReservas consume BOOKSORT.DAT y SUMMARY.DAT tal
      * cual los dejo Programaflybynight: los dos han de existir y
      * SUMMARY.DAT ha de estar entero (header y trailer) y no ser
      * de un dia anterior a la fecha de negocio.
       VERIFICA-ENTRADAS-FACTURA.
           MOVE SPACES TO WS-MOTIVO.

           OPEN INPUT AR-ORDENADO.
           IF AR-ORDENADO-STATUS NOT = "00"
               MOVE "N" TO WS-ENTRADAS-OK
               MOVE "FALTA BOOKSORT.DAT" TO WS-MOTIVO
           END-IF.
           CLOSE AR-ORDENADO.

           IF ENTRADAS-OK
               MOVE "N" TO WS-HDR-VISTO
               MOVE "N" TO WS-TRL-VISTO
               MOVE "N" TO WS-EOF-SUMMARY
               OPEN INPUT INFORME
               IF INFORME-STATUS NOT = "00"
                   SET FIN-SUMMARY TO TRUE
               ELSE
                   READ INFORME
                       AT END SET FIN-SUMMARY TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL FIN-SUMMARY
                   EVALUATE LINEA-INFORME (1:1)
                       WHEN "H"
                           MOVE LINEA-INFORME TO SUMARIO-HEADER
                           SET HDR-VISTO TO TRUE
                       WHEN "T"
                           SET TRL-VISTO TO TRUE
                   END-EVALUATE
                   READ INFORME
                       AT END SET FIN-SUMMARY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE INFORME

               EVALUATE TRUE
                   WHEN NOT HDR-VISTO
                       MOVE "N" TO WS-ENTRADAS-OK
                       MOVE "FALTA SUMMARY.DAT" TO WS-MOTIVO
                   WHEN NOT TRL-VISTO
                       MOVE "N" TO WS-ENTRADAS-OK
                       MOVE "SUMMARY.DAT SIN TRAILER" TO WS-MOTIVO
                   WHEN SUM-HDR-FECHA < WS-FECHA-NEGOCIO
                       MOVE "N" TO WS-ENTRADAS-OK
                       MOVE "SUMMARY.DAT DE UN DIA ANTERIOR"
                           TO WS-MOTIVO
               END-EVALUATE
           END-IF.

       REGISTRA-PASO.
           MOVE WS-FECHA-NEGOCIO TO PSO-FECHA-NEGOCIO.
           SET PSO-PASO TO IDX-PASO.
           MOVE TAB-PASO-PROGRAMA (IDX-PASO) TO PSO-PROGRAMA.
           MOVE WS-ESTADO-PASO TO PSO-ESTADO.
           MOVE WS-RC-PASO TO PSO-RC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PSO-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PSO-HORA.
           IF PASO-FORZADO (IDX-PASO)
               MOVE "F" TO PSO-FORZADO
           ELSE
               MOVE SPACE TO PSO-FORZADO
           END-IF.
           MOVE WS-MOTIVO TO PSO-MOTIVO.

           OPEN EXTEND AR-PASOS.
           WRITE REGISTRO-PASO.
           CLOSE AR-PASOS.

       MUESTRA-OPERMSG.
           MOVE "N" TO WS-EOF-OPERMSG.
           DISPLAY "MENSAJES EN OPERMSG.DAT:".

           OPEN INPUT AR-OPERMSG.
           READ AR-OPERMSG
               AT END SET FIN-OPERMSG TO TRUE
           END-READ.

           PERFORM UNTIL FIN-OPERMSG
               DISPLAY "  " LINEA-OPERMSG
               READ AR-OPERMSG
                   AT END SET FIN-OPERMSG TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AR-OPERMSG.

       MUESTRA-RESUMEN.
           DISPLAY "RESUMEN DE LA CADENA " WS-FECHA-NEGOCIO ":".
           PERFORM VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > WS-PASOS-TOTAL
               SET WS-PASO-NUM TO IDX-PASO
               DISPLAY "  " WS-PASO-NUM " " TAB-PASO-PROGRAMA (IDX-PASO)
                       " " TAB-PASO-RESULTADO (IDX-PASO)
           END-PERFORM.
           DISPLAY "PASOS LANZADOS:        " WS-CTL-LANZADOS.
           DISPLAY "PASOS COMPLETADOS:     " WS-CTL-COMPLETADOS.
           DISPLAY "YA COMPLETADOS ANTES:  " WS-CTL-YA-HECHOS.
           DISPLAY "PASOS FALLIDOS:        " WS-CTL-FALLIDOS.
           DISPLAY "PASOS SALTADOS:        " WS-CTL-SALTADOS.
           IF CADENA-DETENIDA
               DISPLAY "CADENA DETENIDA: CORREGIR Y RELANZAR CON LA "
                       "MISMA FECHA"
           END-IF.
