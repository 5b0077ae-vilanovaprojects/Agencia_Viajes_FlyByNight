      ******************************************************************
      * CONREC.CPY
      * CONTRATOS.DAT record layout (indexed, RECORD KEY CON-CLAVE =
      * DESTINO + departure date, the same pair that identifies a
      * departure on CUPOS.DAT), shared by MantenimientoContratos
      * (capture and edit) and InformeRentabilidad (reader) so both
      * stay in lock-step on the layout. One record per departure
      * with what the coach, hotel and guide cost us for it:
      *   CON-PROVEEDOR      - supplier code the departure is
      *                        contracted with.
      *   CON-COSTE-FIJO     - fixed cost of running the departure,
      *                        whatever it sells (coach, guide).
      *   CON-COSTE-PLAZA    - cost per seat sold (hotel, meals).
      *   CON-DIAS-ANULACION - the supplier releases the departure
      *                        free of charge up to this many days
      *                        before it leaves; zero when the
      *                        contract has no such window.
      * A departure called off with the supplier keeps its record
      * only if the supplier still charges for it.
      ******************************************************************
       01  REGISTRO-CONTRATO.
           88 FIN-AR-CONTRATOS  VALUE HIGH-VALUES.
           03 CON-CLAVE.
               05 CON-DESTINO       PIC X(20).
               05 CON-FECHA         PIC 9(8).
           03 CON-PROVEEDOR     PIC X(6).
           03 CON-COSTE-FIJO    PIC 9(8)V99.
           03 CON-COSTE-PLAZA   PIC 9(6)V99.
           03 CON-DIAS-ANULACION PIC 9(3).
