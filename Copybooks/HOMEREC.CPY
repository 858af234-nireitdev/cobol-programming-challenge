      ******************************************************************
      * HOMEREC.CPY
      * Registro comun del listado de propiedades (archivo HOMES):
      * superficie, dormitorios, banos y ubicacion que usa la formula
      * de alquiler, mas el propietario por cuenta de quien se
      * administra la casa (party de PARTYMSTR), el porcentaje de
      * honorarios de administracion y como se le paga el neto
      * ("T" transferencia a su cuenta de ACCOUNTS / otro valor
      * retenido para pago manual). Lo mantiene
      * 03-RealStateRentSystem; lo lee Batch/OWNSTMT.COB.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  HOME-RECORD.
           05  HFL-SIZE            PIC 999.
           05  HFL-BEDROOMS        PIC 9.
           05  HFL-BATHROOMS       PIC 9.
           05  HFL-LOCATION        PIC X(12).
           05  HFL-OWNER           PIC X(15).
           05  HFL-FEE-PCT         PIC 99V99.
           05  HFL-PAY-METHOD      PIC X(1).
