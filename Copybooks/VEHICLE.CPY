      ******************************************************************
      * VEHICLE.CPY
      * Registro comun del padron de vehiculos de reparto (archivo
      * VEHICLES): patente, capacidad en paquetes y en kilos,
      * odometro, proximo service (por fecha y/o por km) y estado.
      * VEH-DRIVER / VEH-OUT-DATE dicen a que chofer se le dio el
      * vehiculo y que dia (ASSIGN-DRIVERS de 02-AmazonDelivery).
      * Lo mantiene 02-AmazonDelivery.COB y lo lee Batch/FLEETRPT.COB.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  VEHICLE-RECORD.
           05  VEH-PLATE           PIC X(8).
           05  FILLER              PIC X(1).
           05  VEH-CAP-PKGS        PIC 9(4).
           05  FILLER              PIC X(1).
           05  VEH-CAP-KG          PIC 9(5).
           05  FILLER              PIC X(1).
           05  VEH-ODOMETER        PIC 9(7).
           05  FILLER              PIC X(1).
      *>       Proximo service: fecha AAAAMMDD (blanco = sin fecha)
      *>       y km del odometro (cero = sin tope por km).
           05  VEH-SVC-DATE        PIC X(8).
           05  FILLER              PIC X(1).
           05  VEH-SVC-KM          PIC 9(7).
           05  FILLER              PIC X(1).
      *>       "A" disponible / "T" en taller / "B" dado de baja
           05  VEH-STATUS          PIC X(1).
               88  VEH-AVAILABLE       VALUE "A".
               88  VEH-IN-WORKSHOP     VALUE "T".
               88  VEH-RETIRED         VALUE "B".
           05  FILLER              PIC X(1).
           05  VEH-DRIVER          PIC 9(3).
           05  FILLER              PIC X(1).
           05  VEH-OUT-DATE        PIC X(8).
