      ******************************************************************
      * FUELLOG.CPY
      * Registro comun del log de combustible y odometro (archivo
      * FUELLOG): una linea por carga o cierre de dia de un vehiculo,
      * con el chofer, los litros y el importe cargados (cero si solo
      * se informa el odometro) y la lectura del odometro.
      * Lo graba 02-AmazonDelivery.COB y lo lee Batch/FLEETRPT.COB
      * para el costo por km.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  FUELLOG-RECORD.
           05  FUL-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  FUL-PLATE           PIC X(8).
           05  FILLER              PIC X(1).
           05  FUL-DRIVER          PIC 9(3).
           05  FILLER              PIC X(1).
           05  FUL-LITRES          PIC 9(3)V99.
           05  FILLER              PIC X(1).
           05  FUL-COST            PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  FUL-ODOMETER        PIC 9(7).
