      ******************************************************************
      * DESTRULE.CPY
      * Reglas de ingreso por destino (archivo DESTRULES): una
      * linea por codigo de destino de la aerolinea (BKG-OUT-PAIS
      * 1-5, mismos paises de 05-AirlinesFlights), con la vigencia
      * minima del pasaporte en meses despues de la fecha de
      * regreso y si el destino exige visa. Lo consulta el
      * subprograma compartido Batch/DOCCHECK.COB.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  DESTRULE-RECORD.
           05  DRUL-PAIS           PIC 9(1).
           05  FILLER              PIC X(1).
           05  DRUL-NAME           PIC X(10).
           05  FILLER              PIC X(1).
           05  DRUL-MIN-MONTHS     PIC 9(2).
           05  FILLER              PIC X(1).
           05  DRUL-VISA           PIC X(1).
               88  DRUL-VISA-REQUIRED  VALUE "S".
