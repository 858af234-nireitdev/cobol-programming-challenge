      ******************************************************************
      * TRAVDOC.CPY
      * Registro comun de documentos de viaje (archivo TRAVDOCS):
      * una linea por documento de una persona del maestro
      * PARTYMSTR (Copybooks/PARTY.CPY), identificada por PARTY-ID
      * (en 05-AirlinesFlights el numero de pasaporte, que es la
      * clave con que registra al pasajero). Tipo de documento:
      * "P" pasaporte (el unico que habilita un viaje
      * internacional), "I" documento de identidad. Cada documento
      * lleva hasta 5 visas vigentes, por codigo de destino de la
      * aerolinea (BKG-OUT-PAIS 1-5) y fecha de vencimiento. Lo
      * mantiene 02-TravelAgency y lo consulta el subprograma
      * compartido Batch/DOCCHECK.COB.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  TRAVDOC-RECORD.
           05  TDOC-PARTY-ID       PIC X(15).
           05  FILLER              PIC X(1).
           05  TDOC-TYPE           PIC X(1).
               88  TDOC-PASSPORT       VALUE "P".
               88  TDOC-NATIONAL-ID    VALUE "I".
           05  FILLER              PIC X(1).
           05  TDOC-NUMBER         PIC X(20).
           05  FILLER              PIC X(1).
           05  TDOC-COUNTRY        PIC X(3).
           05  FILLER              PIC X(1).
           05  TDOC-EXPIRY         PIC 9(8).
           05  TDOC-VISA OCCURS 5 TIMES.
               10  FILLER          PIC X(1).
               10  TDOC-VISA-PAIS  PIC 9(1).
               10  TDOC-VISA-EXPIRY PIC 9(8).
