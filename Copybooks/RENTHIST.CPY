      ******************************************************************
      * RENTHIST.CPY
      * Registro comun del historial de alquileres (archivo
      * RENTHIST): una linea por ajuste anual aplicado a una
      * tenencia, con la fecha de aniversario, el alquiler anterior
      * y el nuevo, y la regla usada (porcentaje fijo o indice y su
      * porcentaje). Lo agrega Batch/LEASEREN.COB.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  RENTHIST-RECORD.
           05  RH-DATE             PIC X(8).
           05  FILLER              PIC X(1).
           05  RH-PARTY-ID         PIC X(15).
           05  FILLER              PIC X(1).
           05  RH-HOME             PIC 99.
           05  FILLER              PIC X(1).
           05  RH-OLD-RENT         PIC 9(5).
           05  FILLER              PIC X(1).
           05  RH-NEW-RENT         PIC 9(5).
           05  FILLER              PIC X(1).
           05  RH-RULE             PIC X(1).
           05  FILLER              PIC X(1).
           05  RH-INDEX            PIC X(6).
           05  FILLER              PIC X(1).
           05  RH-PCT              PIC 99V99.
