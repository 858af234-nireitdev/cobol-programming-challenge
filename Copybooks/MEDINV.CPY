      ******************************************************************
      * MEDINV.CPY
      * Factura de visita medica (archivo MEDINV): la abre
      * 03-MedicalAppointment al marcar la visita ATENDIDA, con el
      * copago del paciente separado de la parte de la obra
      * social. MINV-PAID: " " impaga / "P" pagada (el copago).
      * La parte de la obra social la reclama el batch MEDCLAIM:
      * MINV-CLAIM-STAT " " sin reclamar / "C" reclamada en el
      * reclamo MINV-CLAIM-NO / "A" pagada completa por la obra
      * social / "R" rechazada en todo o en parte (motivo en
      * MINV-REJ-CODE, lo pagado en MINV-INS-PAID) / "B" linea de
      * refacturacion al paciente de lo rechazado (MINV-TOTAL en
      * cero: el honorario ya esta en la linea original).
      * Registros viejos sin los campos de reclamo leen en blanco.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  MEDINV-RECORD.
           05  MINV-PARTY      PIC X(15).
           05  FILLER          PIC X.
           05  MINV-DATE       PIC X(8).
           05  FILLER          PIC X.
           05  MINV-IDXSPC     PIC 99.
           05  FILLER          PIC X.
           05  MINV-TOTAL      PIC 9(5)V99.
           05  FILLER          PIC X.
           05  MINV-COPAY      PIC 9(5)V99.
           05  FILLER          PIC X.
           05  MINV-INSURER    PIC 9(5)V99.
           05  FILLER          PIC X.
           05  MINV-PAID       PIC X.
           05  FILLER          PIC X.
           05  MINV-CLAIM-STAT PIC X.
               88  MINV-UNCLAIMED      VALUE " ".
               88  MINV-CLAIMED        VALUE "C".
               88  MINV-INS-ACCEPTED   VALUE "A".
               88  MINV-INS-REJECTED   VALUE "R".
               88  MINV-REBILL         VALUE "B".
           05  FILLER          PIC X.
           05  MINV-CLAIM-NO   PIC X(8).
           05  FILLER          PIC X.
           05  MINV-INS-PAID   PIC 9(5)V99.
           05  FILLER          PIC X.
           05  MINV-REJ-CODE   PIC X(2).
