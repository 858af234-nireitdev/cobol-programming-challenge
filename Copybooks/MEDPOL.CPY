      ******************************************************************
      * MEDPOL.CPY
      * Poliza de salud del paciente (archivo MEDPOLICY): una fila
      * por paciente PARTYMSTR con la obra social (INS-CODE de
      * INSURERS), el numero de afiliado y la vigencia. La carga
      * 03-MedicalAppointment; la lee el batch MEDCLAIM para
      * saber a quien reclamar cada visita.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  MEDPOL-RECORD.
           05  POL-PARTY           PIC X(15).
           05  FILLER              PIC X(1).
           05  POL-INS-CODE        PIC X(5).
           05  FILLER              PIC X(1).
           05  POL-NUMBER          PIC X(20).
           05  FILLER              PIC X(1).
           05  POL-VALID-FROM      PIC 9(8).
           05  FILLER              PIC X(1).
           05  POL-VALID-TO        PIC 9(8).
