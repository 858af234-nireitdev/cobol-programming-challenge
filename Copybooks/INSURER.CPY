      ******************************************************************
      * INSURER.CPY
      * Maestro de obras sociales (archivo INSURERS), mantenido a
      * mano como MEDFEES: codigo y nombre de cada aseguradora a
      * la que la clinica reclama la parte no cubierta por el
      * copago. Lo usan 03-MedicalAppointment (alta de poliza) y
      * el batch de reclamos MEDCLAIM.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  INSURER-RECORD.
           05  INS-CODE            PIC X(5).
           05  FILLER              PIC X(1).
           05  INS-NAME            PIC X(25).
