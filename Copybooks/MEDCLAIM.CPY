      ******************************************************************
      * MEDCLAIM.CPY
      * Archivo de reclamos a obras sociales (MEDCLAIMS) que arma
      * el batch MEDCLAIM: por cada reclamo una linea "H" de
      * cabecera (obra social, fecha, cantidad de visitas y
      * total) seguida de una linea "D" por visita reclamada
      * (paciente, afiliado, fecha, especialidad e importe).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  MEDCLAIM-RECORD.
           05  MCLM-TYPE           PIC X(1).
               88  MCLM-HEADER         VALUE "H".
               88  MCLM-DETAIL         VALUE "D".
           05  FILLER              PIC X(1).
           05  MCLM-CLAIM-NO       PIC X(8).
           05  FILLER              PIC X(1).
           05  MCLM-BODY           PIC X(60).
           05  MCLM-HEADER-BODY REDEFINES MCLM-BODY.
               10  MCLMH-INS-CODE  PIC X(5).
               10  FILLER          PIC X(1).
               10  MCLMH-DATE      PIC 9(8).
               10  FILLER          PIC X(1).
               10  MCLMH-COUNT     PIC 9(4).
               10  FILLER          PIC X(1).
               10  MCLMH-TOTAL     PIC 9(7)V99.
               10  FILLER          PIC X(31).
           05  MCLM-DETAIL-BODY REDEFINES MCLM-BODY.
               10  MCLMD-PARTY     PIC X(15).
               10  FILLER          PIC X(1).
               10  MCLMD-POLICY    PIC X(20).
               10  FILLER          PIC X(1).
               10  MCLMD-VISIT-DATE PIC X(8).
               10  FILLER          PIC X(1).
               10  MCLMD-IDXSPC    PIC 99.
               10  FILLER          PIC X(1).
               10  MCLMD-AMOUNT    PIC 9(5)V99.
               10  FILLER          PIC X(4).
