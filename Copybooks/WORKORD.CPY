      ******************************************************************
      * WORKORD.CPY
      * Registro comun de ordenes de trabajo (archivo WORKORDERS):
      * reparaciones levantadas contra una propiedad del listado con
      * prioridad, contratista y presupuesto, su estado y, al
      * terminar, el costo real y quien lo paga (inquilino o
      * propietario). Lo mantiene 03-RealStateRentSystem; lo lee
      * Batch/OWNSTMT.COB para el estado de cuenta del propietario.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  WORKORDER-RECORD.
           05  WO-ID               PIC 9(5).
           05  FILLER              PIC X(1).
           05  WO-HOME             PIC 99.
           05  FILLER              PIC X(1).
           05  WO-OPENED           PIC X(8).
           05  FILLER              PIC X(1).
      *>       1 emergencia / 2 urgente / 3 rutina
           05  WO-PRIORITY         PIC 9.
           05  FILLER              PIC X(1).
           05  WO-DESC             PIC X(30).
           05  FILLER              PIC X(1).
           05  WO-CONTRACTOR       PIC X(15).
           05  FILLER              PIC X(1).
           05  WO-ESTIMATE         PIC 9(5).
           05  FILLER              PIC X(1).
      *>       "R" levantada / "A" aprobada / "I" en curso /
      *>       "C" terminada
           05  WO-STATUS           PIC X(1).
           05  FILLER              PIC X(1).
           05  WO-STATUS-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  WO-ACTUAL           PIC 9(5).
           05  FILLER              PIC X(1).
      *>       Quien paga: "T" inquilino (al libro) / "L" propietario
      *>       (al GLEXTRACT)
           05  WO-PAYER            PIC X(1).
           05  FILLER              PIC X(1).
           05  WO-PARTY-ID         PIC X(15).
