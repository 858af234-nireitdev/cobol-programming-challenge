      ******************************************************************
      * EVTSETL.CPY
      * Registro comun de liquidacion al promotor por evento
      * (archivo EVTSETTLE): una linea por evento liquidado, con
      * la fecha de negocio de la liquidacion, el promotor y las
      * cifras del estado de cuenta (bruto, reembolsos, valor de
      * los abonos, cargo por ticket, comision y neto a pagar).
      * Lo graba Batch/EVTSETL.COB; la existencia de la linea
      * cierra el evento: 04-TicketSystem ya no reembolsa sus
      * asientos y EVTSETL no lo liquida dos veces.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  EVTSETL-RECORD.
           05  SET-EVENT           PIC 9(3).
           05  FILLER              PIC X(1).
           05  SET-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  SET-PROMOTER        PIC X(15).
           05  FILLER              PIC X(1).
           05  SET-TICKETS         PIC 9(5).
           05  FILLER              PIC X(1).
           05  SET-GROSS           PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  SET-REFUNDS         PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  SET-SEASON          PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  SET-FEES            PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  SET-COMMISSION      PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  SET-PAYABLE         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
