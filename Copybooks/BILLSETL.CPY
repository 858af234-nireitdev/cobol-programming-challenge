      ******************************************************************
      * BILLSETL.CPY
      * Registro de la rendicion diaria a una empresa de servicios,
      * de 100 posiciones, que arma Batch/BILLSETL.COB (un archivo
      * por empresa y por dia):
      *   H  cabecera  - nuestro banco, empresa y fecha;
      *   D  detalle   - un pago, con la referencia de la factura;
      *   T  trailer   - cantidad de pagos, total adeudado a la
      *                  empresa y total de control (suma de
      *                  referencias de pago).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  BSET-RECORD.
           05  BSET-REC-TYPE       PIC X(1).
               88  BSET-IS-HEADER      VALUE "H".
               88  BSET-IS-DETAIL      VALUE "D".
               88  BSET-IS-TRAILER     VALUE "T".
           05  BSET-BODY           PIC X(99).
           05  BSET-HEADER REDEFINES BSET-BODY.
               10  BSET-H-BANK-CODE    PIC X(3).
               10  BSET-H-BILR-CODE    PIC X(6).
               10  BSET-H-BILR-NAME    PIC X(30).
               10  BSET-H-FILE-DATE    PIC X(8).
               10  FILLER              PIC X(52).
           05  BSET-DETAIL REDEFINES BSET-BODY.
               10  BSET-D-PAY-REF      PIC 9(7).
               10  BSET-D-PAY-DATE     PIC X(8).
               10  BSET-D-CUST-REF     PIC X(20).
               10  BSET-D-AMOUNT       PIC 9(9)V9(2).
               10  FILLER              PIC X(53).
           05  BSET-TRAILER REDEFINES BSET-BODY.
               10  BSET-T-COUNT        PIC 9(7).
               10  BSET-T-TOTAL        PIC 9(11)V9(2).
               10  BSET-T-HASH         PIC 9(13).
               10  FILLER              PIC X(66).
