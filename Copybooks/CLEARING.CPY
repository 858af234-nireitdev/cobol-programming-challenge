      ******************************************************************
      * CLEARING.CPY
      * Registro de intercambio con la camara compensadora, de 120
      * posiciones. El mismo layout sirve para el archivo saliente
      * que arma Batch/CLROUT.COB (CLROUT) y para el de devoluciones
      * que recibe Batch/CLRRET.COB (CLRRET):
      *   H  cabecera  - banco emisor, fecha y tipo de archivo;
      *   D  detalle   - una transferencia, por su referencia;
      *   T  trailer   - cantidad de detalles, importe total y
      *                  total de control (suma de referencias).
      * En el archivo de devoluciones el detalle trae ademas el
      * motivo de rechazo de la camara (CLR-D-RETURN-CODE).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  CLR-RECORD.
           05  CLR-REC-TYPE        PIC X(1).
               88  CLR-IS-HEADER       VALUE "H".
               88  CLR-IS-DETAIL       VALUE "D".
               88  CLR-IS-TRAILER      VALUE "T".
           05  CLR-BODY            PIC X(119).
           05  CLR-HEADER REDEFINES CLR-BODY.
               10  CLR-H-BANK-CODE     PIC X(3).
               10  CLR-H-FILE-DATE     PIC X(8).
               10  CLR-H-FILE-TYPE     PIC X(3).
                   88  CLR-H-IS-OUTBOUND   VALUE "OUT".
                   88  CLR-H-IS-RETURNS    VALUE "RET".
               10  FILLER              PIC X(105).
           05  CLR-DETAIL REDEFINES CLR-BODY.
               10  CLR-D-REF           PIC 9(7).
               10  CLR-D-ORIG-ACCT     PIC X(15).
               10  CLR-D-BANK-CODE     PIC X(3).
               10  CLR-D-DEST-ACCT     PIC X(22).
               10  CLR-D-HOLDER-NAME   PIC X(30).
               10  CLR-D-AMOUNT        PIC 9(9)V9(2).
               10  CLR-D-CCY           PIC X(3).
               10  CLR-D-RETURN-CODE   PIC X(3).
               10  FILLER              PIC X(25).
           05  CLR-TRAILER REDEFINES CLR-BODY.
               10  CLR-T-COUNT         PIC 9(7).
               10  CLR-T-TOTAL         PIC 9(11)V9(2).
               10  CLR-T-HASH          PIC 9(13).
               10  FILLER              PIC X(86).
