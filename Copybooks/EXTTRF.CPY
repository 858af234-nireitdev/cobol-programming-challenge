      ******************************************************************
      * EXTTRF.CPY
      * Registro de transferencias salientes a otros bancos (archivo
      * EXTTRF, indexado por XTRF-REF). La referencia es el numero
      * de secuencia TRANFILE del debito al cliente, unico y el
      * mismo que viaja en el archivo de compensacion, asi la
      * devolucion se encuentra sin ambiguedad.
      * Ciclo: 01-OnlineBanking lo graba pendiente ("P") al debitar;
      * Batch/CLROUT.COB lo envia en el archivo del dia ("S", con
      * XTRF-FILE-DATE); Batch/CLRRET.COB lo marca devuelto ("R")
      * al reacreditar al cliente, con el motivo de la camara.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  XTRF-RECORD.
           05  XTRF-REF            PIC 9(7).
           05  XTRF-DATE           PIC X(8).
           05  XTRF-TIME           PIC X(6).
           05  XTRF-USERNAME       PIC X(15).
           05  XTRF-ACCT-ID        PIC X(15).
           05  XTRF-BENEF-ID       PIC 9(6).
           05  XTRF-BANK-CODE      PIC X(3).
           05  XTRF-DEST-ACCT      PIC X(22).
           05  XTRF-HOLDER-NAME    PIC X(30).
           05  XTRF-AMOUNT         PIC 9(9)V9(2).
           05  XTRF-STATUS         PIC X(1).
               88  XTRF-IS-PENDING     VALUE "P".
               88  XTRF-IS-SENT        VALUE "S".
               88  XTRF-IS-RETURNED    VALUE "R".
           05  XTRF-FILE-DATE      PIC X(8).
           05  XTRF-RETURN-CODE    PIC X(3).
           05  XTRF-RETURN-DATE    PIC X(8).
