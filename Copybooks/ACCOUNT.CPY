      *>                    tipo de FXRATES y escriben una pata en
      *>                    cada moneda. Un registro viejo sin
      *>                    moneda se lee como ARS.
      *>   2026-10-15  jrm  Cierre de cuenta (ACCT-CLOSED-SW "C" y
      *>                    ACCT-CLOSED-DATE): lo marca el batch de
      *>                    cierre Batch/ACCTCLOSE.COB tras la
      *>                    liquidacion final. La cuenta cerrada
      *>                    conserva su historia para los resumenes
      *>                    pero el online y todo batch que postea
      *>                    rechazan movimientos nuevos sobre ella.
      *>                    Un registro viejo lo lee en blanco
      *>                    (abierta).
      ******************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-ID             PIC X(15).
           05  ACCT-CCY            PIC X(3).
           05  ACCT-DORMANT-SW     PIC X(1).
               88  ACCT-IS-DORMANT     VALUE "Y".
           05  ACCT-CLOSED-SW      PIC X(1).
               88  ACCT-IS-CLOSED      VALUE "C".
           05  ACCT-CLOSED-DATE    PIC X(8).
