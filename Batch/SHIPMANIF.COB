      *>                    (SHIPMENTS is a dateless snapshot of
      *>                    what is waiting NOW, so there is no
      *>                    prior-day rerun to offer here.)
      *>   2026-10-15  jrm  Weights are the chargeable weight (the
      *>                    greater of actual and volumetric) that
      *>                    the package was priced on; packages
      *>                    taken before dimensions were captured
      *>                    keep their actual weight.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMANIF.
               10  MF-DESTINATION  PIC X(25).
               10  MF-PACKG-ID     PIC 9(4).
               10  MF-RECIPT-NAME  PIC X(25).
               10  MF-WEIGHT-KG    PIC 9(6).
               10  MF-DECLARED     PIC 9(7)V9(2).
       01  WS-MF-SWAP.
           05  MF-SW-DESTINATION   PIC X(25).
           05  MF-SW-PACKG-ID      PIC 9(4).
           05  MF-SW-RECIPT-NAME   PIC X(25).
           05  MF-SW-WEIGHT-KG     PIC 9(6).
           05  MF-SW-DECLARED      PIC 9(7)V9(2).

       01  WS-MF-IDX               PIC 9(3).
                               MF-PACKG-ID (WS-MF-COUNT)
                           MOVE SHIP-RECIPT-NAME TO
                               MF-RECIPT-NAME (WS-MF-COUNT)
      *>                    Peso tarifado; los envios anteriores
      *>                    a las medidas solo tienen el real.
                           IF SHIP-CHARGE-KG IS NUMERIC
                              AND SHIP-CHARGE-KG > 0
                               MOVE SHIP-CHARGE-KG TO
                                   MF-WEIGHT-KG (WS-MF-COUNT)
                           ELSE
                               MOVE SHIP-WEIGHT-KG TO
                                   MF-WEIGHT-KG (WS-MF-COUNT)
                           END-IF
                           MOVE SHIP-DECLARED-VALUE TO
                               MF-DECLARED (WS-MF-COUNT)
                       END-IF
