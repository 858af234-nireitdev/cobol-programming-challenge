      *>                    carrying this tool's position/age/height
      *>                    fields too), so an edit or delete made
      *>                    in either tool is seen by both.
      *>   2026-10-15  jrm  Player screen shows and edits the new
      *>                    homegrown flag (S/N) of PLAYERSFILE that
      *>                    the squad registration run counts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 03-COACHHELPER-V2.
               10 IDXPOSIT PIC 99  VALUE 1.
               10 AGE      PIC 99.
               10 HEIGHT   PIC 999.
               10 HOMEGROWN PIC X(1).

       01  POSITIONS VALUE "DELANTERO ARQUERO   DEFENSOR  CENTRO".
           05 POSITION-R OCCURS 5 TIMES INDEXED BY IDXPOS.
                   "IDXPOSIT"          LINE 15 COL 5
                   "Agre"              LINE 16 COL 5
                   "Height cms"            LINE 17 COL 5
                   "Homegrown S/N"     LINE 18 COL 5
           END-DISPLAY.

           ADD 15 TO AUX-COLUMN-POS.
                   IDXPOSIT(AUX-NRO-PLAYER)   LINE 15 COL AUX-COLUMN-POS
                   AGE(AUX-NRO-PLAYER)   LINE 16 COL AUX-COLUMN-POS
                   HEIGHT(AUX-NRO-PLAYER)   LINE 17 COL AUX-COLUMN-POS
                   HOMEGROWN(AUX-NRO-PLAYER) LINE 18 COL AUX-COLUMN-POS
           END-IF.


                                               COL AUX-COLUMN-POS UPDATE
               ACCEPT  HEIGHT(AUX-NRO-PLAYER)  LINE 17
                                               COL AUX-COLUMN-POS UPDATE
               ACCEPT  HOMEGROWN(AUX-NRO-PLAYER) LINE 18
                                               COL AUX-COLUMN-POS UPDATE
               IF HOMEGROWN(AUX-NRO-PLAYER) = "s"
                   MOVE "S" TO HOMEGROWN(AUX-NRO-PLAYER)
               END-IF
               IF HOMEGROWN(AUX-NRO-PLAYER) NOT = "S"
                   MOVE "N" TO HOMEGROWN(AUX-NRO-PLAYER)
               END-IF

               IF AUX-CRUD-OPER="CREATE"
                   MOVE " A NEW PLAYER WILL BE CREATED." TO AUX-MSG
