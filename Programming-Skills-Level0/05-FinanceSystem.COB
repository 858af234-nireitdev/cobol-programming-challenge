      *>                    RPTCATLG for the RPTVIEW reprinter -
      *>                    the screen stays, the file is the
      *>                    record.
      *>   2026-10-15  jrm  New [91] year-over-year comparative
      *>                    report (also FINPARM option 91 in batch,
      *>                    card bytes 11-13 the threshold %): each
      *>                    expense category's month and year-to-date
      *>                    from CLOSEHIST beside the same period of
      *>                    the prior year, with the amount and
      *>                    percentage change, categories moving more
      *>                    than the threshold flagged, spooled as
      *>                    YOYREPORT. The FINPARM card is now 20
      *>                    bytes.
      *>   2026-10-15  jrm  Every movement now records its origin
      *>                    (MOVF-ORIGEN appended to the MOVFILE
      *>                    record: M manual, R recurring-template
      *>                    autopost, I TRANLOG import; an old
      *>                    MOVFILE reads imported lines by their
      *>                    BANCO detail and the rest as manual). New
      *>                    [90] export (also FINPARM option 90 in
      *>                    batch, period range in card bytes 4-9 and
      *>                    11-16) writes the movements of the range
      *>                    to FINEXPORT as delimited text with a
      *>                    header row and a closing CONTROL row
      *>                    carrying the row count and amount total.
      *>   2026-10-15  jrm  The [94] import reads the indexed banking
      *>                    TRANFILE instead of the TRANLOG text
      *>                    log, positioned with START after the
      *>                    last sequence already imported (kept in
      *>                    the one-record IMPLAST control file), so
      *>                    a run no longer rereads the whole log;
      *>                    CATRULES keywords are matched against the
      *>                    movement's type and account. IMPDONE is
      *>                    only read on the first run after the
      *>                    change, to skip what TRANLOG already
      *>                    brought in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 05-FINANCESYSTEM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT IMPLAST-FILE ASSIGN TO "IMPLAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPLAST-STATUS.

           SELECT CATRULES-FILE ASSIGN TO "CATRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRBUDG-STATUS.

           SELECT EXPORT-FILE ASSIGN TO "FINEXPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATFILE.
           05  MOVF-MONTO          PIC 9(6)V99.
           05  MOVF-FECHA          PIC X(8).
           05  MOVF-CENTRO         PIC X(4).
           05  MOVF-ORIGEN         PIC X(1).

       FD  PARM-FILE.
       01  PARM-RECORD             PIC X(20).

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.
       FD  EXCEPTION-LOG-FILE.
           COPY ERRLOG.

      *>   Movimientos bancarios (01-OnlineBanking y los batch).
       FD  TRANFIXED-FILE.
           COPY TRANFILE.

      *>   Ultima secuencia de TRANFILE ya importada.
       FD  IMPLAST-FILE.
       01  IMPLAST-RECORD.
           05  ILAST-SEQ           PIC 9(7).

      *>   Reglas de categorizacion: si la palabra clave aparece en
      *>   el tipo o la cuenta del movimiento, va a esa categoria.
       FD  CATRULES-FILE.
       01  CATRULES-RECORD.
           05  CRUL-KEYWORD        PIC X(15).
           05  FILLER              PIC X(1).
           05  CRUL-CATEGORIA      PIC X(25).

      *>   Huella de cada renglon del viejo TRANLOG ya importado
      *>   (fecha, hora, usuario y tipo); se lee solo la primera
      *>   vez que se importa desde TRANFILE.
       FD  IMPDONE-FILE.
       01  IMPDONE-RECORD.
           05  IMPD-FINGERPRINT    PIC X(42).
           05  CTRB-CENTRO         PIC X(4).
           05  CTRB-PRESUP         PIC 9(9)V99.

      *>   Exportacion delimitada de movimientos para planilla de
      *>   calculo: encabezado, un renglon por movimiento y un
      *>   renglon de control con cantidad de filas y total.
       FD  EXPORT-FILE.
       01  EXPORT-RECORD           PIC X(150).

       WORKING-STORAGE SECTION.
      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-FXG-STALE        PIC X.
       01  TOTAL-BALANCE-USD   PIC S9(9)V99.
       01  TOTAL-BALANCE-USD-Z PIC -(8)9.99.
       01  WS-PARM-CARD        PIC X(20).
       01  WS-BATCH-SW         PIC X VALUE "N".
           88  IS-BATCH-RUN        VALUE "Y".

                   15 FECHA PIC X(8).
      *>               CENTRO: centro de costo del movimiento
                   15 CENTRO PIC X(4).
      *>               ORIGEN: M manual, R plantilla recurrente,
      *>               I importado del TRANLOG bancario
                   15 ORIGEN PIC X(1).

       01  AUX-MOV-DETALLE PIC X(35).
       01  AUX-MOV-MONTO-Z PIC Z(5)9.99.
       01  AUX-BUDGET-Z          PIC Z(8)9.99.
       01  AUX-MONTH-ACTUAL      PIC 9(9)V99.

      *>   Importacion desde el TRANFILE bancario.
       01  WS-TRANF-STATUS       PIC X(2).
       01  WS-IMPLAST-STATUS     PIC X(2).
       01  WS-IMP-LAST-SEQ       PIC 9(7) VALUE 0.
       01  WS-IMP-EOF-SW         PIC X(1).
           88  WS-IMP-EOF            VALUE "Y".
       01  WS-IMP-AMOUNT-Z       PIC -(8)9.99.
       01  WS-CATRULES-STATUS    PIC X(2).
       01  WS-IMPDONE-STATUS     PIC X(2).
       01  WS-IMPPEND-STATUS     PIC X(2).
      *>   Vista posicional del movimiento, con el layout del
      *>   renglon de TRANLOG que arma LOGTRANSACTION-PROCEDURE en
      *>   01-OnlineBanking (asi queda en IMPPEND).
       01  WS-TRANLOG-LINE.
           05  TLOG-DATE           PIC X(8).
           05  FILLER              PIC X(1).
       01  WS-CTR-SEEN-SW          PIC X(1).
       01  AUX-CTR-MONTH           PIC 9(9)V99.

      *>   Exportacion delimitada (FINEXPORT).
       01  WS-EXPORT-STATUS        PIC X(2).
       01  CONST-EXP-DELIM         PIC X(1) VALUE ";".
       01  WS-EXP-DESDE            PIC X(6).
       01  WS-EXP-HASTA            PIC X(6).
       01  WS-EXP-ROWS             PIC 9(6).
       01  WS-EXP-TOTAL            PIC 9(11)V99.
       01  WS-EXP-DETALLE          PIC X(35).
       01  WS-EXP-MONTO-E          PIC 9(6).99.
       01  WS-EXP-TOTAL-E          PIC 9(11).99.
       01  WS-EXP-ROWS-Z           PIC Z(5)9.
       01  WS-EXP-TOTAL-Z          PIC Z(10)9.99.
       01  WS-EXP-TIPO             PIC X(7).
       01  WS-EXP-ORIGEN           PIC X(11).
       01  WS-EXP-FECHA            PIC X(10).

      *>   Comparativo interanual sobre CLOSEHIST: mes y acumulado
      *>   del anio de cada categoria contra el mismo periodo del
      *>   anio anterior.
       01  WS-YOY-TABLE.
           05  WS-YOY-COUNT        PIC 9(2) VALUE 0.
           05  WS-YOY-ENTRY OCCURS 40 TIMES.
               10  WS-YOY-NOMCAT   PIC X(25).
               10  WS-YOY-MES-ACT  PIC 9(9)V99.
               10  WS-YOY-MES-ANT  PIC 9(9)V99.
               10  WS-YOY-ACU-ACT  PIC 9(9)V99.
               10  WS-YOY-ACU-ANT  PIC 9(9)V99.
       01  WS-YOY-IDX              PIC 9(2).
       01  WS-YOY-FOUND-SW         PIC X(1).
           88  WS-YOY-FOUND            VALUE "Y".
       01  WS-YOY-ANIO             PIC 9(4).
       01  WS-YOY-ANIO-ANT         PIC 9(4).
       01  WS-YOY-MES              PIC 9(2).
       01  WS-YOY-PER-ANT          PIC X(6).
       01  WS-YOY-HIST-ANIO        PIC 9(4).
       01  WS-YOY-HIST-MES         PIC 9(2).
       01  WS-YOY-HITS-ACT         PIC 9(3).
       01  WS-YOY-HITS-ANT         PIC 9(3).
       01  WS-YOY-UMBRAL           PIC 9(3).
       01  WS-YOY-UMBRAL-X         PIC X(3).
       01  CONST-YOY-UMBRAL        PIC 9(3) VALUE 20.
       01  WS-YOY-FLAGGED          PIC 9(2).
       01  WS-YOY-FLAG-SW          PIC X(1).
           88  WS-YOY-FLAG             VALUE "Y".
      *>   Variacion de un par actual/anterior (YOY-VARIATION).
       01  WS-YOY-ACT              PIC 9(9)V99.
       01  WS-YOY-ANT              PIC 9(9)V99.
       01  WS-YOY-DIF              PIC S9(10)V99.
       01  WS-YOY-PCT              PIC S9(5)V9.
       01  WS-YOY-NEW-SW           PIC X(1).
           88  WS-YOY-NEW              VALUE "Y".
       01  WS-YOY-ACT-Z            PIC Z(8)9.99.
       01  WS-YOY-ANT-Z            PIC Z(8)9.99.
       01  WS-YOY-DIF-Z            PIC -(9)9.99.
       01  WS-YOY-PCT-Z            PIC -(5)9.9.
       01  WS-YOY-PCT-X            PIC X(8).
       01  WS-YOY-MES-DIF-Z        PIC -(9)9.99.
       01  WS-YOY-MES-PCT-X        PIC X(8).
       01  WS-YOY-LABEL            PIC X(6).
       01  WS-YOY-MARK             PIC X(2).



       PROCEDURE DIVISION.
      *>   La tarjeta admite un periodo AAAAMM en los bytes 4-9:
      *>   "98 202608" corre el reporte solo de ese mes, "96 202608"
      *>   cierra ese mes. Sin periodo, los reportes son historicos.
      *>   El comparativo interanual toma ademas el umbral de
      *>   variacion en % de los bytes 11-13: "91 202608 015".
      *>   La exportacion toma un rango desde (bytes 4-9) hasta
      *>   (bytes 11-16): "90 202601 202606".
       BATCH-RUN.
           MOVE WS-PARM-CARD(4:6) TO WS-REPORT-PERIOD.
           IF WS-REPORT-PERIOD = "000000"
               WHEN "95"
                   PERFORM BUDGET-REPORT-PROCEDURE
               WHEN "94"
                   PERFORM IMPORT-TRANFILE-PROCEDURE
                       THRU IMPORT-TRANFILE-PROCEDURE-END
               WHEN "91"
                   PERFORM YOY-REPORT-PROCEDURE
                       THRU YOY-REPORT-PROCEDURE-END
               WHEN "90"
                   PERFORM EXPORT-MOV-PROCEDURE
                       THRU EXPORT-MOV-PROCEDURE-END
               WHEN OTHER
                   DISPLAY "FINPARM: unknown option '"
                           WS-PARM-CARD(1:2) "' - no action taken."
                                   CENTRO(MOVF-CATIDX,
                                       WS-MOVIDX(MOVF-CATIDX))
                           END-IF
      *>                   Sin origen (MOVFILE anterior): lo importado
      *>                   se reconoce por el detalle "BANCO ".
                           IF MOVF-ORIGEN = SPACE
                               IF MOVF-DETALLE(1:6) = "BANCO "
                                   MOVE "I" TO MOVF-ORIGEN
                               ELSE
                                   MOVE "M" TO MOVF-ORIGEN
                               END-IF
                           END-IF
                           MOVE MOVF-ORIGEN TO
                               ORIGEN(MOVF-CATIDX,
                                   WS-MOVIDX(MOVF-CATIDX))
                   END-READ
               END-PERFORM
               CLOSE MOVFILE
           MOVE MONTO(IDXCAT,IDXDET) TO MOVF-MONTO.
           MOVE FECHA(IDXCAT,IDXDET) TO MOVF-FECHA.
           MOVE CENTRO(IDXCAT,IDXDET) TO MOVF-CENTRO.
           MOVE ORIGEN(IDXCAT,IDXDET) TO MOVF-ORIGEN.
           WRITE MOVFILE-RECORD.


                   "[ 94 ] Importar mov. del banco"    LINE 12 COL 43
                   "[ 93 ] Movimientos recurrentes"    LINE 11 COL 43
                   "[ 92 ] Presup. por centro costo"   LINE 10 COL 43
                   "[ 91 ] Comparativo interanual"     LINE 9 COL 43
                   "[ 90 ] Exportar movimientos"       LINE 8 COL 43
                   "[ 00 ] Salir"                       LINE 14 COL 5
                   .
           DISPLAY "Opcion [  ]"                    LINE 16 COL 5.
               WHEN 95
                   PERFORM BUDGET-REPORT-PROCEDURE
               WHEN 94
                   PERFORM IMPORT-TRANFILE-PROCEDURE
                       THRU IMPORT-TRANFILE-PROCEDURE-END
               WHEN 93
                   PERFORM RECURTPL-SCREEN-PROCEDURE
                       THRU RECURTPL-SCREEN-PROCEDURE-END
               WHEN 92
                   PERFORM CTRBUDG-SCREEN-PROCEDURE
                       THRU CTRBUDG-SCREEN-PROCEDURE-END
               WHEN 91
                   PERFORM YOY-REPORT-PROCEDURE
                       THRU YOY-REPORT-PROCEDURE-END
               WHEN 90
                   PERFORM EXPORT-MOV-PROCEDURE
                       THRU EXPORT-MOV-PROCEDURE-END
               WHEN OTHER
                   IF WS-MENU-OPTION > 0 AND
                       WS-MENU-OPTION <= MAXCOUNT-CATEGORIAS
               FECHA(WS-MENU-OPTION,CANTDETALLES(WS-MENU-OPTION)).
           MOVE AUX-CENTRO TO
               CENTRO(WS-MENU-OPTION,CANTDETALLES(WS-MENU-OPTION)).
           MOVE "M" TO
               ORIGEN(WS-MENU-OPTION,CANTDETALLES(WS-MENU-OPTION)).

           IF WS-MENU-OPTION = 1 THEN
               ADD AUX-MOV-MONTO TO TOTAL-ENTRADAS
      *>      La pantalla muestra; el spool fechado es el registro
      *>      (catalogo RPTCATLG, reimpresion via RPTVIEW).
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO WS-RPT-DATE.
           MOVE "PCTREPORT" TO WS-RPT-NAME.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           END-IF.

      *>   *************************************************************
      *>   Comparativo interanual desde CLOSEHIST: por categoria de
      *>   gasto, el total del mes pedido y el acumulado enero-mes
      *>   del anio, cada uno contra el mismo periodo del anio
      *>   anterior, con la variacion en pesos y en %. Se marca
      *>   (**) la categoria que se movio mas que el umbral en el
      *>   mes o en el acumulado. Solo cuenta lo cerrado: un mes
      *>   sin cierre no tiene foto en CLOSEHIST. Pantalla y spool
      *>   YOYREPORT.
      *>   *************************************************************
       YOY-REPORT-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           PERFORM ASK-PERIOD-PROCEDURE.
           IF WS-REPORT-PERIOD = SPACES
               MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-PERIOD
           END-IF.
           IF WS-REPORT-PERIOD IS NOT NUMERIC
              OR WS-REPORT-PERIOD(5:2) < "01"
              OR WS-REPORT-PERIOD(5:2) > "12"
               DISPLAY "Periodo invalido: " WS-REPORT-PERIOD
                                                   LINE 7 COL 5
               MOVE SPACES TO WS-REPORT-PERIOD
               PERFORM MENU-DISPLAYCONTINUE
               GO TO YOY-REPORT-PROCEDURE-END
           END-IF.
      *>      Umbral: bytes 11-13 de la tarjeta en batch; en pantalla
      *>      se pregunta. Vacio o cero = el umbral por defecto.
           IF IS-BATCH-RUN
               MOVE WS-PARM-CARD(11:3) TO WS-YOY-UMBRAL-X
           ELSE
               MOVE SPACES TO WS-YOY-UMBRAL-X
               DISPLAY "Umbral de variacion % [vacio=020]: "
                                                   LINE 28 COL 5
               ACCEPT WS-YOY-UMBRAL-X              LINE 28 COL 41
               DISPLAY " " LINE 28 COL 1 ERASE EOL
           END-IF.
           IF WS-YOY-UMBRAL-X IS NUMERIC
               MOVE WS-YOY-UMBRAL-X TO WS-YOY-UMBRAL
           ELSE
               MOVE 0 TO WS-YOY-UMBRAL
           END-IF.
           IF WS-YOY-UMBRAL = 0
               MOVE CONST-YOY-UMBRAL TO WS-YOY-UMBRAL
           END-IF.
           MOVE WS-REPORT-PERIOD(1:4) TO WS-YOY-ANIO.
           MOVE WS-REPORT-PERIOD(5:2) TO WS-YOY-MES.
           COMPUTE WS-YOY-ANIO-ANT = WS-YOY-ANIO - 1.
           MOVE WS-YOY-ANIO-ANT       TO WS-YOY-PER-ANT(1:4).
           MOVE WS-REPORT-PERIOD(5:2) TO WS-YOY-PER-ANT(5:2).
           MOVE 0 TO WS-YOY-COUNT WS-YOY-HITS-ACT WS-YOY-HITS-ANT
                     WS-YOY-FLAGGED.
           OPEN INPUT CLOSEHIST-FILE.
           IF WS-CLOSEHIST-STATUS = "00"
               PERFORM YOY-READ-HIST
                   UNTIL WS-CLOSEHIST-STATUS NOT = "00"
               CLOSE CLOSEHIST-FILE
           END-IF.

           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO WS-RPT-DATE.
           MOVE "YOYREPORT" TO WS-RPT-NAME.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "COMPARATIVO INTERANUAL POR CATEGORIA - PERIODO "
                  WS-REPORT-PERIOD " VS " WS-YOY-PER-ANT
                  " - UMBRAL " WS-YOY-UMBRAL " %"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CATEGORIA                       "
                  "      ACTUAL  ANIO ANTER.     VARIACION        %"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           DISPLAY "Comparativo interanual " LINE 3 COL 5
                   WS-REPORT-PERIOD          LINE 3 COL 28
                   " vs "                    LINE 3 COL 34
                   WS-YOY-PER-ANT            LINE 3 COL 38
                   "umbral "                 LINE 3 COL 47
                   WS-YOY-UMBRAL             LINE 3 COL 54
                   " %"                      LINE 3 COL 57.
           DISPLAY "CATEGORIA"               LINE 4 COL 5
                   "VAR. MES"                LINE 4 COL 29
                   "%"                       LINE 4 COL 42
                   "VAR. ACUM"               LINE 4 COL 50
                   "%"                       LINE 4 COL 63.
           MOVE 4 TO AUX-POS.
           PERFORM YOY-REPORT-LINE
               VARYING WS-YOY-IDX FROM 1 BY 1
               UNTIL WS-YOY-IDX > WS-YOY-COUNT.
           IF WS-YOY-HITS-ACT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "SIN CIERRE DE " WS-REPORT-PERIOD
                      " EN CLOSEHIST"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM SPOOL-LINE-PROCEDURE
               ADD 1 TO AUX-POS
               DISPLAY WS-RPT-LINE               LINE AUX-POS COL 5
           END-IF.
           IF WS-YOY-HITS-ANT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "SIN CIERRE DE " WS-YOY-PER-ANT
                      " EN CLOSEHIST"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM SPOOL-LINE-PROCEDURE
               ADD 1 TO AUX-POS
               DISPLAY WS-RPT-LINE               LINE AUX-POS COL 5
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CATEGORIAS FUERA DE UMBRAL: " WS-YOY-FLAGGED
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           ADD 1 TO AUX-POS.
           DISPLAY WS-RPT-LINE                   LINE AUX-POS COL 5.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE SPACES TO WS-REPORT-PERIOD.
           PERFORM MENU-DISPLAYCONTINUE.
       YOY-REPORT-PROCEDURE-END.
           EXIT.

      *>   Un renglon de CLOSEHIST: si cae en el mes o en el
      *>   acumulado de alguno de los dos anios, suma a su categoria
      *>   (los ingresos, categoria 1, no son gasto y no entran).
       YOY-READ-HIST.
           READ CLOSEHIST-FILE
               AT END
                   MOVE "10" TO WS-CLOSEHIST-STATUS
               NOT AT END
                   IF CLOH-PERIODO IS NUMERIC
                      AND CLOH-NOMCAT NOT = NOMCAT(1)
                       PERFORM YOY-TAKE-HIST
                           THRU YOY-TAKE-HIST-EXIT
                   END-IF
           END-READ.

       YOY-TAKE-HIST.
           MOVE CLOH-PERIODO(1:4) TO WS-YOY-HIST-ANIO.
           MOVE CLOH-PERIODO(5:2) TO WS-YOY-HIST-MES.
           IF WS-YOY-HIST-MES > WS-YOY-MES
              OR (WS-YOY-HIST-ANIO NOT = WS-YOY-ANIO
                  AND WS-YOY-HIST-ANIO NOT = WS-YOY-ANIO-ANT)
               GO TO YOY-TAKE-HIST-EXIT
           END-IF.
           MOVE "N" TO WS-YOY-FOUND-SW.
           PERFORM YOY-FIND-CAT
               VARYING WS-YOY-IDX FROM 1 BY 1
               UNTIL WS-YOY-IDX > WS-YOY-COUNT
                  OR WS-YOY-FOUND.
           IF WS-YOY-FOUND
               SUBTRACT 1 FROM WS-YOY-IDX
           ELSE
               IF WS-YOY-COUNT NOT < 40
                   GO TO YOY-TAKE-HIST-EXIT
               END-IF
               ADD 1 TO WS-YOY-COUNT
               MOVE WS-YOY-COUNT TO WS-YOY-IDX
               MOVE CLOH-NOMCAT  TO WS-YOY-NOMCAT(WS-YOY-IDX)
               MOVE 0 TO WS-YOY-MES-ACT(WS-YOY-IDX)
                         WS-YOY-MES-ANT(WS-YOY-IDX)
                         WS-YOY-ACU-ACT(WS-YOY-IDX)
                         WS-YOY-ACU-ANT(WS-YOY-IDX)
           END-IF.
           IF WS-YOY-HIST-ANIO = WS-YOY-ANIO
               ADD CLOH-TOTAL TO WS-YOY-ACU-ACT(WS-YOY-IDX)
               IF WS-YOY-HIST-MES = WS-YOY-MES
                   ADD CLOH-TOTAL TO WS-YOY-MES-ACT(WS-YOY-IDX)
                   ADD 1 TO WS-YOY-HITS-ACT
               END-IF
           ELSE
               ADD CLOH-TOTAL TO WS-YOY-ACU-ANT(WS-YOY-IDX)
               IF WS-YOY-HIST-MES = WS-YOY-MES
                   ADD CLOH-TOTAL TO WS-YOY-MES-ANT(WS-YOY-IDX)
                   ADD 1 TO WS-YOY-HITS-ANT
               END-IF
           END-IF.
       YOY-TAKE-HIST-EXIT.
           EXIT.

       YOY-FIND-CAT.
           IF WS-YOY-NOMCAT(WS-YOY-IDX) = CLOH-NOMCAT
               MOVE "Y" TO WS-YOY-FOUND-SW
           END-IF.

      *>   Dos renglones de spool por categoria (mes y acumulado) y
      *>   uno de pantalla con las dos variaciones.
       YOY-REPORT-LINE.
           MOVE "N" TO WS-YOY-FLAG-SW.
           MOVE WS-YOY-MES-ACT(WS-YOY-IDX) TO WS-YOY-ACT.
           MOVE WS-YOY-MES-ANT(WS-YOY-IDX) TO WS-YOY-ANT.
           PERFORM YOY-VARIATION.
           MOVE WS-YOY-DIF-Z TO WS-YOY-MES-DIF-Z.
           MOVE WS-YOY-PCT-X TO WS-YOY-MES-PCT-X.
           MOVE "MES   " TO WS-YOY-LABEL.
           PERFORM YOY-SPOOL-LINE.
           MOVE WS-YOY-ACU-ACT(WS-YOY-IDX) TO WS-YOY-ACT.
           MOVE WS-YOY-ACU-ANT(WS-YOY-IDX) TO WS-YOY-ANT.
           PERFORM YOY-VARIATION.
           MOVE "ACUM  " TO WS-YOY-LABEL.
           PERFORM YOY-SPOOL-LINE.
           IF WS-YOY-FLAG
               ADD 1 TO WS-YOY-FLAGGED
               MOVE "**" TO WS-YOY-MARK
           ELSE
               MOVE SPACES TO WS-YOY-MARK
           END-IF.
           ADD 1 TO AUX-POS.
           DISPLAY WS-YOY-NOMCAT(WS-YOY-IDX)(1:20) LINE AUX-POS COL 5
                   WS-YOY-MES-DIF-Z                LINE AUX-POS COL 26
                   WS-YOY-MES-PCT-X                LINE AUX-POS COL 39
                   WS-YOY-DIF-Z                    LINE AUX-POS COL 48
                   WS-YOY-PCT-X                    LINE AUX-POS COL 61
                   WS-YOY-MARK                     LINE AUX-POS COL 70.

      *>   Variacion en pesos y en % de WS-YOY-ACT contra
      *>   WS-YOY-ANT; sin gasto el anio anterior no hay % y la
      *>   categoria se informa como NUEVO. Marca la categoria si
      *>   la variacion supera el umbral.
       YOY-VARIATION.
           COMPUTE WS-YOY-DIF = WS-YOY-ACT - WS-YOY-ANT.
           MOVE "N" TO WS-YOY-NEW-SW.
           IF WS-YOY-ANT = 0
               MOVE 0 TO WS-YOY-PCT
               IF WS-YOY-ACT > 0
                   MOVE "Y" TO WS-YOY-NEW-SW
                   MOVE "Y" TO WS-YOY-FLAG-SW
               END-IF
           ELSE
               COMPUTE WS-YOY-PCT ROUNDED =
                   (WS-YOY-DIF / WS-YOY-ANT) * 100
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-YOY-PCT
               END-COMPUTE
               IF WS-YOY-PCT > WS-YOY-UMBRAL
                  OR WS-YOY-PCT < 0 - WS-YOY-UMBRAL
                   MOVE "Y" TO WS-YOY-FLAG-SW
               END-IF
           END-IF.
           MOVE WS-YOY-DIF TO WS-YOY-DIF-Z.
           IF WS-YOY-NEW
               MOVE "   NUEVO" TO WS-YOY-PCT-X
           ELSE
               MOVE WS-YOY-PCT TO WS-YOY-PCT-Z
               MOVE WS-YOY-PCT-Z TO WS-YOY-PCT-X
           END-IF.

       YOY-SPOOL-LINE.
           MOVE WS-YOY-ACT TO WS-YOY-ACT-Z.
           MOVE WS-YOY-ANT TO WS-YOY-ANT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-YOY-LABEL = "MES   "
               MOVE WS-YOY-NOMCAT(WS-YOY-IDX) TO WS-RPT-LINE(1:25)
           END-IF.
           MOVE WS-YOY-LABEL TO WS-RPT-LINE(27:6).
           STRING WS-YOY-ACT-Z " " WS-YOY-ANT-Z " " WS-YOY-DIF-Z
                  " " WS-YOY-PCT-X
                  DELIMITED BY SIZE INTO WS-RPT-LINE(33:68).
           IF WS-YOY-LABEL = "ACUM  " AND WS-YOY-FLAG
               MOVE "**" TO WS-RPT-LINE(83:2)
           END-IF.
           PERFORM SPOOL-LINE-PROCEDURE.

      *>   *************************************************************
      *>   Exportacion de movimientos a FINEXPORT, texto delimitado
      *>   por CONST-EXP-DELIM para planilla de calculo o el
      *>   contador: renglon de encabezado, un renglon por
      *>   movimiento del rango de periodos pedido (fecha,
      *>   categoria, centro, detalle, monto, ingreso/egreso y
      *>   origen: manual, plantilla recurrente o importacion del
      *>   banco) y al final un renglon CONTROL con la cantidad de
      *>   filas y el total de montos, para que quien lo recibe
      *>   verifique que llego completo.
      *>   *************************************************************
       EXPORT-MOV-PROCEDURE.
           IF IS-BATCH-RUN
               MOVE WS-PARM-CARD(4:6)  TO WS-EXP-DESDE
               MOVE WS-PARM-CARD(11:6) TO WS-EXP-HASTA
           ELSE
               PERFORM CLEAR-SCREEN
               DISPLAY "Exportar movimientos a FINEXPORT"
                                                   LINE 3 COL 5
               DISPLAY "Desde periodo [AAAAMM, vacio=todos]: "
                                                   LINE 5 COL 5
               DISPLAY "Hasta periodo [AAAAMM, vacio=el mismo]: "
                                                   LINE 6 COL 5
               MOVE SPACES TO WS-EXP-DESDE WS-EXP-HASTA
               ACCEPT WS-EXP-DESDE                 LINE 5 COL 46
               ACCEPT WS-EXP-HASTA                 LINE 6 COL 46
           END-IF.
           IF WS-EXP-DESDE = "000000"
               MOVE SPACES TO WS-EXP-DESDE
           END-IF.
           IF WS-EXP-HASTA = "000000" OR WS-EXP-HASTA = SPACES
               MOVE WS-EXP-DESDE TO WS-EXP-HASTA
           END-IF.
           IF WS-EXP-DESDE NOT = SPACES
              AND (WS-EXP-DESDE IS NOT NUMERIC
                   OR WS-EXP-HASTA IS NOT NUMERIC
                   OR WS-EXP-HASTA < WS-EXP-DESDE)
               DISPLAY "Rango de periodos invalido."
                                                   LINE 8 COL 5
               PERFORM MENU-DISPLAYCONTINUE
               GO TO EXPORT-MOV-PROCEDURE-END
           END-IF.
           OPEN OUTPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "No se puede abrir FINEXPORT (status "
                       WS-EXPORT-STATUS ")."       LINE 8 COL 5
               PERFORM MENU-DISPLAYCONTINUE
               GO TO EXPORT-MOV-PROCEDURE-END
           END-IF.
           MOVE 0 TO WS-EXP-ROWS WS-EXP-TOTAL.
           MOVE SPACES TO EXPORT-RECORD.
           STRING "FECHA"     CONST-EXP-DELIM
                  "CATEGORIA" CONST-EXP-DELIM
                  "CENTRO"    CONST-EXP-DELIM
                  "DETALLE"   CONST-EXP-DELIM
                  "MONTO"     CONST-EXP-DELIM
                  "TIPO"      CONST-EXP-DELIM
                  "ORIGEN"
                  DELIMITED BY SIZE INTO EXPORT-RECORD.
           WRITE EXPORT-RECORD.
           PERFORM EXPORT-MOV-CATEGORIA
               VARYING IDXCAT FROM 1 BY 1
               UNTIL IDXCAT > MAXCOUNT-CATEGORIAS.
           MOVE WS-EXP-ROWS  TO WS-EXP-ROWS-Z.
           MOVE WS-EXP-TOTAL TO WS-EXP-TOTAL-E.
           MOVE SPACES TO EXPORT-RECORD.
           STRING "CONTROL"   CONST-EXP-DELIM
                  "FILAS"     CONST-EXP-DELIM
                  WS-EXP-ROWS CONST-EXP-DELIM
                  "TOTAL"     CONST-EXP-DELIM
                  WS-EXP-TOTAL-E
                  DELIMITED BY SIZE INTO EXPORT-RECORD.
           WRITE EXPORT-RECORD.
           CLOSE EXPORT-FILE.
           MOVE WS-EXP-TOTAL TO WS-EXP-TOTAL-Z.
           DISPLAY "Movimientos exportados: " LINE 10 COL 5
                   WS-EXP-ROWS-Z              LINE 10 COL 30
                   "Total de montos:        " LINE 11 COL 5
                   WS-EXP-TOTAL-Z             LINE 11 COL 30.
           PERFORM MENU-DISPLAYCONTINUE.
       EXPORT-MOV-PROCEDURE-END.
           EXIT.

       EXPORT-MOV-CATEGORIA.
           PERFORM EXPORT-MOV-DETALLE
               THRU EXPORT-MOV-DETALLE-EXIT
               VARYING IDXDET FROM 1 BY 1
               UNTIL IDXDET > CANTDETALLES(IDXCAT).

      *>   El detalle es texto libre: un separador adentro se cambia
      *>   por coma para no correr las columnas.
       EXPORT-MOV-DETALLE.
           IF WS-EXP-DESDE NOT = SPACES
              AND (FECHA(IDXCAT,IDXDET)(1:6) < WS-EXP-DESDE
                   OR FECHA(IDXCAT,IDXDET)(1:6) > WS-EXP-HASTA)
               GO TO EXPORT-MOV-DETALLE-EXIT
           END-IF.
           MOVE DETALLE(IDXCAT,IDXDET) TO WS-EXP-DETALLE.
           INSPECT WS-EXP-DETALLE
               REPLACING ALL CONST-EXP-DELIM BY ",".
           MOVE MONTO(IDXCAT,IDXDET) TO WS-EXP-MONTO-E.
           MOVE SPACES TO WS-EXP-FECHA.
           STRING FECHA(IDXCAT,IDXDET)(1:4) "-"
                  FECHA(IDXCAT,IDXDET)(5:2) "-"
                  FECHA(IDXCAT,IDXDET)(7:2)
                  DELIMITED BY SIZE INTO WS-EXP-FECHA.
           IF IDXCAT = 1
               MOVE "INGRESO" TO WS-EXP-TIPO
           ELSE
               MOVE "EGRESO"  TO WS-EXP-TIPO
           END-IF.
           EVALUATE ORIGEN(IDXCAT,IDXDET)
               WHEN "R"
                   MOVE "RECURRENTE"  TO WS-EXP-ORIGEN
               WHEN "I"
                   MOVE "IMPORTACION" TO WS-EXP-ORIGEN
               WHEN OTHER
                   MOVE "MANUAL"      TO WS-EXP-ORIGEN
           END-EVALUATE.
           MOVE SPACES TO EXPORT-RECORD.
           STRING WS-EXP-FECHA            DELIMITED BY SPACE
                  CONST-EXP-DELIM         DELIMITED BY SIZE
                  NOMCAT(IDXCAT)          DELIMITED BY "  "
                  CONST-EXP-DELIM         DELIMITED BY SIZE
                  CENTRO(IDXCAT,IDXDET)   DELIMITED BY SPACE
                  CONST-EXP-DELIM         DELIMITED BY SIZE
                  WS-EXP-DETALLE          DELIMITED BY "  "
                  CONST-EXP-DELIM         DELIMITED BY SIZE
                  WS-EXP-MONTO-E          DELIMITED BY SIZE
                  CONST-EXP-DELIM         DELIMITED BY SIZE
                  WS-EXP-TIPO             DELIMITED BY SPACE
                  CONST-EXP-DELIM         DELIMITED BY SIZE
                  WS-EXP-ORIGEN           DELIMITED BY SPACE
                  INTO EXPORT-RECORD.
           WRITE EXPORT-RECORD.
           ADD 1 TO WS-EXP-ROWS.
           ADD MONTO(IDXCAT,IDXDET) TO WS-EXP-TOTAL.
       EXPORT-MOV-DETALLE-EXIT.
           EXIT.

      *>   *************************************************************
      *>   Importacion de movimientos bancarios: lee TRANFILE desde
      *>   la secuencia siguiente a la ultima importada (IMPLAST),
      *>   categoriza por las reglas de CATRULES (palabra clave
      *>   contenida en el tipo o la cuenta) y agrega el movimiento
      *>   fechado a la categoria; lo que no matchea ninguna regla
      *>   queda en IMPPEND para categorizar a mano. Lo mismo dos
      *>   veces no se re-importa.
      *>   *************************************************************
       IMPORT-TRANFILE-PROCEDURE.
           IF NOT IS-BATCH-RUN
               PERFORM CLEAR-SCREEN
               DISPLAY "Importacion de movimientos del banco"
                       "pendientes. Importacion cancelada."
                                                   LINE 6 COL 5
               PERFORM MENU-DISPLAYCONTINUE
               GO TO IMPORT-TRANFILE-PROCEDURE-END
           END-IF.
           MOVE 0 TO WS-DONE-COUNT.
           MOVE 0 TO WS-IMP-LAST-SEQ.
           OPEN INPUT IMPLAST-FILE.
           IF WS-IMPLAST-STATUS = "00"
               READ IMPLAST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ILAST-SEQ TO WS-IMP-LAST-SEQ
               END-READ
               CLOSE IMPLAST-FILE
           ELSE
      *>          Primera importacion desde TRANFILE: las huellas
      *>          de lo que ya trajo el TRANLOG evitan duplicarlo.
               PERFORM LOAD-IMPDONE-PROCEDURE
           END-IF.
           OPEN INPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS NOT = "00"
               DISPLAY "No hay TRANFILE para importar."
                                                   LINE 5 COL 5
               PERFORM MENU-DISPLAYCONTINUE
               GO TO IMPORT-TRANFILE-PROCEDURE-END
           END-IF.
           MOVE "N" TO WS-IMP-EOF-SW.
           MOVE WS-IMP-LAST-SEQ TO TRANF-SEQ.
           START TRANFIXED-FILE KEY > TRANF-SEQ
               INVALID KEY
                   MOVE "Y" TO WS-IMP-EOF-SW
           END-START.
           PERFORM UNTIL WS-IMP-EOF
               READ TRANFIXED-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-IMP-EOF-SW
                   NOT AT END
                       MOVE TRANF-SEQ TO WS-IMP-LAST-SEQ
                       IF TRANF-TYPE = "DEPOSITO" OR
                          TRANF-TYPE = "RETIRO" OR
                          TRANF-TYPE = "TRANSFER"
                           PERFORM IMPORT-ONE-LINE
                               THRU IMPORT-ONE-LINE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANFIXED-FILE.
           PERFORM SAVEALL-PROCEDURE.
           OPEN OUTPUT IMPLAST-FILE.
           MOVE WS-IMP-LAST-SEQ TO ILAST-SEQ.
           WRITE IMPLAST-RECORD.
           CLOSE IMPLAST-FILE.
           MOVE WS-IMP-COUNT TO WS-IMP-COUNT-Z.
           DISPLAY "Importados: " WS-IMP-COUNT-Z   LINE 20 COL 5.
           MOVE WS-IMP-PEND-COUNT TO WS-IMP-COUNT-Z.
           DISPLAY "Ya importados (salteados): " WS-IMP-COUNT-Z
                                                  LINE 22 COL 5.
           PERFORM MENU-DISPLAYCONTINUE.
       IMPORT-TRANFILE-PROCEDURE-END.
           EXIT.

       IMPORT-ONE-LINE.
      *>      El movimiento armado como renglon de TRANLOG.
           MOVE SPACES TO WS-TRANLOG-LINE.
           MOVE TRANF-DATE     TO TLOG-DATE.
           MOVE TRANF-TIME     TO TLOG-TIME.
           MOVE TRANF-USERNAME TO TLOG-USERNAME.
           MOVE TRANF-TYPE     TO TLOG-TYPE.
           MOVE " AMT="        TO WS-TRANLOG-LINE(43:5).
           MOVE TRANF-AMOUNT   TO WS-IMP-AMOUNT-Z.
           MOVE WS-IMP-AMOUNT-Z TO TLOG-AMOUNT-Z.
      *>      La huella son los primeros 42 bytes: fecha, hora,
      *>      usuario y tipo identifican el renglon (solo hay
      *>      huellas en la primera importacion desde TRANFILE).
           MOVE WS-TRANLOG-LINE(1:42) TO WS-FINGERPRINT.
           MOVE "N" TO WS-ALREADY-DONE-SW.
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   DELIMITED BY SIZE INTO
                   DETALLE(WS-MATCHED-CAT,
                       CANTDETALLES(WS-MATCHED-CAT))
               IF TRANF-AMOUNT < 0
                   COMPUTE MONTO(WS-MATCHED-CAT,
                           CANTDETALLES(WS-MATCHED-CAT)) =
                       0 - TRANF-AMOUNT
               ELSE
                   MOVE TRANF-AMOUNT TO MONTO(WS-MATCHED-CAT,
                           CANTDETALLES(WS-MATCHED-CAT))
               END-IF
               MOVE TLOG-DATE TO
                   FECHA(WS-MATCHED-CAT,
                       CANTDETALLES(WS-MATCHED-CAT))
               MOVE CONST-CENTRO-GRAL TO
                   CENTRO(WS-MATCHED-CAT,
                       CANTDETALLES(WS-MATCHED-CAT))
               MOVE "I" TO
                   ORIGEN(WS-MATCHED-CAT,
                       CANTDETALLES(WS-MATCHED-CAT))
               IF WS-MATCHED-CAT = 1
                   ADD MONTO(WS-MATCHED-CAT,
                       CANTDETALLES(WS-MATCHED-CAT))
                   TOTAL-ENTRADAS - TOTAL-SALIDAS
               ADD 1 TO WS-IMP-COUNT
           END-IF.
       IMPORT-ONE-LINE-END.
           EXIT.

      *>   Primera regla cuya palabra clave aparece en la cuenta o
      *>   el tipo del movimiento (bytes 17-42 del renglon);
      *>   la categoria de la regla se resuelve por nombre contra
      *>   la tabla CATEGORIA. Sin matcheo queda WS-MATCHED-CAT = 0.
       MATCH-RULES-PROCEDURE.
               END-PERFORM
               IF WS-KEYWORD-LEN > 0
                   MOVE 0 TO WS-KEYWORD-HITS
                   INSPECT WS-TRANLOG-LINE(17:26) TALLYING
                       WS-KEYWORD-HITS FOR ALL
                       WS-RULE-KEYWORD(WS-RULE-IDX)
                           (1:WS-KEYWORD-LEN)
           MOVE WS-RTPL-CENTRO(WS-RTPL-IDX) TO
               CENTRO(WS-RTPL-CATIDX(WS-RTPL-IDX),
                   CANTDETALLES(WS-RTPL-CATIDX(WS-RTPL-IDX))).
           MOVE "R" TO
               ORIGEN(WS-RTPL-CATIDX(WS-RTPL-IDX),
                   CANTDETALLES(WS-RTPL-CATIDX(WS-RTPL-IDX))).
           IF WS-RTPL-CATIDX(WS-RTPL-IDX) = 1
               MOVE WS-RTPL-MONTO(WS-RTPL-IDX) TO GL-AMOUNT
           ELSE
