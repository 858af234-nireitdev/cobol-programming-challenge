      *>                    (named, dated file with page headings
      *>                    and trailer) and catalogued in
      *>                    RPTCATLG for the RPTVIEW reprinter.
      *>   2026-10-15  jrm  Work orders per home (raise, approve,
      *>                    start, complete); tenant-caused repairs
      *>                    charged to RENTLEDGER as type W and aged
      *>                    with arrears, landlord repairs posted to
      *>                    GLEXTRACT; open work-order aging report
      *>                    by priority.
      *>   2026-10-15  jrm  TENANCY moved to the shared TENANCY
      *>                    copybook; signing now captures the lease
      *>                    end date and the annual escalation rule
      *>                    (fixed % or published index) applied by
      *>                    LEASEREN.
      *>   2026-10-15  jrm  Each listing now carries its owner
      *>                    (PARTYMSTR), management fee % and owner
      *>                    pay method for the OWNSTMT owner
      *>                    statement; rent payments are booked
      *>                    against the tenant's active home. HOMES
      *>                    and WORKORDERS layouts moved to shared
      *>                    copybooks.
      *>   2026-10-15  jrm  A rent payment can be taken from one of
      *>                    the tenant's bank accounts:
      *>                    Batch/ACCTPAY.COB checks ownership and
      *>                    funds and debits it; a declined debit
      *>                    records nothing.
      *>   2026-10-15  jrm  Work orders completed more than 90 days
      *>                    ago move to WORKORDHIST when WORKORDERS
      *>                    is rewritten (the newest order stays so
      *>                    numbering carries on). A WORKORDERS too
      *>                    large for the table closes the desk
      *>                    instead of rewriting it short, and the
      *>                    next number is taken from every order
      *>                    in the file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 03-RealStateRentSystem.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT WORKORDER-FILE ASSIGN TO "WORKORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKORDER-STATUS.

           SELECT WORKORDHIST-FILE ASSIGN TO "WORKORDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKORDHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOME-FILE.
           COPY HOMEREC.

       FD  PARTY-FILE.
           COPY PARTY.

      *>   Tenencias vigentes: quien alquila que unidad, desde
      *>   cuando, por cuanto por mes, con que deposito retenido,
      *>   hasta cuando y con que ajuste anual.
       FD  TENANCY-FILE.
           COPY TENANCY.

      *>   Libro de alquileres: cargos mensuales (C) levantados por
      *>   Batch/RENTCHG.COB, cargos por reparaciones a cuenta del
      *>   inquilino (W) y pagos (P) capturados aca.
       FD  RENTLEDGER-FILE.
       01  RENTLEDGER-RECORD.
           05  LED-PARTY-ID    PIC X(15).
       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

      *>   Ordenes de trabajo (reparaciones) por propiedad.
       FD  WORKORDER-FILE.
           COPY WORKORD.

      *>   Ordenes terminadas archivadas (mismo layout que WORKORD).
       FD  WORKORDHIST-FILE.
       01  WORKORDHIST-RECORD  PIC X(107).

       WORKING-STORAGE SECTION.
      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB): la pantalla muestra, el spool
           10 H-BEDROOMS    PIC 9.
           10 H-BATHROOMS   PIC 9.
           10 H-LOCATION    PIC X(12).
           10 H-OWNER       PIC X(15).
           10 H-FEE-PCT     PIC 99V99.
           10 H-PAY-METHOD  PIC X.


       01  COSTS-BY-BATHROOM       PIC 99 VALUE 30.
       01  WS-TENANT-ID        PIC X(15).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-PAY-AMOUNT       PIC 9(5).
       01  WS-PAY-HOME         PIC 99.
      *>   Cobro desde una cuenta bancaria del inquilino (rutina
      *>   compartida ACCTPAY); en blanco, otro medio de pago.
       01  WS-AP-ACCT          PIC X(15).
       01  WS-AP-AMOUNT        PIC 9(9)V99.
       01  WS-AP-MERCHANT      PIC X(20) VALUE "RENTALS".
       01  WS-AP-REFERENCE     PIC X(20).
       01  WS-AP-RESULT        PIC X.
       01  WS-AP-REASON        PIC XX.
       01  WS-AP-SEQ           PIC 9(7).
       01  WS-TENANCY-TABLE.
           05  WS-TEN-COUNT    PIC 9(3) VALUE 0.
           05  WS-TEN-R OCCURS 100 TIMES.
               10  WS-TEN-RENT    PIC 9(5).
               10  WS-TEN-DEPOSIT PIC 9(5).
               10  WS-TEN-STATUS  PIC X.
               10  WS-TEN-END     PIC X(8).
               10  WS-TEN-ESC-RULE PIC X.
               10  WS-TEN-ESC-PCT PIC 99V99.
               10  WS-TEN-ESC-INDEX PIC X(6).
               10  WS-TEN-LAST-ESC PIC X(8).
               10  WS-TEN-NOTICE  PIC X.
       01  WS-TEN-IDX          PIC 9(3).
      *>   Terminos del contrato capturados al firmar.
       01  WS-LEASE-END        PIC X(8).
       01  WS-LEASE-YEAR       PIC 9(4).
       01  WS-ESC-RULE         PIC X.
       01  WS-ESC-PCT          PIC 99V99.
       01  WS-ESC-INDEX        PIC X(6).
       01  WS-LEDGER-TABLE.
           05  WS-LED-COUNT    PIC 9(3) VALUE 0.
           05  WS-LED-R OCCURS 400 TIMES.
       01  WS-AGE-OVER         PIC 9(7).
       01  WS-AGE-Z            PIC Z(6)9.

      *>   Ordenes de trabajo.
       01  WS-WORKORDER-STATUS PIC XX.
       01  WS-WO-TABLE.
           05  WS-WO-COUNT     PIC 9(3) VALUE 0.
           05  WS-WO-R OCCURS 200 TIMES.
               10  WS-WO-ID         PIC 9(5).
               10  WS-WO-HOME       PIC 99.
               10  WS-WO-OPENED     PIC X(8).
               10  WS-WO-PRIORITY   PIC 9.
               10  WS-WO-DESC       PIC X(30).
               10  WS-WO-CONTRACTOR PIC X(15).
               10  WS-WO-ESTIMATE   PIC 9(5).
               10  WS-WO-STATUS     PIC X.
               10  WS-WO-STATUS-DATE PIC X(8).
               10  WS-WO-ACTUAL     PIC 9(5).
               10  WS-WO-PAYER      PIC X.
               10  WS-WO-PARTY      PIC X(15).
       01  WS-WO-IDX           PIC 9(3).
       01  WS-WORKORDHIST-STATUS PIC XX.
      *>   Ordenes que no entran en la tabla: no se regraba.
       01  WS-WO-OVERFLOW-SW   PIC X VALUE "N".
           88  WS-WO-OVERFLOW      VALUE "Y".
      *>   Terminadas antes de esta fecha pasan a WORKORDHIST.
       01  WS-WO-ARCH-DATE     PIC X(8).
       01  WS-WO-ARCH-ORD      PIC 9(8).
       01  CONST-WO-KEEP-DAYS  PIC 9(3) VALUE 090.
       01  WS-WO-SEL           PIC 9(3).
       01  WS-WO-ID-IN         PIC 9(5).
       01  WS-WO-NEXT-ID       PIC 9(5).
       01  WS-WO-HOME-IN       PIC 99.
       01  WS-WO-TEN-SEL       PIC 9(3).
       01  WS-WO-PRIO          PIC 9.
       01  WS-WO-AGE           PIC S9(5).
       01  WS-WO-AGE-Z         PIC ZZZZ9.
       01  WS-WO-AMT-Z         PIC ZZZZ9.
       01  WS-WO-OPEN-COUNT    PIC 9(3).
       01  WS-WO-OPEN-Z        PIC ZZ9.
       01  WS-WO-AGE-7         PIC 9(3).
       01  WS-WO-AGE-30        PIC 9(3).
       01  WS-WO-AGE-60        PIC 9(3).
       01  WS-WO-AGE-OVER      PIC 9(3).
       01  WS-WO-EST-TOTAL     PIC 9(7).
       01  WS-WO-EST-TOTAL-Z   PIC Z(6)9.
      *>   Dias de atencion esperados por prioridad (1/2/3): una
      *>   orden abierta mas vieja que eso se marca demorada.
       01  CTE-WO-TARGETS.
           05  FILLER          PIC 9(3) VALUE 001.
           05  FILLER          PIC 9(3) VALUE 007.
           05  FILLER          PIC 9(3) VALUE 030.
       01  CTE-WO-TARGET-R REDEFINES CTE-WO-TARGETS.
           05  CTE-WO-TARGET   PIC 9(3) OCCURS 3 TIMES.


       PROCEDURE DIVISION.
       MAIN.
                   "5 - Sign Tenancy"                      LINE 5 COL 45
                   "6 - Record Rent Payment"               LINE 6 COL 45
                   "7 - Arrears Aging Report"              LINE 7 COL 45
                   "8 - Work Orders"                       LINE 8 COL 45
                   "9 - Open Work Orders Report"           LINE 9 COL 45
                   "0 - Quit"                              LINE 9 COL 5
                   "Your option:"                          LINE 11 COL 5
                   .
                   PERFORM RECORD-PAYMENT THRU RECORD-PAYMENT-END
               WHEN "7"
                   PERFORM ARREARS-REPORT
               WHEN "8"
                   PERFORM WORK-ORDER-DESK THRU WORK-ORDER-DESK-END
               WHEN "9"
                   PERFORM WORK-ORDER-REPORT
               WHEN "0"
                   GO TO MENU-END
               WHEN OTHER
                                       H-BATHROOMS(WS-HOME-COUNT)
                           MOVE HFL-LOCATION TO
                                       H-LOCATION(WS-HOME-COUNT)
                           MOVE HFL-OWNER TO
                                       H-OWNER(WS-HOME-COUNT)
                           MOVE HFL-FEE-PCT TO
                                       H-FEE-PCT(WS-HOME-COUNT)
                           MOVE HFL-PAY-METHOD TO
                                       H-PAY-METHOD(WS-HOME-COUNT)
                   END-READ
               END-PERFORM
               CLOSE HOME-FILE
               MOVE H-BEDROOMS(AUX-I)  TO HFL-BEDROOMS
               MOVE H-BATHROOMS(AUX-I) TO HFL-BATHROOMS
               MOVE H-LOCATION(AUX-I)  TO HFL-LOCATION
               MOVE H-OWNER(AUX-I)     TO HFL-OWNER
               MOVE H-FEE-PCT(AUX-I)   TO HFL-FEE-PCT
               MOVE H-PAY-METHOD(AUX-I) TO HFL-PAY-METHOD
               WRITE HOME-RECORD
           END-PERFORM.
           CLOSE HOME-FILE.
           ACCEPT H-BATHROOMS(WS-HOME-COUNT) LINE 14 COL 20 PROMPT.
           DISPLAY "Location:"     LINE 15 COL 5.
           ACCEPT H-LOCATION(WS-HOME-COUNT)  LINE 15 COL 20 PROMPT.
           MOVE SPACES TO H-OWNER(WS-HOME-COUNT).
           MOVE 0 TO H-FEE-PCT(WS-HOME-COUNT).
           MOVE SPACE TO H-PAY-METHOD(WS-HOME-COUNT).
           MOVE WS-HOME-COUNT TO AUX-I.
           PERFORM ASK-HOME-OWNER.

           PERFORM SAVE-HOMES.
           MOVE "Listing added." TO AUX-MSG.
           ACCEPT H-BATHROOMS(AUX-I) LINE 15 COL 20 PROMPT.
           DISPLAY "Location:"     LINE 16 COL 5.
           ACCEPT H-LOCATION(AUX-I)  LINE 16 COL 20 PROMPT.
           PERFORM ASK-HOME-OWNER.

           PERFORM SAVE-HOMES.
           MOVE "Listing updated." TO AUX-MSG.
       EDIT-LISTING-END.
           EXIT.

      *>   Propietario de la casa AUX-I (party de PARTYMSTR, se
      *>   registra si es nuevo), honorarios de administracion y
      *>   forma de pago del neto que liquida Batch/OWNSTMT.COB.
       ASK-HOME-OWNER.
           PERFORM CLEAR-INFO-SCREEN.
           IF H-FEE-PCT(AUX-I) IS NOT NUMERIC
               MOVE 0 TO H-FEE-PCT(AUX-I)
           END-IF.
           DISPLAY "Owner code:"   LINE 12 COL 5.
           MOVE H-OWNER(AUX-I) TO WS-TENANT-ID.
           ACCEPT WS-TENANT-ID     LINE 12 COL 20 UPDATE.
           MOVE WS-TENANT-ID TO H-OWNER(AUX-I).
           IF WS-TENANT-ID NOT = SPACES
               PERFORM REGISTER-PARTY
           END-IF.
           DISPLAY "Management fee %:"              LINE 17 COL 5.
           ACCEPT H-FEE-PCT(AUX-I)                  LINE 17 COL 25
                                                    UPDATE.
           DISPLAY "Pay owner by [T]ransfer/[H]old:" LINE 18 COL 5.
           ACCEPT AUX-BOOL                          LINE 18 COL 38
                                                    PROMPT.
           IF AUX-BOOL = "T" OR AUX-BOOL = "t"
               MOVE "T" TO H-PAY-METHOD(AUX-I)
           ELSE
               MOVE "H" TO H-PAY-METHOD(AUX-I)
           END-IF.

      *>   *************************************************************
      *>   Calcula el alquiler prorrateado del primer mes (segun los
      *>   dias ya usados de ese mes) mas el deposito de garantia
                                   WS-TEN-DEPOSIT(WS-TEN-COUNT)
                               MOVE TEN-STATUS TO
                                   WS-TEN-STATUS(WS-TEN-COUNT)
                               MOVE TEN-END-DATE TO
                                   WS-TEN-END(WS-TEN-COUNT)
                               MOVE TEN-ESC-RULE TO
                                   WS-TEN-ESC-RULE(WS-TEN-COUNT)
                               MOVE TEN-ESC-PCT TO
                                   WS-TEN-ESC-PCT(WS-TEN-COUNT)
                               MOVE TEN-ESC-INDEX TO
                                   WS-TEN-ESC-INDEX(WS-TEN-COUNT)
                               MOVE TEN-LAST-ESC TO
                                   WS-TEN-LAST-ESC(WS-TEN-COUNT)
                               MOVE TEN-NOTICE TO
                                   WS-TEN-NOTICE(WS-TEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *>   Firma de la tenencia: inquilino contra PARTYMSTR, unidad
      *>   del listado, alquiler por la formula de la casa,
      *>   deposito de 1.5 meses retenido, fin del contrato (un ano
      *>   por defecto) y regla de ajuste anual que aplica
      *>   Batch/LEASEREN.COB en cada aniversario.
       SIGN-TENANCY.
           PERFORM CLEAR-INFO-SCREEN.
           DISPLAY "Tenant code: "        LINE 12 COL 5.
           DISPLAY "Start date [YYYYMMDD]: " LINE 18 COL 5.
           DISPLAY WS-TODAY-DATE             LINE 18 COL 29.
           ACCEPT WS-TODAY-DATE              LINE 18 COL 29 UPDATE.
           MOVE WS-TODAY-DATE TO WS-LEASE-END.
           MOVE WS-TODAY-DATE(1:4) TO WS-LEASE-YEAR.
           ADD 1 TO WS-LEASE-YEAR.
           MOVE WS-LEASE-YEAR TO WS-LEASE-END(1:4).
           IF WS-LEASE-END(5:4) = "0229"
               MOVE "0228" TO WS-LEASE-END(5:4)
           END-IF.
           DISPLAY "Lease end [YYYYMMDD]: "  LINE 19 COL 5.
           DISPLAY WS-LEASE-END              LINE 19 COL 29.
           ACCEPT WS-LEASE-END               LINE 19 COL 29 UPDATE.
           IF WS-LEASE-END IS NOT NUMERIC
              OR WS-LEASE-END NOT > WS-TODAY-DATE
               MOVE "Lease end must be after the start date."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO SIGN-TENANCY-END
           END-IF.
           MOVE 0 TO WS-ESC-PCT.
           MOVE SPACES TO WS-ESC-INDEX.
           DISPLAY "Escalation [F]ixed %/[I]ndex/[N]one: "
                                             LINE 20 COL 5.
           ACCEPT WS-ESC-RULE                LINE 20 COL 43 PROMPT.
           EVALUATE WS-ESC-RULE
               WHEN "F"
               WHEN "f"
                   MOVE "F" TO WS-ESC-RULE
                   DISPLAY "Annual increase %: "   LINE 21 COL 5
                   ACCEPT WS-ESC-PCT               LINE 21 COL 29
                                                   PROMPT
               WHEN "I"
               WHEN "i"
                   MOVE "I" TO WS-ESC-RULE
                   DISPLAY "Index code: "          LINE 21 COL 5
                   ACCEPT WS-ESC-INDEX             LINE 21 COL 29
                                                   PROMPT
                   IF WS-ESC-INDEX = SPACES
                       MOVE "An index code is required." TO AUX-MSG
                       PERFORM SHOW-INFO-MSG
                       GO TO SIGN-TENANCY-END
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-ESC-RULE
           END-EVALUATE.
           COMPUTE WS-MONTHLY-RENT =
               H-BEDROOMS(AUX-I) * COSTS-BY-BEDROOM +
               H-BATHROOMS(AUX-I) * COSTS-BY-BATHROOM +
           COMPUTE WS-TEN-DEPOSIT(WS-TEN-COUNT) ROUNDED =
               WS-MONTHLY-RENT * CTE-DEPOSIT-NUM / CTE-DEPOSIT-DEN.
           MOVE "A" TO WS-TEN-STATUS(WS-TEN-COUNT).
           MOVE WS-LEASE-END   TO WS-TEN-END(WS-TEN-COUNT).
           MOVE WS-ESC-RULE    TO WS-TEN-ESC-RULE(WS-TEN-COUNT).
           MOVE WS-ESC-PCT     TO WS-TEN-ESC-PCT(WS-TEN-COUNT).
           MOVE WS-ESC-INDEX   TO WS-TEN-ESC-INDEX(WS-TEN-COUNT).
           MOVE SPACES         TO WS-TEN-LAST-ESC(WS-TEN-COUNT).
           MOVE SPACE          TO WS-TEN-NOTICE(WS-TEN-COUNT).
           PERFORM SAVE-TENANCIES.
           MOVE "Tenancy signed and recorded." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
               MOVE WS-TEN-RENT(WS-TEN-IDX)    TO TEN-RENT
               MOVE WS-TEN-DEPOSIT(WS-TEN-IDX) TO TEN-DEPOSIT
               MOVE WS-TEN-STATUS(WS-TEN-IDX)  TO TEN-STATUS
               MOVE WS-TEN-END(WS-TEN-IDX)     TO TEN-END-DATE
               MOVE WS-TEN-ESC-RULE(WS-TEN-IDX) TO TEN-ESC-RULE
               MOVE WS-TEN-ESC-PCT(WS-TEN-IDX) TO TEN-ESC-PCT
               MOVE WS-TEN-ESC-INDEX(WS-TEN-IDX) TO TEN-ESC-INDEX
               MOVE WS-TEN-LAST-ESC(WS-TEN-IDX) TO TEN-LAST-ESC
               MOVE WS-TEN-NOTICE(WS-TEN-IDX)  TO TEN-NOTICE
               WRITE TENANCY-RECORD
           END-PERFORM.
           CLOSE TENANCY-FILE.
               PERFORM SHOW-INFO-MSG
               GO TO RECORD-PAYMENT-END
           END-IF.
           DISPLAY "Bank account: "  LINE 14 COL 5.
           DISPLAY "(blank = other means)" LINE 14 COL 37.
           MOVE SPACES TO WS-AP-ACCT.
           ACCEPT WS-AP-ACCT         LINE 14 COL 20 PROMPT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *>   El cobro se imputa a la casa de la tenencia activa del
      *>   inquilino, para el estado de cuenta del propietario.
           PERFORM LOAD-TENANCIES.
           MOVE 0 TO WS-PAY-HOME.
           PERFORM MATCH-PAYER-TENANCY
               VARYING WS-TEN-IDX FROM 1 BY 1
               UNTIL WS-TEN-IDX > WS-TEN-COUNT.
      *>      Con cuenta bancaria, nada se asienta si el debito se
      *>      rechaza.
           IF WS-AP-ACCT NOT = SPACES
               PERFORM PAY-RENT-FROM-ACCOUNT
               IF WS-AP-RESULT NOT = "A"
                   PERFORM ACCT-PAY-MSG
                   PERFORM SHOW-INFO-MSG
                   GO TO RECORD-PAYMENT-END
               END-IF
           END-IF.
           OPEN EXTEND RENTLEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT RENTLEDGER-FILE
           END-IF.
           MOVE SPACES TO RENTLEDGER-RECORD.
           MOVE WS-TENANT-ID      TO LED-PARTY-ID.
           MOVE WS-PAY-HOME       TO LED-HOME.
           MOVE WS-TODAY-DATE     TO LED-DATE.
           MOVE "P"               TO LED-TYPE.
           MOVE WS-PAY-AMOUNT     TO LED-AMOUNT.
           MOVE WS-PAY-AMOUNT      TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.
           IF WS-AP-ACCT NOT = SPACES
               MOVE SPACES TO AUX-MSG
               STRING "Payment debited to account " WS-AP-ACCT
                      " (seq " WS-AP-SEQ ") and receipted."
                      DELIMITED BY SIZE INTO AUX-MSG
           ELSE
               MOVE "Payment recorded and receipted." TO AUX-MSG
           END-IF.
           PERFORM SHOW-INFO-MSG.
       RECORD-PAYMENT-END.
           EXIT.

      *>   El inquilino paga desde su propia cuenta; la referencia
      *>   lleva la casa y el periodo.
       PAY-RENT-FROM-ACCOUNT.
           MOVE WS-PAY-AMOUNT TO WS-AP-AMOUNT.
           MOVE SPACES TO WS-AP-REFERENCE.
           STRING "RENT HOME " WS-PAY-HOME " " WS-TODAY-DATE(1:6)
                  DELIMITED BY SIZE INTO WS-AP-REFERENCE.
           CALL "ACCTPAY" USING WS-TENANT-ID WS-AP-ACCT
                                WS-AP-AMOUNT WS-AP-MERCHANT
                                WS-AP-REFERENCE WS-AP-RESULT
                                WS-AP-REASON WS-AP-SEQ.

       ACCT-PAY-MSG.
           MOVE SPACES TO AUX-MSG.
           EVALUATE WS-AP-REASON
               WHEN "NP"
                   MOVE "Declined: tenant is not in the party master."
                       TO AUX-MSG
               WHEN "NA"
                   MOVE "Declined: no such bank account." TO AUX-MSG
               WHEN "NO"
                   MOVE "Declined: the account is not the tenant's."
                       TO AUX-MSG
               WHEN "CL"
                   MOVE "Declined: the account is closed." TO AUX-MSG
               WHEN "DM"
                   MOVE "Declined: the account is dormant." TO AUX-MSG
               WHEN "CY"
                   MOVE "Declined: the account is not in ARS."
                       TO AUX-MSG
               WHEN "NF"
                   MOVE "Declined: insufficient funds." TO AUX-MSG
               WHEN "BY"
                   MOVE "Declined: account busy, try again." TO AUX-MSG
               WHEN OTHER
                   MOVE "Declined: bank accounts unavailable."
                       TO AUX-MSG
           END-EVALUATE.

       MATCH-PAYER-TENANCY.
           IF WS-TEN-STATUS(WS-TEN-IDX) = "A"
              AND WS-TEN-PARTY(WS-TEN-IDX) = WS-TENANT-ID
               MOVE WS-TEN-HOME(WS-TEN-IDX) TO WS-PAY-HOME
           END-IF.

      *>   *************************************************************
      *>   Aging de morosidad: por inquilino, los cargos del libro
      *>   (alquiler C y reparaciones a su cargo W) se netean contra
      *>   los pagos (mas viejo primero) y lo impago se abre por
      *>   antiguedad 0-30 / 31-60 / 61-90 / +90.
      *>   *************************************************************
       ARREARS-REPORT.
           PERFORM LOAD-TENANCIES.
           PERFORM LOAD-LEDGER.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-RPT-DATE.
           MOVE "ARREARS" TO WS-RPT-NAME.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
                   UNTIL WS-LED-IDX > WS-LED-COUNT
               IF WS-LED-PARTY(WS-LED-IDX) =
                       WS-TEN-PARTY(WS-TEN-IDX)
                  AND (WS-LED-TYPE(WS-LED-IDX) = "C"
                       OR WS-LED-TYPE(WS-LED-IDX) = "W")
                   ADD WS-LED-AMOUNT(WS-LED-IDX)
                       TO WS-BAL-CHARGES
                   IF WS-PAY-POOL >= WS-LED-AMOUNT(WS-LED-IDX)
           MOVE WS-TENANT-ID TO PARTY-ID.
           READ PARTY-FILE
               INVALID KEY
                   DISPLAY "New party - personal data:"
                                               LINE 13 COL 5
                   DISPLAY "Full name:"        LINE 14 COL 5
                   ACCEPT PARTY-NAME           LINE 14 COL 20
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.

      *>   *************************************************************
      *>   Ordenes de trabajo: se levantan contra una propiedad con
      *>   descripcion, prioridad, contratista y presupuesto, y pasan
      *>   por aprobada -> en curso -> terminada. Al terminar se toma
      *>   el costo real: si lo causo el inquilino va a su libro de
      *>   alquileres como cargo W (envejece con la morosidad); si es
      *>   del propietario se asienta en el GLEXTRACT.
      *>   *************************************************************
       WORK-ORDER-DESK.
           PERFORM CLEAR-INFO-SCREEN.
           PERFORM LOAD-WORKORDERS.
           IF WS-WO-OVERFLOW
               MOVE "Work order file too large - call IT." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO WORK-ORDER-DESK-END
           END-IF.
           DISPLAY "[N]ew [A]pprove [S]tart [C]omplete: "
                                             LINE 12 COL 5.
           ACCEPT AUX-BOOL                   LINE 12 COL 42 PROMPT.
           EVALUATE AUX-BOOL
               WHEN "N"
               WHEN "n"
                   PERFORM RAISE-WORKORDER THRU RAISE-WORKORDER-END
               WHEN "A"
               WHEN "a"
                   PERFORM APPROVE-WORKORDER
                       THRU APPROVE-WORKORDER-END
               WHEN "S"
               WHEN "s"
                   PERFORM START-WORKORDER THRU START-WORKORDER-END
               WHEN "C"
               WHEN "c"
                   PERFORM COMPLETE-WORKORDER
                       THRU COMPLETE-WORKORDER-END
               WHEN OTHER
                   MOVE "Nothing done." TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
           END-EVALUATE.
       WORK-ORDER-DESK-END.
           EXIT.

       LOAD-WORKORDERS.
           MOVE 0 TO WS-WO-COUNT.
           MOVE 0 TO WS-WO-NEXT-ID.
           MOVE "N" TO WS-WO-OVERFLOW-SW.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-WO-ARCH-ORD =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
               - CONST-WO-KEEP-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WO-ARCH-ORD)
               TO WS-WO-ARCH-DATE.
           OPEN INPUT WORKORDER-FILE.
           IF WS-WORKORDER-STATUS = "00"
               PERFORM LOAD-ONE-WORKORDER
                   UNTIL WS-WORKORDER-STATUS NOT = "00"
               CLOSE WORKORDER-FILE
           END-IF.
           ADD 1 TO WS-WO-NEXT-ID.

       LOAD-ONE-WORKORDER.
           READ WORKORDER-FILE
               AT END
                   MOVE "10" TO WS-WORKORDER-STATUS
               NOT AT END
                   IF WO-ID > WS-WO-NEXT-ID
                       MOVE WO-ID TO WS-WO-NEXT-ID
                   END-IF
                   IF WS-WO-COUNT < 200
                       ADD 1 TO WS-WO-COUNT
                       MOVE WO-ID         TO WS-WO-ID(WS-WO-COUNT)
                       MOVE WO-HOME       TO WS-WO-HOME(WS-WO-COUNT)
                       MOVE WO-OPENED     TO WS-WO-OPENED(WS-WO-COUNT)
                       MOVE WO-PRIORITY
                           TO WS-WO-PRIORITY(WS-WO-COUNT)
                       MOVE WO-DESC       TO WS-WO-DESC(WS-WO-COUNT)
                       MOVE WO-CONTRACTOR
                           TO WS-WO-CONTRACTOR(WS-WO-COUNT)
                       MOVE WO-ESTIMATE
                           TO WS-WO-ESTIMATE(WS-WO-COUNT)
                       MOVE WO-STATUS     TO WS-WO-STATUS(WS-WO-COUNT)
                       MOVE WO-STATUS-DATE
                           TO WS-WO-STATUS-DATE(WS-WO-COUNT)
                       MOVE WO-ACTUAL     TO WS-WO-ACTUAL(WS-WO-COUNT)
                       MOVE WO-PAYER      TO WS-WO-PAYER(WS-WO-COUNT)
                       MOVE WO-PARTY-ID   TO WS-WO-PARTY(WS-WO-COUNT)
                   ELSE
                       MOVE "Y" TO WS-WO-OVERFLOW-SW
                   END-IF
           END-READ.

       SAVE-WORKORDERS.
           OPEN OUTPUT WORKORDER-FILE.
           OPEN EXTEND WORKORDHIST-FILE.
           IF WS-WORKORDHIST-STATUS = "35"
               OPEN OUTPUT WORKORDHIST-FILE
           END-IF.
           PERFORM SAVE-ONE-WORKORDER
               VARYING WS-WO-IDX FROM 1 BY 1
               UNTIL WS-WO-IDX > WS-WO-COUNT.
           CLOSE WORKORDER-FILE.
           CLOSE WORKORDHIST-FILE.

       SAVE-ONE-WORKORDER.
           MOVE SPACES TO WORKORDER-RECORD.
           MOVE WS-WO-ID(WS-WO-IDX)          TO WO-ID.
           MOVE WS-WO-HOME(WS-WO-IDX)        TO WO-HOME.
           MOVE WS-WO-OPENED(WS-WO-IDX)      TO WO-OPENED.
           MOVE WS-WO-PRIORITY(WS-WO-IDX)    TO WO-PRIORITY.
           MOVE WS-WO-DESC(WS-WO-IDX)        TO WO-DESC.
           MOVE WS-WO-CONTRACTOR(WS-WO-IDX)  TO WO-CONTRACTOR.
           MOVE WS-WO-ESTIMATE(WS-WO-IDX)    TO WO-ESTIMATE.
           MOVE WS-WO-STATUS(WS-WO-IDX)      TO WO-STATUS.
           MOVE WS-WO-STATUS-DATE(WS-WO-IDX) TO WO-STATUS-DATE.
           MOVE WS-WO-ACTUAL(WS-WO-IDX)      TO WO-ACTUAL.
           MOVE WS-WO-PAYER(WS-WO-IDX)       TO WO-PAYER.
           MOVE WS-WO-PARTY(WS-WO-IDX)       TO WO-PARTY-ID.
      *>   Terminada hace mas de CONST-WO-KEEP-DAYS dias (ya salio en
      *>   el estado del propietario) y no es la ultima numerada.
           IF WS-WO-STATUS(WS-WO-IDX) = "C"
              AND WS-WO-STATUS-DATE(WS-WO-IDX) < WS-WO-ARCH-DATE
              AND WS-WO-ID(WS-WO-IDX) + 1 < WS-WO-NEXT-ID
               MOVE WORKORDER-RECORD TO WORKORDHIST-RECORD
               WRITE WORKORDHIST-RECORD
           ELSE
               WRITE WORKORDER-RECORD
           END-IF.

       RAISE-WORKORDER.
           IF WS-WO-COUNT NOT < 200
               MOVE "Work order table full." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RAISE-WORKORDER-END
           END-IF.
           DISPLAY "Listing number: "        LINE 13 COL 5.
           ACCEPT WS-WO-HOME-IN              LINE 13 COL 25 PROMPT.
           IF WS-WO-HOME-IN < 1 OR WS-WO-HOME-IN > WS-HOME-COUNT
               MOVE "Invalid listing number." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RAISE-WORKORDER-END
           END-IF.
           DISPLAY "Priority [1=Emerg 2=Urgent 3=Routine]: "
                                             LINE 14 COL 5.
           ACCEPT WS-WO-PRIO                 LINE 14 COL 45 PROMPT.
           IF WS-WO-PRIO < 1 OR WS-WO-PRIO > 3
               MOVE "Priority must be 1, 2 or 3." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RAISE-WORKORDER-END
           END-IF.
           ADD 1 TO WS-WO-COUNT.
           MOVE WS-WO-NEXT-ID   TO WS-WO-ID(WS-WO-COUNT).
           MOVE WS-WO-HOME-IN   TO WS-WO-HOME(WS-WO-COUNT).
           MOVE WS-WO-PRIO      TO WS-WO-PRIORITY(WS-WO-COUNT).
           DISPLAY "Description: "           LINE 15 COL 5.
           ACCEPT WS-WO-DESC(WS-WO-COUNT)    LINE 15 COL 25 PROMPT.
           DISPLAY "Contractor: "            LINE 16 COL 5.
           ACCEPT WS-WO-CONTRACTOR(WS-WO-COUNT)
                                             LINE 16 COL 25 PROMPT.
           DISPLAY "Estimate: "              LINE 17 COL 5.
           ACCEPT WS-WO-ESTIMATE(WS-WO-COUNT)
                                             LINE 17 COL 25 PROMPT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-WO-OPENED(WS-WO-COUNT).
           MOVE "R"           TO WS-WO-STATUS(WS-WO-COUNT).
           MOVE WS-TODAY-DATE TO WS-WO-STATUS-DATE(WS-WO-COUNT).
           MOVE 0             TO WS-WO-ACTUAL(WS-WO-COUNT).
           MOVE SPACE         TO WS-WO-PAYER(WS-WO-COUNT).
           MOVE SPACES        TO WS-WO-PARTY(WS-WO-COUNT).
           PERFORM SAVE-WORKORDERS.
           INITIALIZE AUX-MSG.
           STRING "Work order " WS-WO-NEXT-ID " raised."
               INTO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       RAISE-WORKORDER-END.
           EXIT.

      *>   Numero de orden pedido en pantalla -> WS-WO-SEL (0 = no).
       ASK-WORKORDER.
           DISPLAY "Work order number: "     LINE 13 COL 5.
           ACCEPT WS-WO-ID-IN                LINE 13 COL 25 PROMPT.
           MOVE 0 TO WS-WO-SEL.
           PERFORM MATCH-WORKORDER
               VARYING WS-WO-IDX FROM 1 BY 1
               UNTIL WS-WO-IDX > WS-WO-COUNT.
           IF WS-WO-SEL > 0
               DISPLAY WS-WO-DESC(WS-WO-SEL) LINE 13 COL 32
           END-IF.

       MATCH-WORKORDER.
           IF WS-WO-ID(WS-WO-IDX) = WS-WO-ID-IN
               MOVE WS-WO-IDX TO WS-WO-SEL
           END-IF.

       APPROVE-WORKORDER.
           PERFORM ASK-WORKORDER.
           IF WS-WO-SEL = 0
               MOVE "Unknown work order." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO APPROVE-WORKORDER-END
           END-IF.
           IF WS-WO-STATUS(WS-WO-SEL) NOT = "R"
               MOVE "Only a raised work order can be approved."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO APPROVE-WORKORDER-END
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "A" TO WS-WO-STATUS(WS-WO-SEL).
           MOVE WS-TODAY-DATE TO WS-WO-STATUS-DATE(WS-WO-SEL).
           PERFORM SAVE-WORKORDERS.
           MOVE "Work order approved." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       APPROVE-WORKORDER-END.
           EXIT.

       START-WORKORDER.
           PERFORM ASK-WORKORDER.
           IF WS-WO-SEL = 0
               MOVE "Unknown work order." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO START-WORKORDER-END
           END-IF.
           IF WS-WO-STATUS(WS-WO-SEL) NOT = "A"
               MOVE "Only an approved work order can start."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO START-WORKORDER-END
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "I" TO WS-WO-STATUS(WS-WO-SEL).
           MOVE WS-TODAY-DATE TO WS-WO-STATUS-DATE(WS-WO-SEL).
           PERFORM SAVE-WORKORDERS.
           MOVE "Work order in progress." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       START-WORKORDER-END.
           EXIT.

      *>   Terminada: costo real y quien lo paga. Inquilino = el de
      *>   la tenencia vigente de esa propiedad.
       COMPLETE-WORKORDER.
           PERFORM ASK-WORKORDER.
           IF WS-WO-SEL = 0
               MOVE "Unknown work order." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO COMPLETE-WORKORDER-END
           END-IF.
           IF WS-WO-STATUS(WS-WO-SEL) NOT = "A"
              AND WS-WO-STATUS(WS-WO-SEL) NOT = "I"
               MOVE "Work order is not approved or in progress."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO COMPLETE-WORKORDER-END
           END-IF.
           DISPLAY "Actual cost: "           LINE 14 COL 5.
           MOVE WS-WO-ESTIMATE(WS-WO-SEL) TO WS-PAY-AMOUNT.
           ACCEPT WS-PAY-AMOUNT              LINE 14 COL 25 UPDATE.
           DISPLAY "Paid by [T]enant/[L]andlord: "
                                             LINE 15 COL 5.
           ACCEPT AUX-BOOL                   LINE 15 COL 35 PROMPT.
           EVALUATE AUX-BOOL
               WHEN "T"
               WHEN "t"
                   MOVE "T" TO WS-WO-PAYER(WS-WO-SEL)
               WHEN "L"
               WHEN "l"
                   MOVE "L" TO WS-WO-PAYER(WS-WO-SEL)
               WHEN OTHER
                   MOVE "Payer must be T or L." TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
                   GO TO COMPLETE-WORKORDER-END
           END-EVALUATE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF WS-WO-PAYER(WS-WO-SEL) = "T"
               PERFORM LOAD-TENANCIES
               MOVE 0 TO WS-WO-TEN-SEL
               PERFORM MATCH-HOME-TENANT
                   VARYING WS-TEN-IDX FROM 1 BY 1
                   UNTIL WS-TEN-IDX > WS-TEN-COUNT
               IF WS-WO-TEN-SEL = 0
                   MOVE "No active tenant on that home." TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
                   GO TO COMPLETE-WORKORDER-END
               END-IF
               MOVE WS-TEN-PARTY(WS-WO-TEN-SEL)
                   TO WS-WO-PARTY(WS-WO-SEL)
               PERFORM CHARGE-BACK-TENANT
           ELSE
               MOVE SPACES TO WS-WO-PARTY(WS-WO-SEL)
               PERFORM POST-LANDLORD-REPAIR
           END-IF.
           MOVE WS-PAY-AMOUNT TO WS-WO-ACTUAL(WS-WO-SEL).
           MOVE "C" TO WS-WO-STATUS(WS-WO-SEL).
           MOVE WS-TODAY-DATE TO WS-WO-STATUS-DATE(WS-WO-SEL).
           PERFORM SAVE-WORKORDERS.
           IF WS-WO-PAYER(WS-WO-SEL) = "T"
               MOVE "Completed - charged to the tenant ledger."
                   TO AUX-MSG
           ELSE
               MOVE "Completed - landlord cost posted to GL."
                   TO AUX-MSG
           END-IF.
           PERFORM SHOW-INFO-MSG.
       COMPLETE-WORKORDER-END.
           EXIT.

       MATCH-HOME-TENANT.
           IF WS-TEN-STATUS(WS-TEN-IDX) = "A"
              AND WS-TEN-HOME(WS-TEN-IDX) = WS-WO-HOME(WS-WO-SEL)
               MOVE WS-TEN-IDX TO WS-WO-TEN-SEL
           END-IF.

      *>   Cargo W al libro del inquilino, fechado hoy, para que
      *>   envejezca junto con el alquiler impago.
       CHARGE-BACK-TENANT.
           IF WS-PAY-AMOUNT = 0
               CONTINUE
           ELSE
               OPEN EXTEND RENTLEDGER-FILE
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT RENTLEDGER-FILE
               END-IF
               MOVE SPACES TO RENTLEDGER-RECORD
               MOVE WS-WO-PARTY(WS-WO-SEL) TO LED-PARTY-ID
               MOVE WS-WO-HOME(WS-WO-SEL)  TO LED-HOME
               MOVE WS-TODAY-DATE          TO LED-DATE
               MOVE "W"                    TO LED-TYPE
               MOVE WS-PAY-AMOUNT          TO LED-AMOUNT
               MOVE WS-TODAY-DATE(1:6)     TO LED-PERIOD
               WRITE RENTLEDGER-RECORD
               CLOSE RENTLEDGER-FILE
           END-IF.

      *>   Gasto de reparacion del propietario por propiedad.
       POST-LANDLORD-REPAIR.
           IF WS-PAY-AMOUNT = 0
               CONTINUE
           ELSE
               OPEN EXTEND GL-EXTRACT-FILE
               IF WS-GLEXT-STATUS = "35"
                   OPEN OUTPUT GL-EXTRACT-FILE
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE
               MOVE "03-RealStateRent" TO GLEXT-SOURCE
               MOVE SPACES TO GLEXT-ACCOUNT
               STRING "REPAIRS-HOME-" WS-WO-HOME(WS-WO-SEL)
                   DELIMITED BY SIZE INTO GLEXT-ACCOUNT
               COMPUTE GLEXT-AMOUNT = 0 - WS-PAY-AMOUNT
               WRITE GLEXT-RECORD
               CLOSE GL-EXTRACT-FILE
           END-IF.

      *>   *************************************************************
      *>   Ordenes abiertas (levantadas, aprobadas o en curso) por
      *>   prioridad, con la antiguedad de cada una desde que se
      *>   levanto, los tramos 0-7 / 8-30 / 31-60 / +60 dias y la
      *>   marca OVERDUE si supera el plazo de su prioridad.
      *>   *************************************************************
       WORK-ORDER-REPORT.
           PERFORM LOAD-WORKORDERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-RPT-DATE.
           MOVE "WORKORDS" TO WS-RPT-NAME.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM CLEAR-SCREEN.
           MOVE "OPEN WORK ORDERS BY PRIORITY (ID HOME ST AGE EST)"
               TO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE(1:60) LINE 4 COL 5 REVERSED.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE 5 TO AUX-LINE-POS.
           MOVE 0 TO WS-WO-OPEN-COUNT.
           PERFORM WO-REPORT-PRIORITY
               VARYING WS-WO-PRIO FROM 1 BY 1
               UNTIL WS-WO-PRIO > 3.
           MOVE WS-WO-OPEN-COUNT TO WS-WO-OPEN-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL OPEN WORK ORDERS: " WS-WO-OPEN-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           ADD 1 TO AUX-LINE-POS.
           DISPLAY WS-RPT-LINE(1:60) LINE AUX-LINE-POS COL 5.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM MENU-DISPLAYCONTINUE.

       WO-REPORT-PRIORITY.
           MOVE 0 TO WS-WO-AGE-7.
           MOVE 0 TO WS-WO-AGE-30.
           MOVE 0 TO WS-WO-AGE-60.
           MOVE 0 TO WS-WO-AGE-OVER.
           MOVE 0 TO WS-WO-EST-TOTAL.
           ADD 1 TO AUX-LINE-POS.
           MOVE SPACES TO WS-RPT-LINE.
           EVALUATE WS-WO-PRIO
               WHEN 1
                   MOVE "PRIORITY 1 - EMERGENCY" TO WS-RPT-LINE
               WHEN 2
                   MOVE "PRIORITY 2 - URGENT" TO WS-RPT-LINE
               WHEN OTHER
                   MOVE "PRIORITY 3 - ROUTINE" TO WS-RPT-LINE
           END-EVALUATE.
           DISPLAY WS-RPT-LINE(1:60) LINE AUX-LINE-POS COL 5 REVERSED.
           PERFORM SPOOL-LINE-PROCEDURE.
           ADD 1 TO AUX-LINE-POS.
           PERFORM WO-REPORT-LINE
               VARYING WS-WO-IDX FROM 1 BY 1
               UNTIL WS-WO-IDX > WS-WO-COUNT.
           MOVE WS-WO-EST-TOTAL TO WS-WO-EST-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-WO-AGE-7 TO WS-WO-OPEN-Z.
           STRING "  0-7: " WS-WO-OPEN-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-WO-AGE-30 TO WS-WO-OPEN-Z.
           MOVE "8-30:" TO WS-RPT-LINE(13:5).
           MOVE WS-WO-OPEN-Z TO WS-RPT-LINE(19:3).
           MOVE WS-WO-AGE-60 TO WS-WO-OPEN-Z.
           MOVE "31-60:" TO WS-RPT-LINE(24:6).
           MOVE WS-WO-OPEN-Z TO WS-RPT-LINE(31:3).
           MOVE WS-WO-AGE-OVER TO WS-WO-OPEN-Z.
           MOVE "+60:" TO WS-RPT-LINE(36:4).
           MOVE WS-WO-OPEN-Z TO WS-RPT-LINE(41:3).
           MOVE "EST:" TO WS-RPT-LINE(46:4).
           MOVE WS-WO-EST-TOTAL-Z TO WS-RPT-LINE(51:7).
           DISPLAY WS-RPT-LINE(1:60) LINE AUX-LINE-POS COL 5.
           PERFORM SPOOL-LINE-PROCEDURE.
           ADD 1 TO AUX-LINE-POS.

       WO-REPORT-LINE.
           IF WS-WO-PRIORITY(WS-WO-IDX) = WS-WO-PRIO
              AND (WS-WO-STATUS(WS-WO-IDX) = "R"
                   OR WS-WO-STATUS(WS-WO-IDX) = "A"
                   OR WS-WO-STATUS(WS-WO-IDX) = "I")
               ADD 1 TO WS-WO-OPEN-COUNT
               ADD WS-WO-ESTIMATE(WS-WO-IDX) TO WS-WO-EST-TOTAL
               COMPUTE WS-WO-AGE =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-TODAY-DATE)) -
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-WO-OPENED(WS-WO-IDX)))
               EVALUATE TRUE
                   WHEN WS-WO-AGE NOT > 7
                       ADD 1 TO WS-WO-AGE-7
                   WHEN WS-WO-AGE NOT > 30
                       ADD 1 TO WS-WO-AGE-30
                   WHEN WS-WO-AGE NOT > 60
                       ADD 1 TO WS-WO-AGE-60
                   WHEN OTHER
                       ADD 1 TO WS-WO-AGE-OVER
               END-EVALUATE
               MOVE WS-WO-AGE TO WS-WO-AGE-Z
               MOVE WS-WO-ESTIMATE(WS-WO-IDX) TO WS-WO-AMT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-WO-ID(WS-WO-IDX) " "
                      WS-WO-HOME(WS-WO-IDX) " "
                      WS-WO-STATUS(WS-WO-IDX) " "
                      WS-WO-AGE-Z " " WS-WO-AMT-Z " "
                      WS-WO-CONTRACTOR(WS-WO-IDX) " "
                      WS-WO-DESC(WS-WO-IDX)(1:20)
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               IF WS-WO-AGE > CTE-WO-TARGET(WS-WO-PRIO)
                   MOVE "OVERDUE" TO WS-RPT-LINE(62:7)
               END-IF
               DISPLAY WS-RPT-LINE(1:70) LINE AUX-LINE-POS COL 5
               PERFORM SPOOL-LINE-PROCEDURE
               ADD 1 TO AUX-LINE-POS
           END-IF.

       END PROGRAM 03-RealStateRentSystem.
