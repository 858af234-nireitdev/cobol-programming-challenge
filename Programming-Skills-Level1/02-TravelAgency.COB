      *>               the nearest date that still has room, and
      *>               the ranked results flag destinations that
      *>               already have sold-out dates on file.
      *>   2026-10-15  Travel documents: a new maintenance screen
      *>               keeps each customer's passport / ID, issuing
      *>               country, expiry and visas per destination in
      *>               TRAVDOCS, and the package builder runs the
      *>               shared DOCCHECK against the DESTRULES entry
      *>               rules before anything is written - a passport
      *>               expiring too soon or a missing visa refuses
      *>               the package, missing data only warns.
      *>   2026-10-15  Activity suppliers: every activity sale now
      *>               accrues the tour operator's share (net cost
      *>               per person or price less the agency
      *>               commission, from the SUPPLIERS master per
      *>               destination and activity) to SUPPAYABLE, and
      *>               a confirmed activity itinerary can be
      *>               cancelled - places go back to ACTCAP, the
      *>               sale is reversed in GLEXTRACT and the payable
      *>               is reversed. The fortnightly Batch/SUPREMIT
      *>               run pays the suppliers.
      *>   2026-10-15  The activity-supplier master is assigned to
      *>               ACTSUPPL: SUPPLIERS is the Manchester shop's
      *>               supplier file and a different layout.
      *>   2026-10-15  The document screen refuses to save while
      *>               TRAVDOCS is larger than the table, so the
      *>               documents that did not fit are not lost.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 02-TRAVELAGENCY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTCAPDEF-STATUS.

           SELECT TRAVDOC-FILE ASSIGN TO "TRAVDOCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDOC-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "ACTSUPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT SUPPAY-FILE ASSIGN TO "SUPPAYABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKLOG-FILE.
       FD  ACTCAPDEF-FILE.
       01  ACTCAPDEF-RECORD    PIC 9(3).

      *>   Documentos de viaje por cliente PARTYMSTR.
       FD  TRAVDOC-FILE.
           COPY TRAVDOC.

      *>   Proveedores de actividades y su cuenta a pagar.
       FD  SUPPLIER-FILE.
           COPY SUPPLIER.

       FD  SUPPAY-FILE.
           COPY SUPPAY.

       WORKING-STORAGE SECTION.

       01  WS-BOOKLOG-STATUS   PIC X(2).
       01  WS-ACAP-SUGGEST     PIC X(8).
       01  WS-ACAP-REMAIN-Z    PIC ZZ9.

      *>   Documentos de viaje (TRAVDOCS) en memoria para el alta
      *>   y modificacion; la clave es cliente + tipo + numero.
       01  WS-TDOC-STATUS      PIC X(2).
       01  WS-DOC-SW           PIC X(1).
       01  WS-DOC-TABLE.
           05  WS-DOC-COUNT    PIC 9(3) VALUE 0.
           05  WS-DOC-R OCCURS 300 TIMES PIC X(101).
       01  WS-DOC-IDX          PIC 9(3).
       01  WS-DOC-SEL          PIC 9(3).
       01  WS-DOC-DROPPED      PIC 9(4) VALUE 0.
       01  WS-DOC-EDIT.
           05  WDOC-PARTY-ID       PIC X(15).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDOC-TYPE           PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDOC-NUMBER         PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDOC-COUNTRY        PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WDOC-EXPIRY         PIC 9(8).
           05  WDOC-VISA OCCURS 5 TIMES.
               10  FILLER          PIC X(1).
               10  WDOC-VISA-PAIS  PIC 9(1).
               10  WDOC-VISA-EXPIRY PIC 9(8).
       01  WS-DOC-KEY.
           05  WS-DOC-KEY-PARTY    PIC X(15).
           05  FILLER              PIC X(1).
           05  WS-DOC-KEY-TYPE     PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-DOC-KEY-NUMBER   PIC X(20).

      *>   Interfaz con el control de documentos compartido
      *>   DOCCHECK.
       01  WS-DC-RESULT        PIC X.
       01  WS-DC-REASON        PIC XX.
       01  WS-DC-LIMIT         PIC 9(8).

      *>   Deuda con el proveedor de la actividad vendida.
       01  WS-SUPPLIER-STATUS  PIC X(2).
       01  WS-SUPPAY-STATUS    PIC X(2).
       01  WS-SUP-FOUND-SW     PIC X(1).
           88  WS-SUP-FOUND        VALUE "Y".
       01  WS-SUP-EXACT-SW     PIC X(1).
       01  WS-SUP-CODE         PIC X(5).
       01  WS-SUP-TYPE         PIC X(1).
       01  WS-SUP-BASIS        PIC X(1).
       01  WS-SUP-NET-PERSON   PIC 9(5)V99.
       01  WS-SUP-COMM-PCT     PIC 9(2)V99.
       01  WS-SUP-PAYABLE      PIC S9(7)V99.

      *>   Anulacion de itinerarios: ITINERARY en memoria, se
      *>   regraba completo.
       01  WS-CANCEL-SW        PIC X(1).
       01  WS-CANCEL-REF       PIC X(8).
       01  WS-CANCEL-COUNTRY   PIC X(10).
       01  WS-ITT-TABLE.
           05  WS-ITT-COUNT    PIC 9(3) VALUE 0.
           05  WS-ITT-R OCCURS 500 TIMES PIC X(88).
       01  WS-ITT-IDX          PIC 9(3).
       01  WS-ITT-SEL          PIC 9(3).
       01  WS-ITT-DROPPED      PIC 9(3).


       PROCEDURE DIVISION.
       MAIN.
               PERFORM PACKAGE-BUILDER-PROCEDURE
                   THRU PACKAGE-BUILDER-PROCEDURE-END
           END-IF.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Desea cargar documentos de viaje? [S/N]"
                                                       LINE 5 COL 5.
           ACCEPT WS-DOC-SW                            LINE 5 COL 50
                                                       PROMPT.
           IF WS-DOC-SW = "S" OR WS-DOC-SW = "s"
               PERFORM DOC-ENTRY-PROCEDURE
                   THRU DOC-ENTRY-PROCEDURE-END
           END-IF.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Desea anular un itinerario? [S/N]"
                                                       LINE 5 COL 5.
           ACCEPT WS-CANCEL-SW                         LINE 5 COL 50
                                                       PROMPT.
           IF WS-CANCEL-SW = "S" OR WS-CANCEL-SW = "s"
               PERFORM ITIN-CANCEL-PROCEDURE
                   THRU ITIN-CANCEL-PROCEDURE-END
           END-IF.
           PERFORM MENU-START THRU MENU-END.
           STOP RUN.

           WRITE ITINERARY-RECORD.
           CLOSE ITINERARY-FILE.
           PERFORM LOG-SALE-GLENTRY.
           PERFORM ACCRUE-SUPPLIER-PAYABLE.
      *>      Los lugares quedan tomados recien con la venta firme.
           SUBTRACT WS-TRAVELERS
               FROM WS-ACAP-REMAIN(WS-ACAP-SEL).
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   *************************************************************
      *>   Parte del proveedor en la venta de la actividad: se
      *>   devenga en SUPPAYABLE y la paga el batch SUPREMIT. Rige
      *>   la fila del destino para la actividad elegida; si no
      *>   hay, la fila del destino con actividad 0.
      *>   *************************************************************
       ACCRUE-SUPPLIER-PAYABLE.
           MOVE "N" TO WS-SUP-FOUND-SW WS-SUP-EXACT-SW.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS = "00"
               PERFORM FIND-SUPPLIER-ONE
                   UNTIL WS-SUPPLIER-STATUS NOT = "00"
               CLOSE SUPPLIER-FILE
           END-IF.
           IF WS-SUP-FOUND
               IF WS-SUP-BASIS = "N"
                   COMPUTE WS-SUP-PAYABLE =
                       WS-SUP-NET-PERSON * WS-TRAVELERS
               ELSE
                   COMPUTE WS-SUP-PAYABLE ROUNDED =
                       WS-ITIN-TOTAL * (100 - WS-SUP-COMM-PCT) / 100
               END-IF
               IF WS-SUP-PAYABLE > 0
                   MOVE "A" TO WS-SUP-TYPE
                   PERFORM WRITE-SUPPAY-LINE
               END-IF
           END-IF.

       FIND-SUPPLIER-ONE.
           READ SUPPLIER-FILE
               AT END
                   MOVE "10" TO WS-SUPPLIER-STATUS
               NOT AT END
                   IF SUP-COUNTRY = COUNTRY(IDXSEAS,IDXPLC)
                       IF SUP-ACTIV = CHOICE-ACTIV AND CHOICE-ACTIV > 0
                           MOVE "Y" TO WS-SUP-EXACT-SW
                           PERFORM TAKE-SUPPLIER
                       END-IF
                       IF SUP-ACTIV = 0 AND WS-SUP-EXACT-SW = "N"
                           PERFORM TAKE-SUPPLIER
                       END-IF
                   END-IF
           END-READ.

       TAKE-SUPPLIER.
           MOVE "Y"            TO WS-SUP-FOUND-SW.
           MOVE SUP-CODE       TO WS-SUP-CODE.
           MOVE SUP-BASIS      TO WS-SUP-BASIS.
           MOVE 0 TO WS-SUP-NET-PERSON WS-SUP-COMM-PCT.
           IF SUP-NET-PERSON IS NUMERIC
               MOVE SUP-NET-PERSON TO WS-SUP-NET-PERSON
           END-IF.
           IF SUP-COMM-PCT IS NUMERIC
               MOVE SUP-COMM-PCT   TO WS-SUP-COMM-PCT
           END-IF.

      *>   Agrega una linea abierta a SUPPAYABLE del tipo
      *>   WS-SUP-TYPE.
       WRITE-SUPPAY-LINE.
           OPEN EXTEND SUPPAY-FILE.
           IF WS-SUPPAY-STATUS = "35"
               OPEN OUTPUT SUPPAY-FILE
           END-IF.
           MOVE SPACES         TO SUPPAY-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SPY-DATE.
           MOVE WS-SUP-CODE    TO SPY-SUP-CODE.
           MOVE WS-ITIN-REF    TO SPY-ITIN-REF.
           MOVE WS-SUP-TYPE    TO SPY-TYPE.
           MOVE WS-SUP-PAYABLE TO SPY-AMOUNT.
           WRITE SUPPAY-RECORD.
           CLOSE SUPPAY-FILE.

      *>   *************************************************************
      *>   Anulacion de un itinerario de actividad confirmado: queda
      *>   "ANULADO", los lugares vuelven al cupo, la venta se
      *>   revierte en GLEXTRACT y la deuda con el proveedor se
      *>   revierte en SUPPAYABLE. Los paquetes (PQ) no se anulan
      *>   por aca: tienen asientos y habitaciones tomados.
      *>   *************************************************************
       ITIN-CANCEL-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "ANULAR ITINERARIO"         LINE 4 COL 5 REVERSED.
           DISPLAY "Referencia del itinerario: " LINE 6 COL 5.
           ACCEPT WS-CANCEL-REF                LINE 6 COL 33 PROMPT.
           PERFORM ITT-LOAD-PROCEDURE.
           MOVE 0 TO WS-ITT-SEL.
           PERFORM ITT-FIND-ONE
               VARYING WS-ITT-IDX FROM 1 BY 1
               UNTIL WS-ITT-IDX > WS-ITT-COUNT OR WS-ITT-SEL > 0.
           IF WS-ITT-SEL = 0
               MOVE "Referencia inexistente." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO ITIN-CANCEL-PROCEDURE-END
           END-IF.
           IF WS-ITT-DROPPED > 0
               MOVE "Archivo de itinerarios lleno - avisar a IT."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO ITIN-CANCEL-PROCEDURE-END
           END-IF.
           MOVE WS-ITT-R(WS-ITT-SEL) TO ITINERARY-RECORD.
           IF ITIN-STATUS NOT = "CONFIRMADO"
               MOVE "El itinerario no esta confirmado." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO ITIN-CANCEL-PROCEDURE-END
           END-IF.
           IF ITIN-SEASON = "PKG"
               MOVE "Los paquetes no se anulan desde esta opcion."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO ITIN-CANCEL-PROCEDURE-END
           END-IF.
           MOVE ITIN-REF         TO WS-ITIN-REF.
           MOVE ITIN-COUNTRY     TO WS-CANCEL-COUNTRY.
           MOVE ITIN-TRAVEL-DATE TO WS-TRAVEL-DATE.
           MOVE ITIN-TRAVELERS   TO WS-TRAVELERS.
           MOVE ITIN-TOTAL       TO WS-ITIN-TOTAL.
           MOVE WS-ITIN-TOTAL    TO WS-ITIN-TOTAL-Z.
           DISPLAY "Destino: "                 LINE 8 COL 5
                   WS-CANCEL-COUNTRY           LINE 8 COL 20.
           DISPLAY "Fecha de viaje: "          LINE 9 COL 5
                   WS-TRAVEL-DATE              LINE 9 COL 20.
           DISPLAY "Viajeros: "                LINE 10 COL 5
                   WS-TRAVELERS                LINE 10 COL 20.
           DISPLAY "Total: $"                  LINE 11 COL 5
                   WS-ITIN-TOTAL-Z             LINE 11 COL 20.
           DISPLAY "Confirma la anulacion? [S/N]" LINE 13 COL 5.
           ACCEPT WS-CANCEL-SW                 LINE 13 COL 35 PROMPT.
           IF WS-CANCEL-SW NOT = "S" AND WS-CANCEL-SW NOT = "s"
               GO TO ITIN-CANCEL-PROCEDURE-END
           END-IF.
           MOVE "ANULADO" TO ITIN-STATUS.
           MOVE ITINERARY-RECORD TO WS-ITT-R(WS-ITT-SEL).
           PERFORM ITT-SAVE-PROCEDURE.
           PERFORM LOG-CANCEL-GLENTRY.
      *>      Los lugares vuelven al cupo de la fecha.
           PERFORM ITT-RETURN-PLACES
               VARYING WS-ACAP-IDX FROM 1 BY 1
               UNTIL WS-ACAP-IDX > WS-ACAP-COUNT.
           PERFORM SAVE-ACTCAP-PROCEDURE.
           PERFORM REVERSE-SUPPLIER-PAYABLE.
           MOVE "Itinerario anulado." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       ITIN-CANCEL-PROCEDURE-END.
           EXIT.

       ITT-FIND-ONE.
           IF WS-ITT-R(WS-ITT-IDX)(1:8) = WS-CANCEL-REF
               MOVE WS-ITT-IDX TO WS-ITT-SEL
           END-IF.

       ITT-RETURN-PLACES.
           IF WS-ACAP-COUNTRY(WS-ACAP-IDX) = WS-CANCEL-COUNTRY
              AND WS-ACAP-DATE(WS-ACAP-IDX) = WS-TRAVEL-DATE
               ADD WS-TRAVELERS TO WS-ACAP-REMAIN(WS-ACAP-IDX)
           END-IF.

       ITT-LOAD-PROCEDURE.
           MOVE 0 TO WS-ITT-COUNT WS-ITT-DROPPED.
           OPEN INPUT ITINERARY-FILE.
           IF WS-ITINERARY-STATUS = "00"
               PERFORM ITT-LOAD-ONE
                   UNTIL WS-ITINERARY-STATUS NOT = "00"
               CLOSE ITINERARY-FILE
           END-IF.

       ITT-LOAD-ONE.
           READ ITINERARY-FILE
               AT END
                   MOVE "10" TO WS-ITINERARY-STATUS
               NOT AT END
                   IF WS-ITT-COUNT < 500
                       ADD 1 TO WS-ITT-COUNT
                       MOVE ITINERARY-RECORD TO WS-ITT-R(WS-ITT-COUNT)
                   ELSE
                       ADD 1 TO WS-ITT-DROPPED
                   END-IF
           END-READ.

       ITT-SAVE-PROCEDURE.
           OPEN OUTPUT ITINERARY-FILE.
           PERFORM ITT-SAVE-ONE
               VARYING WS-ITT-IDX FROM 1 BY 1
               UNTIL WS-ITT-IDX > WS-ITT-COUNT.
           CLOSE ITINERARY-FILE.

       ITT-SAVE-ONE.
           MOVE WS-ITT-R(WS-ITT-IDX) TO ITINERARY-RECORD.
           WRITE ITINERARY-RECORD.

      *>   Reverso de la venta anulada en el extracto compartido.
       LOG-CANCEL-GLENTRY.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE.
           MOVE "02-TravelAgency" TO GLEXT-SOURCE.
           MOVE "TRAVEL-SALE"     TO GLEXT-ACCOUNT.
           COMPUTE GLEXT-AMOUNT = 0 - WS-ITIN-TOTAL.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   Saldo de la referencia en SUPPAYABLE (devengado menos
      *>   reversos ya hechos); si queda algo se revierte con una
      *>   linea "R" negativa, pagada o no la linea original.
       REVERSE-SUPPLIER-PAYABLE.
           MOVE 0 TO WS-SUP-PAYABLE.
           OPEN INPUT SUPPAY-FILE.
           IF WS-SUPPAY-STATUS = "00"
               PERFORM REVERSE-SUPPAY-ONE
                   UNTIL WS-SUPPAY-STATUS NOT = "00"
               CLOSE SUPPAY-FILE
           END-IF.
           IF WS-SUP-PAYABLE > 0
               COMPUTE WS-SUP-PAYABLE = 0 - WS-SUP-PAYABLE
               MOVE "R" TO WS-SUP-TYPE
               PERFORM WRITE-SUPPAY-LINE
           END-IF.

       REVERSE-SUPPAY-ONE.
           READ SUPPAY-FILE
               AT END
                   MOVE "10" TO WS-SUPPAY-STATUS
               NOT AT END
                   IF SPY-ITIN-REF = WS-ITIN-REF
                      AND SPY-AMOUNT IS NUMERIC
                       MOVE SPY-SUP-CODE TO WS-SUP-CODE
                       ADD SPY-AMOUNT TO WS-SUP-PAYABLE
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Paquete vuelo + hotel: un cliente, dos tramos de vuelo
      *>   contra SEATINVENTORY/BOOKINGS y las noches de hotel
           IF WS-PKG-SW NOT = "Y"
               GO TO PACKAGE-BUILDER-PROCEDURE-END
           END-IF.
      *>      Documentos del cliente contra las reglas del destino:
      *>      un rechazo corta aca, sin nada grabado; un aviso se
      *>      muestra y la venta sigue.
           CALL "DOCCHECK" USING WS-CUSTOMER-ID PKG-FLT-PAIS
                                 PKG-RET-DATE WS-DC-RESULT
                                 WS-DC-REASON WS-DC-LIMIT.
           IF WS-DC-RESULT NOT = "O"
               PERFORM DOC-CHECK-MSG
               PERFORM SHOW-INFO-MSG
           END-IF.
           IF WS-DC-RESULT = "B"
               GO TO PACKAGE-BUILDER-PROCEDURE-END
           END-IF.
      *>      Precio del bulto con el descuento de paquete.
           PERFORM PKG-LOAD-DISCOUNT.
           COMPUTE PKG-FLT-COST =
       PACKAGE-BUILDER-PROCEDURE-END.
           EXIT.

      *>   Texto del aviso o rechazo de DOCCHECK.
       DOC-CHECK-MSG.
           MOVE SPACES TO AUX-MSG.
           EVALUATE WS-DC-REASON
               WHEN "NR"
                   MOVE "Aviso: destino sin reglas de documentos."
                       TO AUX-MSG
               WHEN "NP"
                   MOVE "Aviso: el cliente no tiene pasaporte cargado."
                       TO AUX-MSG
               WHEN "PX"
                   STRING "Rechazado: el pasaporte debe vencer "
                          "despues de " WS-DC-LIMIT
                          DELIMITED BY SIZE INTO AUX-MSG
               WHEN "VR"
                   MOVE "Rechazado: el destino exige visa vigente."
                       TO AUX-MSG
           END-EVALUATE.

      *>   Inventario de asientos, capacidades de ruta y tarifario
      *>   economico de la aerolinea, en memoria.
       PKG-LOAD-AIRLINE.



      *>   *************************************************************
      *>   Documentos de viaje del cliente: alta o reemplazo de un
      *>   documento (clave cliente + tipo + numero) con hasta 5
      *>   visas por destino. Los lee DOCCHECK al vender.
      *>   *************************************************************
       DOC-ENTRY-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "DOCUMENTOS DE VIAJE"       LINE 4 COL 5 REVERSED.
           DISPLAY "Su codigo de cliente: "    LINE 6 COL 5.
           ACCEPT WS-CUSTOMER-ID               LINE 6 COL 30 PROMPT.
           PERFORM REGISTERPARTY-PROCEDURE.
           MOVE SPACES TO WS-DOC-EDIT.
           MOVE WS-CUSTOMER-ID TO WDOC-PARTY-ID.
           DISPLAY "Tipo [P=Pasaporte I=DNI]: " LINE 7 COL 5.
           ACCEPT WDOC-TYPE                    LINE 7 COL 33 PROMPT.
           IF WDOC-TYPE = "p"
               MOVE "P" TO WDOC-TYPE
           END-IF.
           IF WDOC-TYPE = "i"
               MOVE "I" TO WDOC-TYPE
           END-IF.
           IF WDOC-TYPE NOT = "P" AND WDOC-TYPE NOT = "I"
               MOVE "Tipo de documento invalido." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO DOC-ENTRY-PROCEDURE-END
           END-IF.
           DISPLAY "Numero: "                  LINE 8 COL 5.
           ACCEPT WDOC-NUMBER                  LINE 8 COL 33 PROMPT.
           IF WDOC-NUMBER = SPACES
               MOVE "Falta el numero de documento." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO DOC-ENTRY-PROCEDURE-END
           END-IF.
           DISPLAY "Pais emisor [AAA]: "       LINE 9 COL 5.
           ACCEPT WDOC-COUNTRY                 LINE 9 COL 33 PROMPT.
           DISPLAY "Vencimiento [AAAAMMDD]: "  LINE 10 COL 5.
           ACCEPT WDOC-EXPIRY                  LINE 10 COL 33 PROMPT.
           IF WDOC-EXPIRY NOT NUMERIC OR WDOC-EXPIRY = 0
               MOVE "Vencimiento invalido." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO DOC-ENTRY-PROCEDURE-END
           END-IF.
           DISPLAY "Visas (destino 0 = ninguna):" LINE 11 COL 5.
           MOVE 7 TO AUX-LINE-POS.
           PERFORM DOC-SHOW-DEST
               VARYING AUX-99 FROM 1 BY 1 UNTIL AUX-99 > 5.
           PERFORM DOC-ACCEPT-VISA
               VARYING AUX-9 FROM 1 BY 1 UNTIL AUX-9 > 5.
           PERFORM DOC-LOAD-PROCEDURE.
      *>   Con documentos que no entraron en la tabla no se
      *>   regraba el archivo: se perderian.
           IF WS-DOC-DROPPED > 0
               MOVE "Archivo de documentos excede la tabla - avisar a I
      -             "T." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO DOC-ENTRY-PROCEDURE-END
           END-IF.
           MOVE WS-DOC-EDIT(1:38) TO WS-DOC-KEY.
           MOVE 0 TO WS-DOC-SEL.
           PERFORM DOC-FIND-ONE
               VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX > WS-DOC-COUNT OR WS-DOC-SEL > 0.
           IF WS-DOC-SEL = 0
               IF WS-DOC-COUNT NOT < 300
                   MOVE "Archivo de documentos lleno - avisar a IT."
                       TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
                   GO TO DOC-ENTRY-PROCEDURE-END
               END-IF
               ADD 1 TO WS-DOC-COUNT
               MOVE WS-DOC-COUNT TO WS-DOC-SEL
           END-IF.
           MOVE WS-DOC-EDIT TO WS-DOC-R(WS-DOC-SEL).
           PERFORM DOC-SAVE-PROCEDURE.
           MOVE "Documento registrado." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       DOC-ENTRY-PROCEDURE-END.
           EXIT.

       DOC-SHOW-DEST.
           DISPLAY AUX-99                      LINE AUX-LINE-POS COL 50.
           DISPLAY PKG-DEST-NAME(AUX-99)       LINE AUX-LINE-POS COL 53.
           ADD 1 TO AUX-LINE-POS.

       DOC-ACCEPT-VISA.
           COMPUTE AUX-LINE-POS = 11 + AUX-9.
           DISPLAY "Visa   destino [0-5]:"     LINE AUX-LINE-POS COL 7.
           DISPLAY AUX-9                       LINE AUX-LINE-POS COL 12.
           ACCEPT WDOC-VISA-PAIS(AUX-9)        LINE AUX-LINE-POS COL 33
                                               PROMPT.
           IF WDOC-VISA-PAIS(AUX-9) NOT NUMERIC
              OR WDOC-VISA-PAIS(AUX-9) > 5
               MOVE 0 TO WDOC-VISA-PAIS(AUX-9)
           END-IF.
           MOVE 0 TO WDOC-VISA-EXPIRY(AUX-9).
           IF WDOC-VISA-PAIS(AUX-9) > 0
               DISPLAY "vence [AAAAMMDD]:"     LINE AUX-LINE-POS COL 36
               ACCEPT WDOC-VISA-EXPIRY(AUX-9)  LINE AUX-LINE-POS COL 54
                                               PROMPT
           END-IF.

       DOC-FIND-ONE.
           IF WS-DOC-R(WS-DOC-IDX)(1:38) = WS-DOC-KEY
               MOVE WS-DOC-IDX TO WS-DOC-SEL
           END-IF.

       DOC-LOAD-PROCEDURE.
           MOVE 0 TO WS-DOC-COUNT.
           MOVE 0 TO WS-DOC-DROPPED.
           OPEN INPUT TRAVDOC-FILE.
           IF WS-TDOC-STATUS = "00"
               PERFORM DOC-LOAD-ONE
                   UNTIL WS-TDOC-STATUS NOT = "00"
               CLOSE TRAVDOC-FILE
           END-IF.

       DOC-LOAD-ONE.
           READ TRAVDOC-FILE
               AT END
                   MOVE "10" TO WS-TDOC-STATUS
               NOT AT END
                   IF WS-DOC-COUNT < 300
                       ADD 1 TO WS-DOC-COUNT
                       MOVE TRAVDOC-RECORD TO WS-DOC-R(WS-DOC-COUNT)
                   ELSE
                       ADD 1 TO WS-DOC-DROPPED
                   END-IF
           END-READ.

       DOC-SAVE-PROCEDURE.
           OPEN OUTPUT TRAVDOC-FILE.
           PERFORM DOC-SAVE-ONE
               VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX > WS-DOC-COUNT.
           CLOSE TRAVDOC-FILE.

       DOC-SAVE-ONE.
           MOVE WS-DOC-R(WS-DOC-IDX) TO TRAVDOC-RECORD.
           WRITE TRAVDOC-RECORD.

      *>   *************************************************************
      *>   Utilidades
      *>   *************************************************************
