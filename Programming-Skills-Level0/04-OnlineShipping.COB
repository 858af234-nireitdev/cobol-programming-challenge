      *>                    cobrado a la cuenta bancaria del
      *>                    remitente via TRANFILE/TRANSEQ con la
      *>                    comision de gestion a GLEXTRACT.
      *>   2026-10-15  jrm  Cuentas corrientes corporativas: el
      *>                    remitente con cuenta activa en SHPACCT
      *>                    (Copybooks/SHPACCT.CPY) carga el envio o
      *>                    la consignacion a su cuenta en vez de
      *>                    pagar en el mostrador, y SEND-PACKAGE lo
      *>                    rechaza si el saldo con el cargo pasa el
      *>                    limite de credito. Nuevo [8]:
      *>                    alta/modificacion de cuentas (auditada),
      *>                    listado, facturas abiertas y pago de las
      *>                    facturas mensuales de Batch/SHPBILL.COB,
      *>                    con el cobro a GLEXTRACT.
      *>   2026-10-15  jrm  Envios internacionales: SEND-PACKAGE toma
      *>                    el pais de destino y, si no es nacional,
      *>                    la declaracion aduanera (contenido,
      *>                    categoria arancelaria, origen y valor),
      *>                    estima aranceles e impuestos con la nueva
      *>                    tabla DUTYRATE y los carga al remitente o
      *>                    los deja a cobrar al receptor al
      *>                    entregar. Las consignaciones multi-pieza
      *>                    quedan solo para destinos nacionales.
      *>                    Batch/CUSTMANIF.COB lista lo
      *>                    internacional por pais con el despacho de
      *>                    SHIPDISP.
      *>   2026-10-15  jrm  Devolucion al remitente: opcion [R] en la
      *>                    actualizacion de estado crea el envio de
      *>                    vuelta enlazado, cobra la tarifa de
      *>                    devolucion, anula el contra reembolso
      *>                    pendiente y avisa al remitente por
      *>                    NOTIFQ.
      *>   2026-10-15  jrm  Peso volumetrico: el envio y cada pieza
      *>                    de una consignacion piden largo, ancho y
      *>                    alto; el flete se calcula sobre el peso
      *>                    tarifado (el mayor entre el real y el
      *>                    volumetrico con el divisor de la zona,
      *>                    nuevo campo de ZONETARIF) y se graba el
      *>                    excedente que aporta la regla. La tasa de
      *>                    devolucion usa las medidas del original.
      *>   2026-10-15  jrm  La tasa de devolucion cargada a cuenta
      *>                    corriente respeta el limite de credito
      *>                    como cualquier envio.
      *>   2026-10-15  jrm  El cobro de una factura de cuenta
      *>                    corriente se asienta como SHIP-COLLECTION
      *>                    (positivo): SHIP-RECEIVABLE queda para la
      *>                    factura contra ingresos por envios.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 04-ONLINESHIPPING.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIPPOD-STATUS.

           SELECT DUTYRATE-FILE ASSIGN TO "DUTYRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUTYRATE-STATUS.

           SELECT SHPACCT-FILE ASSIGN TO "SHPACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SACCT-PARTY-ID
               FILE STATUS IS WS-SACCT-STATUS.

           SELECT SHPINV-FILE ASSIGN TO "SHPINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SINV-NUMBER
               FILE STATUS IS WS-SINV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMENT-FILE.
           05  TARF-MIN-CHARGE     PIC 9(5)V9(2).
           05  FILLER              PIC X(1).
           05  TARF-EFF-DATE       PIC X(8).
           05  FILLER              PIC X(1).
           05  TARF-VOL-DIVISOR    PIC 9(5).

      *>   Reclamos de seguro sobre envios asegurados.
       FD  CLAIMS-FILE.
           05  FILLER              PIC X(1).
           05  POD-DOCUMENT        PIC X(12).

      *>   Aranceles por pais de destino y categoria arancelaria
      *>   (categoria en blanco = cualquier otra del pais): derecho
      *>   de importacion sobre el valor declarado e impuesto sobre
      *>   valor mas derecho, en porcentaje.
       FD  DUTYRATE-FILE.
       01  DUTYRATE-RECORD.
           05  DUTY-COUNTRY        PIC X(2).
           05  FILLER              PIC X(1).
           05  DUTY-CATEGORY       PIC X(6).
           05  FILLER              PIC X(1).
           05  DUTY-PCT            PIC 9(2)V9(2).
           05  FILLER              PIC X(1).
           05  DUTY-TAX-PCT        PIC 9(2)V9(2).

       FD  SHPACCT-FILE.
           COPY SHPACCT.

       FD  SHPINV-FILE.
           COPY SHPINV.

       WORKING-STORAGE SECTION.

       01  WS-MENU-OPTION PIC X.
               10  WS-TARF-RATE    PIC 9(3)V9(2).
               10  WS-TARF-MIN     PIC 9(5)V9(2).
               10  WS-TARF-EFFDATE PIC X(8).
               10  WS-TARF-DIVISOR PIC 9(5).
       01  WS-TARF-IDX         PIC 9(2).
       01  WS-PFX-LEN          PIC 9(2).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-ZONE-CODE        PIC X(3).
       01  WS-ZONE-RATE        PIC 9(3)V9(2).
       01  WS-ZONE-MIN         PIC 9(5)V9(2).
       01  WS-ZONE-DIVISOR     PIC 9(5).
       01  WS-ZONE-BEST-DATE   PIC X(8).
       01  WS-ZONE-FOUND-SW    PIC X(1).
           88  WS-ZONE-FOUND       VALUE "Y".
       01  WS-TARF-RATE-Z      PIC ZZ9.9(2).
       01  WS-TARF-MIN-Z       PIC Z(4)9.9(2).
       01  WS-TARF-DIVISOR-Z   PIC Z(4)9.

      *>   Peso volumetrico: medidas del bulto en cm y peso
      *>   tarifado = el mayor entre el real y LxAxH / divisor.
       01  WS-PACKG-LENGTH-CM  PIC 9(3).
       01  WS-PACKG-WIDTH-CM   PIC 9(3).
       01  WS-PACKG-HEIGHT-CM  PIC 9(3).
       01  WS-PACKG-LENGTH-Z   PIC ZZ9.
       01  WS-PACKG-WIDTH-Z    PIC ZZ9.
       01  WS-PACKG-HEIGHT-Z   PIC ZZ9.
       01  WS-VOL-DIVISOR      PIC 9(5).
       01  WS-VOL-KG           PIC 9(6).
       01  WS-CHARGE-KG        PIC 9(6).
       01  WS-CHARGE-KG-Z      PIC Z(5)9.
       01  WS-CALC-FREIGHT     PIC 9(7)V9(2).
       01  WS-BASE-FREIGHT     PIC 9(7)V9(2).
       01  WS-VOL-EXTRA        PIC 9(7)V9(2).
       01  WS-PRICED-ZONE      PIC X(3).

      *>   Cobro contra entrega (COD).
       01  WS-COD-AMOUNT       PIC 9(7)V9(2).
               10  WS-PIECE-ID     PIC 9(4).
               10  WS-PIECE-KG     PIC 9(5).
               10  WS-PIECE-COST   PIC 9(7)V9(2).
               10  WS-PIECE-LENGTH PIC 9(3).
               10  WS-PIECE-WIDTH  PIC 9(3).
               10  WS-PIECE-HEIGHT PIC 9(3).
               10  WS-PIECE-CHG-KG PIC 9(6).
               10  WS-PIECE-ZONE   PIC X(3).
               10  WS-PIECE-EXTRA  PIC 9(7)V9(2).
       01  WS-SIB-COUNT        PIC 9(2).

      *>   Declaracion aduanera de envios internacionales.
       01  WS-DEST-COUNTRY     PIC X(2).
           88  WS-DOMESTIC         VALUE SPACES.
       01  WS-CUSTOMS-DESC     PIC X(30).
       01  WS-TARIFF-CAT       PIC X(6).
       01  WS-ORIGIN-COUNTRY   PIC X(2).
       01  WS-DUTY-PAYER       PIC X(1).
       01  WS-DUTY-AMOUNT      PIC 9(7)V9(2).
       01  WS-DUTY-AMOUNT-Z    PIC Z(6)9.9(2).
       01  WS-DUTY-BASE        PIC 9(7)V9(2).
       01  WS-DUTYRATE-STATUS  PIC X(2).
       01  WS-DUTY-TABLE.
           05  WS-DUTY-COUNT   PIC 9(2) VALUE 0.
           05  WS-DUTY-ENTRY OCCURS 50 TIMES.
               10  WS-DUTY-COUNTRY PIC X(2).
               10  WS-DUTY-CAT     PIC X(6).
               10  WS-DUTY-PCT     PIC 9(2)V9(2).
               10  WS-DUTY-TAX     PIC 9(2)V9(2).
       01  WS-DUTY-IDX         PIC 9(2).
       01  WS-DUTY-RATE        PIC 9(2)V9(2).
       01  WS-DUTY-TAX-RATE    PIC 9(2)V9(2).
       01  WS-DUTY-MATCH       PIC 9(1).

      *>   Devolucion al remitente.
       01  WS-RET-REASON       PIC X(1).
           88  WS-RET-REASON-VALID VALUE "A" "R" "N" "O".
       01  WS-RET-ORIG-ID      PIC 9(4).
       01  WS-RET-PARTY-ID     PIC X(15).
       01  WS-RET-REASON-DESC  PIC X(14).
       01  WS-RET-FEE          PIC 9(7)V9(2).
       01  WS-RET-FEE-Z        PIC Z(6)9.9(2).
       01  WS-RET-COD-SW       PIC X(1).
           88  WS-RET-COD-CANCELLED VALUE "Y".

      *>   Cuentas corrientes de remitentes corporativos.
       01  WS-SACCT-STATUS     PIC X(2).
       01  WS-SINV-STATUS      PIC X(2).
       01  WS-ON-ACCOUNT-SW    PIC X(1).
           88  WS-ON-ACCOUNT       VALUE "Y".
       01  WS-CREDIT-OK-SW     PIC X(1).
           88  WS-CREDIT-OK        VALUE "Y".
       01  WS-PARTY-FOUND-SW   PIC X(1).
           88  WS-PARTY-FOUND      VALUE "Y".
       01  WS-CHARGE-AMOUNT    PIC 9(7)V9(2).
       01  WS-ACCT-LIMIT       PIC 9(7)V9(2).
       01  WS-ACCT-BALANCE     PIC 9(7)V9(2).
       01  WS-ACCT-AVAIL       PIC S9(7)V9(2).
       01  WS-ACCT-LIMIT-Z     PIC Z(6)9.9(2).
       01  WS-ACCT-BALANCE-Z   PIC Z(6)9.9(2).
       01  WS-ACCT-AVAIL-Z     PIC -(7)9.9(2).
       01  WS-ACCT-TERMS-Z     PIC ZZ9.
       01  WS-ACCT-OPTION      PIC X(1).
       01  WS-INV-NUMBER       PIC 9(6).
       01  WS-PAY-AMOUNT       PIC 9(7)V9(2).
       01  WS-PAY-AMOUNT-Z     PIC Z(6)9.9(2).
       01  WS-INV-OPEN-AMT     PIC 9(7)V9(2).

      *>   CONSTANTES
       01  CONST-SHPNG-COST-BY-KG PIC 9 VALUE 2.
       01  CONST-SHPNG-MAXWEIGHT  PIC 99 VALUE 25.
      *>   Divisor volumetrico (cm3 por kg) de las zonas sin uno
      *>   propio en ZONETARIF y de la tarifa plana.
       01  CONST-VOL-DIVISOR      PIC 9(5) VALUE 5000.
       01  CONST-INSURANCE-PCT    PIC 9V99 VALUE 0.02.
       01  CONST-EXPRESS-SURCHARGE PIC 9(3)V99 VALUE 50.00.

       01  CONST-MAX-LOGIN-COUNT-TOBLOCK PIC 9 VALUE 2.
      *>   Descuento multi-pieza sobre el flete de la consignacion.
       01  CONST-CONSGN-DISC-PCT PIC 9(2) VALUE 10.
      *>   Pais propio: origen por defecto y destino nacional.
       01  CONST-HOME-COUNTRY    PIC X(2) VALUE "AR".


       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOADTARIFF-PROCEDURE
               THRU LOADTARIFF-PROCEDURE-END.
           PERFORM LOADDUTY-PROCEDURE
               THRU LOADDUTY-PROCEDURE-END.
           PERFORM MENU-LOGIN.
           PERFORM MENU-MAIN.
           CLOSE SHIPMENT-FILE.
                   "[5] Reclamos de seguro"        LINE 12 COL 5
                   "[6] Consignacion multi-pieza"  LINE 13 COL 5
                   "[7] Prueba de entrega (POD)"   LINE 14 COL 5
                   "[8] Cuentas corporativas"      LINE 15 COL 5
                   "[0] Salir"                     LINE 16 COL 5
                   .

           DISPLAY "Opcion [ ]"                    LINE 18 COL 5.
           ACCEPT WS-MENU-OPTION                   LINE 18 COL 13.
           EVALUATE WS-MENU-OPTION
               WHEN '1'
                   PERFORM SEND-PACKAGE THRU SEND-PACKAGE-END
               WHEN '7'
                   PERFORM POD-MENU-PROCEDURE
                       THRU POD-MENU-PROCEDURE-END
               WHEN '8'
                   PERFORM ACCOUNTS-MENU-PROCEDURE
                       THRU ACCOUNTS-MENU-PROCEDURE-END
               WHEN '0'
                   MOVE "SIGNOFF" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-DETAIL
                   "Peso [kg]:    " SHIP-WEIGHT-KG       LINE 11 COL 5
                   "Estado:       " SHIP-STATUS          LINE 12 COL 5
                   .
           IF SHIP-CHARGE-KG IS NUMERIC
              AND SHIP-CHARGE-KG > SHIP-WEIGHT-KG
               MOVE SHIP-CHARGE-KG TO WS-CHARGE-KG-Z
               DISPLAY "Peso tarifado (volumetrico) [kg]: "
                       WS-CHARGE-KG-Z                 LINE 12 COL 40
           END-IF.
           IF SHIP-RETURN-ID IS NUMERIC AND SHIP-RETURN-ID > 0
               DISPLAY "Vuelve al remitente en envio "
                       SHIP-RETURN-ID                 LINE 11 COL 40
           END-IF.
           IF SHIP-RETURN-OF IS NUMERIC AND SHIP-RETURN-OF > 0
               DISPLAY "Devolucion del envio " SHIP-RETURN-OF
                                                      LINE 11 COL 40
           END-IF.
           IF SHIP-CONSGN-ID > 0
               PERFORM SHOW-CONSIGNMENT-PROCEDURE
           END-IF.
                   "[T] EN-TRANSITO"                  LINE 12 COL 7
                   "[E] ENTREGADO"                    LINE 13 COL 7
                   "[V] DEVUELTO"                     LINE 14 COL 7
                   "[R] DEVOLVER AL REMITENTE"        LINE 15 COL 7
                   .
           DISPLAY "Opcion [ ]"                       LINE 16 COL 5.
           ACCEPT WS-STATUS-OPTION                    LINE 16 COL 13.
                   MOVE "ENTREGADO"   TO WS-NEW-STATUS
               WHEN 'V'
                   MOVE "DEVUELTO"    TO WS-NEW-STATUS
               WHEN 'R'
                   MOVE "RETORNADO"   TO WS-NEW-STATUS
               WHEN OTHER
                   DISPLAY "Opcion Incorrecta!!"      LINE 20 COL 5
                   PERFORM MENU-DISPLAYCONTINUE
               PERFORM MENU-DISPLAYCONTINUE
               GO TO UPDATE-STATUS-PROCEDURE-END
           END-IF.
           IF WS-NEW-STATUS = "RETORNADO"
               PERFORM RETURN-TO-SENDER-PROCEDURE
                   THRU RETURN-TO-SENDER-PROCEDURE-END
               GO TO UPDATE-STATUS-PROCEDURE-END
           END-IF.
           MOVE SHIP-STATUS   TO WS-OLD-STATUS.
           MOVE WS-NEW-STATUS TO SHIP-STATUS.
           REWRITE SHIPMENT-RECORD.
                                                      LINE 27 COL 5
                   END-IF
               END-IF
               IF SHIP-FEE-ON-RETURN AND SHIP-TOTAL-COST > 0
                   MOVE SHIP-TOTAL-COST TO WS-RET-FEE-Z
                   DISPLAY "Tasa de devolucion a cobrar: $"
                           WS-RET-FEE-Z               LINE 20 COL 40
               END-IF
               IF SHIP-DUTY-ON-DELIVERY AND SHIP-DUTY-AMOUNT > 0
                   MOVE SHIP-DUTY-AMOUNT TO WS-DUTY-AMOUNT-Z
                   DISPLAY "Aranceles a cobrar al receptor: $"
                           WS-DUTY-AMOUNT-Z           LINE 21 COL 40
               END-IF
           END-IF.
           DISPLAY "Estado actualizado a " WS-NEW-STATUS
                                                      LINE 20 COL 5.
                   MOVE "Y" TO WS-TRANSITION-OK-SW
               WHEN "ENTREGADO"   ALSO "DEVUELTO"
                   MOVE "Y" TO WS-TRANSITION-OK-SW
               WHEN "DESPACHADO"  ALSO "RETORNADO"
                   MOVE "Y" TO WS-TRANSITION-OK-SW
               WHEN "EN-TRANSITO" ALSO "RETORNADO"
                   MOVE "Y" TO WS-TRANSITION-OK-SW
               WHEN "DEVUELTO"    ALSO "RETORNADO"
                   MOVE "Y" TO WS-TRANSITION-OK-SW
           END-EVALUATE.

       LOG-STATUS-HISTORY-PROCEDURE.
           WRITE SHIPHIST-RECORD.
           CLOSE SHIPHIST-FILE.

      *>   *************************************************************
      *>   Devolucion al remitente de un envio que no se pudo
      *>   entregar: el original queda RETORNADO y se da de alta el
      *>   envio de vuelta (RECIBIDO, a la direccion del remitente,
      *>   enlazado en los dos sentidos) con la tasa de devolucion
      *>   del tarifario como costo. La tasa va a la cuenta
      *>   corriente del remitente o se le cobra al entregarle la
      *>   vuelta. Un COD pendiente se anula y se avisa al
      *>   remitente por NOTIFQ.
      *>   *************************************************************
       RETURN-TO-SENDER-PROCEDURE.
           DISPLAY "Motivo: [A] direccion erronea  [R] rechazado"
                                                      LINE 18 COL 5
                   "        [N] no retirado        [O] otro"
                                                      LINE 19 COL 5.
           ACCEPT WS-RET-REASON                       LINE 18 COL 60.
           IF NOT WS-RET-REASON-VALID
               DISPLAY "Motivo invalido."             LINE 20 COL 5
               PERFORM MENU-DISPLAYCONTINUE
               GO TO RETURN-TO-SENDER-PROCEDURE-END
           END-IF.
      *>      Datos del original antes de que el sorteo de ID pise
      *>      el area del registro.
           MOVE SHIP-PACKG-ID         TO WS-RET-ORIG-ID.
           MOVE SHIP-STATUS           TO WS-OLD-STATUS.
           MOVE SHIP-PARTY-ID         TO WS-RET-PARTY-ID.
           MOVE SHIP-SENDER-NAME      TO WS-SENDER-NAME.
           MOVE SHIP-SENDER-DIRECTION TO WS-SENDER-DIRECTION.
           MOVE SHIP-RECIPT-NAME      TO WS-RECIPT-NAME.
           MOVE SHIP-RECIPT-DIRECTION TO WS-RECIPT-DIRECTION.
           MOVE SHIP-WEIGHT-KG        TO WS-PACKG-WEIGHT-KG.
      *>      Envios anteriores a las medidas: sin volumetrico.
           IF SHIP-LENGTH-CM IS NUMERIC AND SHIP-WIDTH-CM IS NUMERIC
              AND SHIP-HEIGHT-CM IS NUMERIC
               MOVE SHIP-LENGTH-CM    TO WS-PACKG-LENGTH-CM
               MOVE SHIP-WIDTH-CM     TO WS-PACKG-WIDTH-CM
               MOVE SHIP-HEIGHT-CM    TO WS-PACKG-HEIGHT-CM
           ELSE
               MOVE 0 TO WS-PACKG-LENGTH-CM WS-PACKG-WIDTH-CM
                         WS-PACKG-HEIGHT-CM
           END-IF.
      *>      La tasa es el flete del tramo de vuelta: zona de la
      *>      direccion del remitente, o la tarifa plana.
           MOVE WS-SENDER-DIRECTION   TO WS-RECIPT-DIRECTION.
           PERFORM PRICE-FREIGHT-PROCEDURE.
           MOVE WS-CALC-FREIGHT       TO WS-RET-FEE.
           MOVE SHIP-RECIPT-DIRECTION TO WS-RECIPT-DIRECTION.
           MOVE WS-RET-PARTY-ID TO WS-CUSTOMER-ID.
           PERFORM LOOKUP-ACCOUNT-PROCEDURE.
      *>      Con cuenta corriente la tasa pasa por el mismo control
      *>      del limite de credito que un envio.
           IF WS-ON-ACCOUNT
               MOVE WS-RET-FEE TO WS-CHARGE-AMOUNT
               PERFORM CHECK-CREDIT-PROCEDURE
               IF NOT WS-CREDIT-OK
                   PERFORM SHOW-CREDIT-REFUSAL
                   GO TO RETURN-TO-SENDER-PROCEDURE-END
               END-IF
           END-IF.
           MOVE SPACES TO WS-DEST-COUNTRY.
           PERFORM GENERATE-PACKAGE-ID-PROCEDURE.
           MOVE WS-PACKG-ID           TO SHIP-PACKG-ID.
           MOVE WS-RET-PARTY-ID       TO SHIP-PARTY-ID.
           MOVE WS-RECIPT-NAME        TO SHIP-SENDER-NAME.
           MOVE WS-RECIPT-DIRECTION   TO SHIP-SENDER-DIRECTION.
           MOVE WS-SENDER-NAME        TO SHIP-RECIPT-NAME.
           MOVE WS-SENDER-DIRECTION   TO SHIP-RECIPT-DIRECTION.
           MOVE WS-PACKG-WEIGHT-KG    TO SHIP-WEIGHT-KG.
           MOVE WS-PACKG-LENGTH-CM    TO SHIP-LENGTH-CM.
           MOVE WS-PACKG-WIDTH-CM     TO SHIP-WIDTH-CM.
           MOVE WS-PACKG-HEIGHT-CM    TO SHIP-HEIGHT-CM.
           MOVE WS-CHARGE-KG          TO SHIP-CHARGE-KG.
           MOVE WS-PRICED-ZONE        TO SHIP-ZONE.
           MOVE WS-VOL-EXTRA          TO SHIP-VOL-EXTRA.
           MOVE 0                     TO SHIP-DECLARED-VALUE.
           MOVE "N"                   TO SHIP-INSURED-SW.
           MOVE "N"                   TO SHIP-EXPRESS-SW.
           MOVE WS-RET-FEE            TO SHIP-TOTAL-COST.
           MOVE "RECIBIDO"            TO SHIP-STATUS.
           MOVE 0                     TO SHIP-CONSGN-ID.
           MOVE 0                     TO SHIP-COD-AMOUNT.
           MOVE "N"                   TO SHIP-COD-STATUS.
           PERFORM SET-PAY-MODE-PROCEDURE.
           IF NOT WS-ON-ACCOUNT
               MOVE "R" TO SHIP-PAY-MODE
           END-IF.
           MOVE SPACES                TO SHIP-DEST-COUNTRY.
           PERFORM CLEAR-CUSTOMS-PROCEDURE.
           MOVE WS-RET-ORIG-ID        TO SHIP-RETURN-OF.
           MOVE 0                     TO SHIP-RETURN-ID.
           MOVE WS-RET-REASON         TO SHIP-RETURN-REASON.
           WRITE SHIPMENT-RECORD
               INVALID KEY
                   REWRITE SHIPMENT-RECORD
           END-WRITE.
           IF WS-ON-ACCOUNT
               MOVE WS-RET-FEE TO WS-CHARGE-AMOUNT
               PERFORM CHARGE-ACCOUNT-PROCEDURE
           END-IF.
      *>      El original: RETORNADO, enlazado a la vuelta, COD
      *>      pendiente anulado.
           MOVE "N" TO WS-RET-COD-SW.
           MOVE WS-RET-ORIG-ID TO SHIP-PACKG-ID.
           READ SHIPMENT-FILE
               INVALID KEY
                   GO TO RETURN-TO-SENDER-PROCEDURE-END
           END-READ.
           MOVE "RETORNADO"     TO SHIP-STATUS.
           MOVE WS-PACKG-ID     TO SHIP-RETURN-ID.
           MOVE WS-RET-REASON   TO SHIP-RETURN-REASON.
           IF SHIP-COD-PENDING
               MOVE "X" TO SHIP-COD-STATUS
               MOVE "Y" TO WS-RET-COD-SW
           END-IF.
           REWRITE SHIPMENT-RECORD.
           MOVE "RETORNADO" TO WS-NEW-STATUS.
           PERFORM LOG-STATUS-HISTORY-PROCEDURE.
           PERFORM QUEUE-RETURN-NOTICE.
           MOVE WS-RET-FEE TO WS-RET-FEE-Z.
           DISPLAY "Devolucion registrada: envio de vuelta "
                   WS-PACKG-ID                        LINE 21 COL 5.
           IF WS-ON-ACCOUNT
               DISPLAY "Tasa $" WS-RET-FEE-Z
                       " cargada a la cuenta corriente."
                                                      LINE 22 COL 5
           ELSE
               DISPLAY "Tasa $" WS-RET-FEE-Z
                       " a cobrar al entregar la vuelta."
                                                      LINE 22 COL 5
           END-IF.
           IF WS-RET-COD-CANCELLED
               DISPLAY "Cobro contra entrega pendiente ANULADO."
                                                      LINE 23 COL 5
           END-IF.
           PERFORM MENU-DISPLAYCONTINUE.
       RETURN-TO-SENDER-PROCEDURE-END.
           EXIT.

      *>   Aviso al remitente de que su envio vuelve; lo formatea
      *>   Batch/NOTIFSEND.COB como las confirmaciones.
       QUEUE-RETURN-NOTICE.
           OPEN EXTEND NOTIFQ-FILE.
           IF WS-NOTIFQ-STATUS = "35"
               OPEN OUTPUT NOTIFQ-FILE
           END-IF.
           MOVE SPACES TO NOTIF-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIF-TIMESTAMP.
           MOVE "04-OnlineShipping" TO NOTIF-SOURCE.
           MOVE WS-RET-PARTY-ID     TO NOTIF-PARTY-ID.
           MOVE WS-RET-ORIG-ID      TO NOTIF-REF.
           EVALUATE WS-RET-REASON
               WHEN "A"
                   MOVE "DIR. ERRONEA"  TO WS-RET-REASON-DESC
               WHEN "R"
                   MOVE "RECHAZADO"     TO WS-RET-REASON-DESC
               WHEN "N"
                   MOVE "NO RETIRADO"   TO WS-RET-REASON-DESC
               WHEN OTHER
                   MOVE "OTRO MOTIVO"   TO WS-RET-REASON-DESC
           END-EVALUATE.
           STRING "DEVUELTO (" DELIMITED BY SIZE
                  WS-RET-REASON-DESC DELIMITED BY "  "
                  ") VUELVE EN ENVIO " DELIMITED BY SIZE
                  WS-PACKG-ID DELIMITED BY SIZE
                  INTO NOTIF-DETAIL.
           MOVE " " TO NOTIF-STATUS.
           WRITE NOTIF-RECORD.
           CLOSE NOTIFQ-FILE.

      *>   *************************************************************
      *>   Opciones del envio
      *>   *************************************************************
           DISPLAY "Su codigo de cliente:"     LINE 6 COL 5.
           ACCEPT WS-CUSTOMER-ID               LINE 6 COL 28 PROMPT.
           PERFORM REGISTERPARTY-PROCEDURE.
      *>      Titular de cuenta corriente: sin margen de credito no
      *>      se toma el envio.
           PERFORM LOOKUP-ACCOUNT-PROCEDURE.
           IF WS-ON-ACCOUNT AND WS-ACCT-BALANCE NOT < WS-ACCT-LIMIT
               PERFORM SHOW-CREDIT-REFUSAL
               GO TO SEND-PACKAGE-END
           END-IF.

           DISPLAY "Envio: "                   LINE 7 COL 5
                   "   Nombre:"                LINE 8 COL 5
                   "Destinatario: "            LINE 10 COL 5
                   "   Nombre:"                LINE 11 COL 5
                   "   Direccion:"             LINE 12 COL 5
                   "   Pais (blanco=nacional):" LINE 13 COL 5
                   "Peso del paquete [kg]:"    LINE 14 COL 5
                   "Medidas LxAxH [cm]:"       LINE 14 COL 38
                   .

           ACCEPT WS-SENDER-NAME               LINE 8 COL 20 PROMPT.
           ACCEPT WS-SENDER-DIRECTION          LINE 9 COL 20 PROMPT.
           ACCEPT WS-RECIPT-NAME               LINE 11 COL 20 PROMPT.
           ACCEPT WS-RECIPT-DIRECTION          LINE 12 COL 20 PROMPT.
           MOVE SPACES TO WS-DEST-COUNTRY.
           ACCEPT WS-DEST-COUNTRY              LINE 13 COL 32 PROMPT.
           IF WS-DEST-COUNTRY = CONST-HOME-COUNTRY
               MOVE SPACES TO WS-DEST-COUNTRY
           END-IF.

       PACKAGE-VALIDATE-WEIGHT.
           ACCEPT WS-PACKG-WEIGHT-KG-Z         LINE 14 COL 30 PROMPT.
               GO TO PACKAGE-VALIDATE-WEIGHT
           END-IF.

       PACKAGE-VALIDATE-DIMENSIONS.
           ACCEPT WS-PACKG-LENGTH-Z            LINE 14 COL 58 PROMPT.
           ACCEPT WS-PACKG-WIDTH-Z             LINE 14 COL 62 PROMPT.
           ACCEPT WS-PACKG-HEIGHT-Z            LINE 14 COL 66 PROMPT.
           MOVE WS-PACKG-LENGTH-Z TO WS-PACKG-LENGTH-CM.
           MOVE WS-PACKG-WIDTH-Z  TO WS-PACKG-WIDTH-CM.
           MOVE WS-PACKG-HEIGHT-Z TO WS-PACKG-HEIGHT-CM.
           IF WS-PACKG-LENGTH-CM = 0 OR WS-PACKG-WIDTH-CM = 0
              OR WS-PACKG-HEIGHT-CM = 0
               DISPLAY "Indique largo, ancho y alto del paquete "
                       "en cm (mayores a 0)."  LINE 20 COL 5
               PERFORM MENU-DISPLAYCONTINUE
               PERFORM CLEAR-INFO-SCREEN
               GO TO PACKAGE-VALIDATE-DIMENSIONS
           END-IF.

      *>   El flete sale de la tarifa de la zona del destinatario
      *>   (ZONETARIF) con su minimo, sobre el peso tarifado; si
      *>   ninguna zona matchea la direccion, rige la vieja tarifa
      *>   plana por kg.
       CALCULATE-SHIPPING-COST.
           PERFORM PRICE-FREIGHT-PROCEDURE.
           MOVE WS-CALC-FREIGHT TO WS-PACKG-TOTAL-COST.
           IF WS-ZONE-FOUND
               DISPLAY "Zona tarifaria: " WS-ZONE-CODE
                                                 LINE 18 COL 5
           END-IF.
           MOVE WS-CHARGE-KG TO WS-CHARGE-KG-Z.
           DISPLAY "Peso tarifado [kg]: " WS-CHARGE-KG-Z
                                                 LINE 17 COL 40.
           MOVE WS-PACKG-TOTAL-COST TO WS-PACKG-FREIGHT-COST.

      *>      Internacional: sin declaracion aduanera el transportista
      *>      rechaza el bulto. El valor declarado es el de aduana.
           MOVE 0 TO WS-DUTY-AMOUNT.
           MOVE 0 TO WS-DECLARED-VALUE.
           IF NOT WS-DOMESTIC
               PERFORM CAPTURE-CUSTOMS-PROCEDURE
               IF WS-DUTY-PAYER = "S"
                   ADD WS-DUTY-AMOUNT TO WS-PACKG-TOTAL-COST
               END-IF
           END-IF.

           DISPLAY "Desea asegurar el envio? [S/N]"  LINE 15 COL 5.
           ACCEPT WS-INSURED-SW                      LINE 15 COL 38.
           IF WS-INSURED-SW = 'S' OR WS-INSURED-SW = 's'
               IF WS-DOMESTIC
                   DISPLAY "Indique el valor declarado: $"
                                                        LINE 16 COL 5
                   ACCEPT WS-DECLARED-VALUE-Z           LINE 16 COL 37
                                                        PROMPT
                   MOVE WS-DECLARED-VALUE-Z TO WS-DECLARED-VALUE
               END-IF
               COMPUTE WS-INSURANCE-COST ROUNDED =
                       WS-DECLARED-VALUE * CONST-INSURANCE-PCT
               ADD WS-INSURANCE-COST TO WS-PACKG-TOTAL-COST
                   "Seguro:     $" WS-INSURANCE-COST-Z   LINE 20 COL 5
                   "Express:    $" WS-EXPRESS-COST-Z     LINE 21 COL 5
                   .
           IF NOT WS-DOMESTIC
               MOVE WS-DUTY-AMOUNT TO WS-DUTY-AMOUNT-Z
               IF WS-DUTY-PAYER = "S"
                   DISPLAY "Aranceles:  $" WS-DUTY-AMOUNT-Z
                                                     LINE 19 COL 40
               ELSE
                   DISPLAY "Aranceles (paga receptor): $"
                           WS-DUTY-AMOUNT-Z          LINE 19 COL 40
               END-IF
           END-IF.
           DISPLAY "COSTO TOTAL DEL ENVIO: $"   LINE 22 COL 5
                   WS-PACKG-TOTAL-COST-Z        LINE 22 COL 30 REVERSE.

           IF WS-ON-ACCOUNT
               MOVE WS-PACKG-TOTAL-COST TO WS-CHARGE-AMOUNT
               PERFORM CHECK-CREDIT-PROCEDURE
               IF NOT WS-CREDIT-OK
                   PERFORM SHOW-CREDIT-REFUSAL
                   GO TO SEND-PACKAGE-END
               END-IF
               DISPLAY "Se carga a la cuenta corriente del cliente."
                                                   LINE 23 COL 5
           END-IF.

           DISPLAY "Desea realizar el envio? [S/N]" LINE 24 COL 5.
           ACCEPT WS-MENU-OPTION LINE 24 COL 37.
           IF WS-MENU-OPTION = 'S' OR WS-MENU-OPTION = 's' THEN
               PERFORM SAVE-SHIPMENT-PROCEDURE
               IF WS-ON-ACCOUNT
                   PERFORM CHARGE-ACCOUNT-PROCEDURE
               END-IF
               DISPLAY "Envio aceptado. Gracias por confiar en Nos."
                                                   LINE 26 COL 5
           ELSE
           DISPLAY "Su codigo de cliente:"      LINE 6 COL 5.
           ACCEPT WS-CUSTOMER-ID                LINE 6 COL 28 PROMPT.
           PERFORM REGISTERPARTY-PROCEDURE.
           PERFORM LOOKUP-ACCOUNT-PROCEDURE.
           IF WS-ON-ACCOUNT AND WS-ACCT-BALANCE NOT < WS-ACCT-LIMIT
               PERFORM SHOW-CREDIT-REFUSAL
               GO TO SEND-CONSIGNMENT-END
           END-IF.
           DISPLAY "Envio: "                    LINE 7 COL 5
                   "   Nombre:"                 LINE 8 COL 5
                   "   Direccion:"              LINE 9 COL 5
                   "Destinatario: "             LINE 10 COL 5
                   "   Nombre:"                 LINE 11 COL 5
                   "   Direccion:"              LINE 12 COL 5
                   "   Pais (blanco=nacional):" LINE 13 COL 5
                   "Cantidad de bultos [2-9]:"  LINE 14 COL 5
                   .
           ACCEPT WS-SENDER-NAME                LINE 8 COL 20 PROMPT.
           ACCEPT WS-SENDER-DIRECTION           LINE 9 COL 20 PROMPT.
           ACCEPT WS-RECIPT-NAME                LINE 11 COL 20 PROMPT.
           ACCEPT WS-RECIPT-DIRECTION           LINE 12 COL 20 PROMPT.
      *>      La declaracion aduanera es por bulto: lo internacional
      *>      sale de a un paquete por [1].
           MOVE SPACES TO WS-DEST-COUNTRY.
           ACCEPT WS-DEST-COUNTRY               LINE 13 COL 32 PROMPT.
           IF WS-DEST-COUNTRY NOT = SPACES
              AND WS-DEST-COUNTRY NOT = CONST-HOME-COUNTRY
               DISPLAY "Los envios internacionales se despachan de a"
                       " un bulto por [1]."     LINE 20 COL 5
               PERFORM MENU-DISPLAYCONTINUE
               GO TO SEND-CONSIGNMENT-END
           END-IF.
           MOVE SPACES TO WS-DEST-COUNTRY.
           ACCEPT WS-CONSGN-PIECES              LINE 14 COL 32.
           IF WS-CONSGN-PIECES < 2
               DISPLAY "Una consignacion lleva 2 bultos o mas."
           DISPLAY "Flete con descuento multi-pieza: $"
                                                LINE 22 COL 5
                   WS-CONSGN-TOTAL-Z            LINE 22 COL 40.
           IF WS-ON-ACCOUNT
               MOVE WS-CONSGN-TOTAL TO WS-CHARGE-AMOUNT
               PERFORM CHECK-CREDIT-PROCEDURE
               IF NOT WS-CREDIT-OK
                   PERFORM SHOW-CREDIT-REFUSAL
                   GO TO SEND-CONSIGNMENT-END
               END-IF
               DISPLAY "Se carga a la cuenta corriente del cliente."
                                                LINE 23 COL 5
           END-IF.
           DISPLAY "Confirma la consignacion? [S/N]"
                                                LINE 24 COL 5.
           ACCEPT WS-MENU-OPTION                LINE 24 COL 40.
               GO TO SEND-CONSIGNMENT-END
           END-IF.
           PERFORM CONSGN-NEXTID-PROCEDURE.
      *>      A la cuenta va la suma de lo grabado en las piezas,
      *>      para que cierre con la factura mensual.
           MOVE 0 TO WS-CHARGE-AMOUNT.
           PERFORM SAVE-ONE-PIECE
               VARYING WS-PIECE-IDX FROM 1 BY 1
               UNTIL WS-PIECE-IDX > WS-CONSGN-PIECES.
           IF WS-ON-ACCOUNT
               PERFORM CHARGE-ACCOUNT-PROCEDURE
           END-IF.
           DISPLAY "Consignacion " WS-CONSGN-ID " aceptada ("
                   WS-CONSGN-PIECES " piezas)."  LINE 26 COL 5.
           PERFORM MENU-DISPLAYCONTINUE.

       CAPTURE-ONE-PIECE.
           DISPLAY "Peso bulto " WS-PIECE-IDX " [kg]: "
                                                LINE 16 COL 5
                   "Medidas LxAxH [cm]:"        LINE 16 COL 38.
           ACCEPT WS-PACKG-WEIGHT-KG-Z          LINE 16 COL 30 PROMPT.
           MOVE WS-PACKG-WEIGHT-KG-Z TO WS-PACKG-WEIGHT-KG.
           IF WS-PACKG-WEIGHT-KG = 0
               DISPLAY "Peso invalido, reingrese." LINE 17 COL 5
               GO TO CAPTURE-ONE-PIECE
           END-IF.
           ACCEPT WS-PACKG-LENGTH-Z             LINE 16 COL 58 PROMPT.
           ACCEPT WS-PACKG-WIDTH-Z              LINE 16 COL 62 PROMPT.
           ACCEPT WS-PACKG-HEIGHT-Z             LINE 16 COL 66 PROMPT.
           MOVE WS-PACKG-LENGTH-Z TO WS-PACKG-LENGTH-CM.
           MOVE WS-PACKG-WIDTH-Z  TO WS-PACKG-WIDTH-CM.
           MOVE WS-PACKG-HEIGHT-Z TO WS-PACKG-HEIGHT-CM.
           IF WS-PACKG-LENGTH-CM = 0 OR WS-PACKG-WIDTH-CM = 0
              OR WS-PACKG-HEIGHT-CM = 0
               DISPLAY "Medidas invalidas, reingrese." LINE 17 COL 5
               GO TO CAPTURE-ONE-PIECE
           END-IF.
           PERFORM PRICE-FREIGHT-PROCEDURE.
           MOVE WS-CALC-FREIGHT TO WS-PIECE-FREIGHT.
           MOVE WS-PACKG-WEIGHT-KG TO WS-PIECE-KG (WS-PIECE-IDX).
           MOVE WS-PIECE-FREIGHT   TO WS-PIECE-COST (WS-PIECE-IDX).
           MOVE WS-PACKG-LENGTH-CM TO WS-PIECE-LENGTH (WS-PIECE-IDX).
           MOVE WS-PACKG-WIDTH-CM  TO WS-PIECE-WIDTH (WS-PIECE-IDX).
           MOVE WS-PACKG-HEIGHT-CM TO WS-PIECE-HEIGHT (WS-PIECE-IDX).
           MOVE WS-CHARGE-KG       TO WS-PIECE-CHG-KG (WS-PIECE-IDX).
           MOVE WS-PRICED-ZONE     TO WS-PIECE-ZONE (WS-PIECE-IDX).
      *>      El descuento multi-pieza tambien alcanza al excedente.
           COMPUTE WS-PIECE-EXTRA (WS-PIECE-IDX) ROUNDED =
               WS-VOL-EXTRA * (100 - CONST-CONSGN-DISC-PCT) / 100.
           ADD WS-PIECE-FREIGHT    TO WS-CONSGN-FREIGHT.

      *>   Cada pieza se graba con su flete ya descontado, para que
           MOVE WS-RECIPT-NAME        TO SHIP-RECIPT-NAME.
           MOVE WS-RECIPT-DIRECTION   TO SHIP-RECIPT-DIRECTION.
           MOVE WS-PIECE-KG (WS-PIECE-IDX) TO SHIP-WEIGHT-KG.
           MOVE WS-PIECE-LENGTH (WS-PIECE-IDX) TO SHIP-LENGTH-CM.
           MOVE WS-PIECE-WIDTH (WS-PIECE-IDX)  TO SHIP-WIDTH-CM.
           MOVE WS-PIECE-HEIGHT (WS-PIECE-IDX) TO SHIP-HEIGHT-CM.
           MOVE WS-PIECE-CHG-KG (WS-PIECE-IDX) TO SHIP-CHARGE-KG.
           MOVE WS-PIECE-ZONE (WS-PIECE-IDX)   TO SHIP-ZONE.
           MOVE WS-PIECE-EXTRA (WS-PIECE-IDX)  TO SHIP-VOL-EXTRA.
           MOVE 0                     TO SHIP-DECLARED-VALUE.
           MOVE "N"                   TO SHIP-INSURED-SW.
           MOVE "N"                   TO SHIP-EXPRESS-SW.
           MOVE WS-CONSGN-ID          TO SHIP-CONSGN-ID.
           MOVE 0                     TO SHIP-COD-AMOUNT.
           MOVE "N"                   TO SHIP-COD-STATUS.
           PERFORM SET-PAY-MODE-PROCEDURE.
           MOVE SPACES                TO SHIP-DEST-COUNTRY.
           PERFORM CLEAR-CUSTOMS-PROCEDURE.
           ADD SHIP-TOTAL-COST TO WS-CHARGE-AMOUNT.
           WRITE SHIPMENT-RECORD
               INVALID KEY
                   REWRITE SHIPMENT-RECORD
           MOVE WS-RECIPT-NAME        TO SHIP-RECIPT-NAME.
           MOVE WS-RECIPT-DIRECTION   TO SHIP-RECIPT-DIRECTION.
           MOVE WS-PACKG-WEIGHT-KG    TO SHIP-WEIGHT-KG.
           MOVE WS-PACKG-LENGTH-CM    TO SHIP-LENGTH-CM.
           MOVE WS-PACKG-WIDTH-CM     TO SHIP-WIDTH-CM.
           MOVE WS-PACKG-HEIGHT-CM    TO SHIP-HEIGHT-CM.
           MOVE WS-CHARGE-KG          TO SHIP-CHARGE-KG.
           MOVE WS-PRICED-ZONE        TO SHIP-ZONE.
           MOVE WS-VOL-EXTRA          TO SHIP-VOL-EXTRA.
           MOVE WS-DECLARED-VALUE     TO SHIP-DECLARED-VALUE.
           MOVE WS-INSURED-SW         TO SHIP-INSURED-SW.
           MOVE WS-EXPRESS-SW         TO SHIP-EXPRESS-SW.
           ELSE
               MOVE "N" TO SHIP-COD-STATUS
           END-IF.
           PERFORM SET-PAY-MODE-PROCEDURE.
           MOVE WS-DEST-COUNTRY       TO SHIP-DEST-COUNTRY.
           IF WS-DOMESTIC
               PERFORM CLEAR-CUSTOMS-PROCEDURE
           ELSE
               MOVE WS-CUSTOMS-DESC   TO SHIP-CUSTOMS-DESC
               MOVE WS-TARIFF-CAT     TO SHIP-TARIFF-CAT
               MOVE WS-ORIGIN-COUNTRY TO SHIP-ORIGIN-COUNTRY
               MOVE WS-DUTY-AMOUNT    TO SHIP-DUTY-AMOUNT
               MOVE WS-DUTY-PAYER     TO SHIP-DUTY-PAYER
           END-IF.
           WRITE SHIPMENT-RECORD
               INVALID KEY
                   REWRITE SHIPMENT-RECORD
           CLOSE NOTIFQ-FILE.


      *>   Fecha de alta y forma de pago del envio que se graba:
      *>   el titular de cuenta corriente lo carga a la cuenta y
      *>   queda pendiente de la factura mensual.
       SET-PAY-MODE-PROCEDURE.
           MOVE WS-TODAY-DATE TO SHIP-SEND-DATE.
           MOVE 0             TO SHIP-ACCT-INV.
           IF WS-ON-ACCOUNT
               MOVE "A" TO SHIP-PAY-MODE
           ELSE
               MOVE "C" TO SHIP-PAY-MODE
           END-IF.

      *>   Da de alta (si no existe) o reutiliza el registro del
      *>   cliente en el maestro compartido PARTYMSTR, por
      *>   WS-CUSTOMER-ID, asi el mismo cliente es reconocido por los
           CLOSE PARTY-FILE.
           PERFORM CLEAR-INFO-SCREEN.

      *>   *************************************************************
      *>   Declaracion aduanera de un envio internacional: contenido,
      *>   categoria arancelaria, pais de origen y valor (que queda
      *>   como valor declarado), con la estimacion de aranceles e
      *>   impuestos de DUTYRATE y quien los paga.
      *>   *************************************************************
       CAPTURE-CUSTOMS-PROCEDURE.
           DISPLAY "DECLARACION ADUANERA"          LINE 5 COL 48
                   "Contenido:"                    LINE 6 COL 48
                   "Categoria arancel.:"           LINE 8 COL 48
                   "Pais de origen:"               LINE 9 COL 48
                   "Valor declarado $:"            LINE 10 COL 48
                   .
           ACCEPT WS-CUSTOMS-DESC                  LINE 7 COL 48 PROMPT.
           ACCEPT WS-TARIFF-CAT                    LINE 8 COL 68 PROMPT.
           MOVE CONST-HOME-COUNTRY TO WS-ORIGIN-COUNTRY.
           ACCEPT WS-ORIGIN-COUNTRY                LINE 9 COL 68 UPDATE.
           ACCEPT WS-DECLARED-VALUE-Z              LINE 10 COL 67
                                                   PROMPT.
           MOVE WS-DECLARED-VALUE-Z TO WS-DECLARED-VALUE.
           IF WS-CUSTOMS-DESC = SPACES OR WS-DECLARED-VALUE = 0
               DISPLAY "Contenido y valor son obligatorios."
                                                   LINE 11 COL 48
               GO TO CAPTURE-CUSTOMS-PROCEDURE
           END-IF.
           PERFORM FIND-DUTY-RATE.
           IF WS-DUTY-MATCH = 0
               DISPLAY "Pais sin arancel en tabla."  LINE 11 COL 48
           END-IF.
           COMPUTE WS-DUTY-BASE ROUNDED =
               WS-DECLARED-VALUE * WS-DUTY-RATE / 100.
           COMPUTE WS-DUTY-AMOUNT ROUNDED = WS-DUTY-BASE
               + (WS-DECLARED-VALUE + WS-DUTY-BASE)
                 * WS-DUTY-TAX-RATE / 100.
           MOVE WS-DUTY-AMOUNT TO WS-DUTY-AMOUNT-Z.
           DISPLAY "Aranceles est. $" WS-DUTY-AMOUNT-Z
                                                   LINE 12 COL 48.
           DISPLAY "Paga [S]remit./[R]ecept.:"     LINE 13 COL 48.
           ACCEPT WS-DUTY-PAYER                    LINE 13 COL 75.
           IF WS-DUTY-PAYER = 's'
               MOVE "S" TO WS-DUTY-PAYER
           END-IF.
           IF WS-DUTY-PAYER NOT = "S"
               MOVE "R" TO WS-DUTY-PAYER
           END-IF.

      *>   Gana la fila del pais con la misma categoria; si no hay,
      *>   la del pais con categoria en blanco; si tampoco, cero.
       FIND-DUTY-RATE.
           MOVE 0 TO WS-DUTY-MATCH WS-DUTY-RATE WS-DUTY-TAX-RATE.
           PERFORM MATCH-ONE-DUTY
               VARYING WS-DUTY-IDX FROM 1 BY 1
               UNTIL WS-DUTY-IDX > WS-DUTY-COUNT
                  OR WS-DUTY-MATCH = 2.

       MATCH-ONE-DUTY.
           IF WS-DUTY-COUNTRY (WS-DUTY-IDX) = WS-DEST-COUNTRY
               IF WS-DUTY-CAT (WS-DUTY-IDX) = WS-TARIFF-CAT
                   MOVE 2 TO WS-DUTY-MATCH
                   MOVE WS-DUTY-PCT (WS-DUTY-IDX) TO WS-DUTY-RATE
                   MOVE WS-DUTY-TAX (WS-DUTY-IDX) TO WS-DUTY-TAX-RATE
               ELSE
                   IF WS-DUTY-CAT (WS-DUTY-IDX) = SPACES
                       MOVE 1 TO WS-DUTY-MATCH
                       MOVE WS-DUTY-PCT (WS-DUTY-IDX)
                           TO WS-DUTY-RATE
                       MOVE WS-DUTY-TAX (WS-DUTY-IDX)
                           TO WS-DUTY-TAX-RATE
                   END-IF
               END-IF
           END-IF.

       CLEAR-CUSTOMS-PROCEDURE.
           MOVE SPACES TO SHIP-CUSTOMS-DESC.
           MOVE SPACES TO SHIP-TARIFF-CAT.
           MOVE SPACES TO SHIP-ORIGIN-COUNTRY.
           MOVE 0      TO SHIP-DUTY-AMOUNT.
           MOVE SPACES TO SHIP-DUTY-PAYER.

       LOADDUTY-PROCEDURE.
           MOVE 0 TO WS-DUTY-COUNT.
           OPEN INPUT DUTYRATE-FILE.
           IF WS-DUTYRATE-STATUS NOT = "00"
               GO TO LOADDUTY-PROCEDURE-END
           END-IF.
           PERFORM LOAD-ONE-DUTY
               UNTIL WS-DUTYRATE-STATUS NOT = "00".
           CLOSE DUTYRATE-FILE.
       LOADDUTY-PROCEDURE-END.
           EXIT.

       LOAD-ONE-DUTY.
           READ DUTYRATE-FILE
               AT END
                   MOVE "10" TO WS-DUTYRATE-STATUS
               NOT AT END
                   IF WS-DUTY-COUNT < 50
                       ADD 1 TO WS-DUTY-COUNT
                       MOVE DUTY-COUNTRY  TO
                           WS-DUTY-COUNTRY (WS-DUTY-COUNT)
                       MOVE DUTY-CATEGORY TO
                           WS-DUTY-CAT (WS-DUTY-COUNT)
                       MOVE DUTY-PCT      TO
                           WS-DUTY-PCT (WS-DUTY-COUNT)
                       MOVE DUTY-TAX-PCT  TO
                           WS-DUTY-TAX (WS-DUTY-COUNT)
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Tarifario por zona: carga, busqueda y mantenimiento.
      *>   *************************************************************
                               WS-TARF-MIN (WS-TARF-COUNT)
                           MOVE TARF-EFF-DATE TO
                               WS-TARF-EFFDATE (WS-TARF-COUNT)
                           IF TARF-VOL-DIVISOR IS NUMERIC
                               MOVE TARF-VOL-DIVISOR TO
                                   WS-TARF-DIVISOR (WS-TARF-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-TARF-DIVISOR (WS-TARF-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       LOADTARIFF-PROCEDURE-END.
           EXIT.

      *>   Flete de un bulto a la direccion WS-RECIPT-DIRECTION
      *>   sobre el peso tarifado: el mayor entre el peso real y el
      *>   volumetrico (LxAxH en cm / divisor de la zona, o el
      *>   estandar, redondeado al kg de arriba). Deja tambien lo
      *>   que el volumetrico agrega sobre el flete por peso real.
       PRICE-FREIGHT-PROCEDURE.
           PERFORM FIND-ZONE-RATE.
           IF WS-ZONE-FOUND AND WS-ZONE-DIVISOR > 0
               MOVE WS-ZONE-DIVISOR   TO WS-VOL-DIVISOR
           ELSE
               MOVE CONST-VOL-DIVISOR TO WS-VOL-DIVISOR
           END-IF.
           COMPUTE WS-VOL-KG =
               (WS-PACKG-LENGTH-CM * WS-PACKG-WIDTH-CM
                * WS-PACKG-HEIGHT-CM + WS-VOL-DIVISOR - 1)
               / WS-VOL-DIVISOR.
           IF WS-VOL-KG > WS-PACKG-WEIGHT-KG
               MOVE WS-VOL-KG          TO WS-CHARGE-KG
           ELSE
               MOVE WS-PACKG-WEIGHT-KG TO WS-CHARGE-KG
           END-IF.
           IF WS-ZONE-FOUND
               MOVE WS-ZONE-CODE TO WS-PRICED-ZONE
               COMPUTE WS-CALC-FREIGHT = WS-CHARGE-KG * WS-ZONE-RATE
               COMPUTE WS-BASE-FREIGHT =
                   WS-PACKG-WEIGHT-KG * WS-ZONE-RATE
               IF WS-CALC-FREIGHT < WS-ZONE-MIN
                   MOVE WS-ZONE-MIN TO WS-CALC-FREIGHT
               END-IF
               IF WS-BASE-FREIGHT < WS-ZONE-MIN
                   MOVE WS-ZONE-MIN TO WS-BASE-FREIGHT
               END-IF
           ELSE
               MOVE SPACES TO WS-PRICED-ZONE
               COMPUTE WS-CALC-FREIGHT =
                   WS-CHARGE-KG * CONST-SHPNG-COST-BY-KG
               COMPUTE WS-BASE-FREIGHT =
                   WS-PACKG-WEIGHT-KG * CONST-SHPNG-COST-BY-KG
           END-IF.
           COMPUTE WS-VOL-EXTRA = WS-CALC-FREIGHT - WS-BASE-FREIGHT.

      *>   Busca la zona cuyo prefijo coincide con el comienzo de la
      *>   direccion del destinatario; entre varias filas vigentes
      *>   de la misma zona gana la de fecha de vigencia mas nueva
                   MOVE WS-TARF-ZONE (WS-TARF-IDX) TO WS-ZONE-CODE
                   MOVE WS-TARF-RATE (WS-TARF-IDX) TO WS-ZONE-RATE
                   MOVE WS-TARF-MIN (WS-TARF-IDX)  TO WS-ZONE-MIN
                   MOVE WS-TARF-DIVISOR (WS-TARF-IDX)
                       TO WS-ZONE-DIVISOR
                   MOVE WS-TARF-EFFDATE (WS-TARF-IDX)
                       TO WS-ZONE-BEST-DATE
                   MOVE "Y" TO WS-ZONE-FOUND-SW
      *>   fila nueva con otra fecha de vigencia, no una edicion).
       MAINTAIN-TARIFF-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Tarifario (ZONA PREFIJO $xKG MIN VIGENCIA DIV):"
                                                   LINE 4 COL 5.
           PERFORM VARYING WS-TARF-IDX FROM 1 BY 1
                   UNTIL WS-TARF-IDX > WS-TARF-COUNT
               MOVE WS-TARF-RATE (WS-TARF-IDX) TO WS-TARF-RATE-Z
               MOVE WS-TARF-MIN (WS-TARF-IDX)  TO WS-TARF-MIN-Z
               MOVE WS-TARF-DIVISOR (WS-TARF-IDX) TO WS-TARF-DIVISOR-Z
               DISPLAY "  " WS-TARF-ZONE (WS-TARF-IDX)
                       " " WS-TARF-PREFIX (WS-TARF-IDX)
                       " " WS-TARF-RATE-Z
                       " " WS-TARF-MIN-Z
                       " " WS-TARF-EFFDATE (WS-TARF-IDX)
                       " " WS-TARF-DIVISOR-Z
           END-PERFORM.
           DISPLAY "Agregar fila? [S/N]"            LINE 20 COL 5.
           ACCEPT WS-MENU-OPTION                    LINE 20 COL 27.
           MOVE WS-TARF-MIN-Z TO WS-TARF-MIN (WS-TARF-COUNT).
           DISPLAY "Vigente desde [AAAAMMDD]: "     LINE 25 COL 5.
           ACCEPT WS-TARF-EFFDATE (WS-TARF-COUNT)   LINE 25 COL 35.
           DISPLAY "Divisor volum. [cm3/kg, 0=std]: " LINE 26 COL 5.
           ACCEPT WS-TARF-DIVISOR-Z                 LINE 26 COL 38.
           MOVE WS-TARF-DIVISOR-Z TO WS-TARF-DIVISOR (WS-TARF-COUNT).
           PERFORM SAVETARIFF-PROCEDURE.
      *>      Cambio de tarifa = accion sensible: a la pista.
           MOVE "RATECHG" TO WS-AUD-ACTION.
                  " DESDE " WS-TARF-EFFDATE (WS-TARF-COUNT)
                  DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM LOG-ACTIVITY.
           DISPLAY "Tarifa agregada."               LINE 27 COL 5.
           PERFORM MENU-DISPLAYCONTINUE.
       MAINTAIN-TARIFF-PROCEDURE-END.
           EXIT.
               MOVE WS-TARF-RATE (WS-TARF-IDX)    TO TARF-RATE-KG
               MOVE WS-TARF-MIN (WS-TARF-IDX)     TO TARF-MIN-CHARGE
               MOVE WS-TARF-EFFDATE (WS-TARF-IDX) TO TARF-EFF-DATE
               MOVE WS-TARF-DIVISOR (WS-TARF-IDX) TO TARF-VOL-DIVISOR
               WRITE TARIFF-RECORD
           END-PERFORM.
           CLOSE TARIFF-FILE.
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Cuentas corrientes de remitentes corporativos (SHPACCT,
      *>   ver Copybooks/SHPACCT.CPY): consulta del titular al
      *>   tomar un envio, control del limite de credito, cargo a
      *>   la cuenta, y el menu [8] con alta/modificacion, listado,
      *>   facturas abiertas y registro de pagos de las facturas
      *>   mensuales que emite Batch/SHPBILL.COB.
      *>   *************************************************************
       LOOKUP-ACCOUNT-PROCEDURE.
           MOVE "N" TO WS-ON-ACCOUNT-SW.
           MOVE 0   TO WS-ACCT-LIMIT WS-ACCT-BALANCE.
           OPEN INPUT SHPACCT-FILE.
           IF WS-SACCT-STATUS NOT = "00"
               GO TO LOOKUP-ACCOUNT-PROCEDURE-END
           END-IF.
           MOVE WS-CUSTOMER-ID TO SACCT-PARTY-ID.
           READ SHPACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SACCT-IS-ACTIVE
                       MOVE "Y" TO WS-ON-ACCOUNT-SW
                       MOVE SACCT-CREDIT-LIMIT TO WS-ACCT-LIMIT
                       MOVE SACCT-BALANCE      TO WS-ACCT-BALANCE
                   END-IF
           END-READ.
           CLOSE SHPACCT-FILE.
       LOOKUP-ACCOUNT-PROCEDURE-END.
           EXIT.

      *>   El cargo entra solo si el saldo con el cargo no pasa el
      *>   limite de credito de la cuenta.
       CHECK-CREDIT-PROCEDURE.
           MOVE "N" TO WS-CREDIT-OK-SW.
           COMPUTE WS-ACCT-AVAIL = WS-ACCT-LIMIT - WS-ACCT-BALANCE.
           IF WS-CHARGE-AMOUNT NOT > WS-ACCT-AVAIL
               MOVE "Y" TO WS-CREDIT-OK-SW
           END-IF.

       SHOW-CREDIT-REFUSAL.
           COMPUTE WS-ACCT-AVAIL = WS-ACCT-LIMIT - WS-ACCT-BALANCE.
           MOVE WS-ACCT-LIMIT   TO WS-ACCT-LIMIT-Z.
           MOVE WS-ACCT-BALANCE TO WS-ACCT-BALANCE-Z.
           MOVE WS-ACCT-AVAIL   TO WS-ACCT-AVAIL-Z.
           DISPLAY "*** Limite de credito de la cuenta alcanzado ***"
                                               LINE 20 COL 5 REVERSED.
           DISPLAY "Limite: $" WS-ACCT-LIMIT-Z
                   "  Saldo: $" WS-ACCT-BALANCE-Z
                   "  Disponible: $" WS-ACCT-AVAIL-Z
                                               LINE 21 COL 5.
           DISPLAY "Envio rechazado hasta regularizar la cuenta."
                                               LINE 22 COL 5.
           PERFORM MENU-DISPLAYCONTINUE.

      *>   Suma el envio (o la consignacion) aceptado al saldo de
      *>   la cuenta; se relee por si otra terminal cargo antes.
       CHARGE-ACCOUNT-PROCEDURE.
           OPEN I-O SHPACCT-FILE.
           IF WS-SACCT-STATUS NOT = "00"
               GO TO CHARGE-ACCOUNT-PROCEDURE-END
           END-IF.
           MOVE WS-CUSTOMER-ID TO SACCT-PARTY-ID.
           READ SHPACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-CHARGE-AMOUNT TO SACCT-BALANCE
                   REWRITE SACCT-RECORD
           END-READ.
           CLOSE SHPACCT-FILE.
       CHARGE-ACCOUNT-PROCEDURE-END.
           EXIT.

       ACCOUNTS-MENU-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           OPEN I-O SHPACCT-FILE.
           IF WS-SACCT-STATUS = "35"
               OPEN OUTPUT SHPACCT-FILE
               CLOSE SHPACCT-FILE
               OPEN I-O SHPACCT-FILE
           END-IF.
           OPEN I-O SHPINV-FILE.
           IF WS-SINV-STATUS = "35"
               OPEN OUTPUT SHPINV-FILE
               CLOSE SHPINV-FILE
               OPEN I-O SHPINV-FILE
           END-IF.
           DISPLAY "Cuentas corporativas"           LINE 6 COL 5
                   "[A] Alta / modificar cuenta"    LINE 8 COL 5
                   "[L] Listado de cuentas"         LINE 9 COL 5
                   "[F] Facturas abiertas"          LINE 10 COL 5
                   "[P] Pago de factura"            LINE 11 COL 5
                   "[X] Volver"                     LINE 12 COL 5
                   .
           DISPLAY "Opcion [ ]"                     LINE 14 COL 5.
           ACCEPT WS-ACCT-OPTION                    LINE 14 COL 13.
           EVALUATE WS-ACCT-OPTION
               WHEN 'A'
                   PERFORM ACCOUNT-MAINT-PROCEDURE
                       THRU ACCOUNT-MAINT-PROCEDURE-END
               WHEN 'L'
                   PERFORM ACCOUNT-LIST-PROCEDURE
               WHEN 'F'
                   PERFORM OPEN-INVOICES-PROCEDURE
               WHEN 'P'
                   PERFORM INVOICE-PAYMENT-PROCEDURE
                       THRU INVOICE-PAYMENT-PROCEDURE-END
               WHEN 'X'
                   CLOSE SHPACCT-FILE
                   CLOSE SHPINV-FILE
                   GO TO ACCOUNTS-MENU-PROCEDURE-END
               WHEN OTHER
                   DISPLAY "Opcion Incorrecta!!"    LINE 20 COL 5
                   PERFORM MENU-DISPLAYCONTINUE
           END-EVALUATE.
           CLOSE SHPACCT-FILE.
           CLOSE SHPINV-FILE.
           GO TO ACCOUNTS-MENU-PROCEDURE.
       ACCOUNTS-MENU-PROCEDURE-END.
           EXIT.

      *>   La cuenta solo se abre para un cliente ya registrado en
      *>   PARTYMSTR. Un cambio de limite o de estado es accion
      *>   sensible y queda en la pista de auditoria.
       ACCOUNT-MAINT-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Alta / modificacion de cuenta"  LINE 5 COL 5.
           DISPLAY "Codigo de cliente: "            LINE 7 COL 5.
           ACCEPT WS-CUSTOMER-ID                    LINE 7 COL 28.
           MOVE "N" TO WS-PARTY-FOUND-SW.
           OPEN INPUT PARTY-FILE.
           IF WS-PARTY-STATUS = "00"
               MOVE WS-CUSTOMER-ID TO PARTY-ID
               READ PARTY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PARTY-FOUND-SW
               END-READ
               CLOSE PARTY-FILE
           END-IF.
           IF NOT WS-PARTY-FOUND
               DISPLAY "Cliente inexistente en PARTYMSTR."
                                                    LINE 9 COL 5
               PERFORM MENU-DISPLAYCONTINUE
               GO TO ACCOUNT-MAINT-PROCEDURE-END
           END-IF.
           DISPLAY "Cliente: " PARTY-NAME           LINE 8 COL 5.
           MOVE WS-CUSTOMER-ID TO SACCT-PARTY-ID.
           READ SHPACCT-FILE
               INVALID KEY
                   MOVE WS-CUSTOMER-ID TO SACCT-PARTY-ID
                   MOVE 0              TO SACCT-CREDIT-LIMIT
                   MOVE 30             TO SACCT-TERMS-DAYS
                   MOVE 0              TO SACCT-BALANCE
                   MOVE "A"            TO SACCT-STATUS
                   MOVE WS-TODAY-DATE  TO SACCT-OPEN-DATE
                   MOVE 0              TO SACCT-LAST-INV
                   WRITE SACCT-RECORD
                   DISPLAY "Cuenta nueva."          LINE 9 COL 5
               NOT INVALID KEY
                   MOVE SACCT-BALANCE TO WS-ACCT-BALANCE-Z
                   DISPLAY "Cuenta existente, saldo: $"
                           WS-ACCT-BALANCE-Z        LINE 9 COL 5
           END-READ.
           MOVE SACCT-CREDIT-LIMIT TO WS-ACCT-LIMIT-Z.
           MOVE SACCT-TERMS-DAYS   TO WS-ACCT-TERMS-Z.
           DISPLAY "Limite de credito [9999999.99]: "
                                                    LINE 11 COL 5
                   WS-ACCT-LIMIT-Z                  LINE 11 COL 40.
           ACCEPT WS-ACCT-LIMIT-Z                   LINE 11 COL 40
                                                    UPDATE.
           MOVE WS-ACCT-LIMIT-Z TO SACCT-CREDIT-LIMIT.
           DISPLAY "Plazo de pago en dias: "        LINE 12 COL 5
                   WS-ACCT-TERMS-Z                  LINE 12 COL 40.
           ACCEPT WS-ACCT-TERMS-Z                   LINE 12 COL 40
                                                    UPDATE.
           MOVE WS-ACCT-TERMS-Z TO SACCT-TERMS-DAYS.
           DISPLAY "Estado [A] activa [S] suspendida: "
                                                    LINE 13 COL 5
                   SACCT-STATUS                     LINE 13 COL 40.
           ACCEPT SACCT-STATUS                      LINE 13 COL 40
                                                    UPDATE.
           IF NOT SACCT-IS-ACTIVE AND NOT SACCT-IS-SUSPENDED
               MOVE "A" TO SACCT-STATUS
           END-IF.
           REWRITE SACCT-RECORD.
           MOVE "CREDLIMIT" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "CTA " WS-CUSTOMER-ID " LIM " WS-ACCT-LIMIT-Z
                  " " SACCT-STATUS
                  DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM LOG-ACTIVITY.
           DISPLAY "Cuenta actualizada."            LINE 15 COL 5.
           PERFORM MENU-DISPLAYCONTINUE.
       ACCOUNT-MAINT-PROCEDURE-END.
           EXIT.

       ACCOUNT-LIST-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "CLIENTE         LIMITE      SALDO       DISPONIBLE"
                   "   PLAZO E ULT.FACT"         LINE 4 COL 5.
           MOVE LOW-VALUES TO SACCT-PARTY-ID.
           START SHPACCT-FILE KEY NOT < SACCT-PARTY-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ACCOUNT-LIST-ONE
                       UNTIL WS-SACCT-STATUS NOT = "00"
           END-START.
           PERFORM MENU-DISPLAYCONTINUE.

       ACCOUNT-LIST-ONE.
           READ SHPACCT-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   COMPUTE WS-ACCT-AVAIL =
                       SACCT-CREDIT-LIMIT - SACCT-BALANCE
                   MOVE SACCT-CREDIT-LIMIT TO WS-ACCT-LIMIT-Z
                   MOVE SACCT-BALANCE      TO WS-ACCT-BALANCE-Z
                   MOVE WS-ACCT-AVAIL      TO WS-ACCT-AVAIL-Z
                   MOVE SACCT-TERMS-DAYS   TO WS-ACCT-TERMS-Z
                   DISPLAY "  " SACCT-PARTY-ID " " WS-ACCT-LIMIT-Z
                           " " WS-ACCT-BALANCE-Z " " WS-ACCT-AVAIL-Z
                           " " WS-ACCT-TERMS-Z "  " SACCT-STATUS
                           " " SACCT-LAST-INV
           END-READ.

       OPEN-INVOICES-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Facturas abiertas (NRO CLIENTE EMISION VENCE"
                   " IMPORTE PAGADO):"                 LINE 4 COL 5.
           MOVE 0 TO SINV-NUMBER.
           START SHPINV-FILE KEY NOT < SINV-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM OPEN-INVOICES-ONE
                       UNTIL WS-SINV-STATUS NOT = "00"
           END-START.
           PERFORM MENU-DISPLAYCONTINUE.

       OPEN-INVOICES-ONE.
           READ SHPINV-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF SINV-IS-OPEN
                       MOVE SINV-AMOUNT TO WS-ACCT-LIMIT-Z
                       MOVE SINV-PAID   TO WS-ACCT-BALANCE-Z
                       DISPLAY "  " SINV-NUMBER " " SINV-PARTY-ID
                               " " SINV-DATE " " SINV-DUE-DATE
                               " " WS-ACCT-LIMIT-Z
                               " " WS-ACCT-BALANCE-Z
                   END-IF
           END-READ.

      *>   Pago (total o parcial) de una factura mensual: baja lo
      *>   adeudado de la factura y el saldo de la cuenta, y el
      *>   cobro sale a GLEXTRACT contra la cuenta a cobrar.
       INVOICE-PAYMENT-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Pago de factura de cuenta corriente"
                                                    LINE 5 COL 5.
           DISPLAY "Numero de factura: "            LINE 7 COL 5.
           ACCEPT WS-INV-NUMBER                     LINE 7 COL 28.
           MOVE WS-INV-NUMBER TO SINV-NUMBER.
           READ SHPINV-FILE
               INVALID KEY
                   DISPLAY "No existe esa factura." LINE 9 COL 5
                   PERFORM MENU-DISPLAYCONTINUE
                   GO TO INVOICE-PAYMENT-PROCEDURE-END
           END-READ.
           IF NOT SINV-IS-OPEN
               DISPLAY "La factura ya esta paga."   LINE 9 COL 5
               PERFORM MENU-DISPLAYCONTINUE
               GO TO INVOICE-PAYMENT-PROCEDURE-END
           END-IF.
           COMPUTE WS-INV-OPEN-AMT = SINV-AMOUNT - SINV-PAID.
           MOVE WS-INV-OPEN-AMT TO WS-PAY-AMOUNT-Z.
           DISPLAY "Cliente: " SINV-PARTY-ID
                   "  Vence: " SINV-DUE-DATE        LINE 9 COL 5.
           DISPLAY "Adeudado: $" WS-PAY-AMOUNT-Z    LINE 10 COL 5.
           DISPLAY "Importe pagado: $"              LINE 12 COL 5.
           ACCEPT WS-PAY-AMOUNT-Z                   LINE 12 COL 25
                                                    UPDATE.
           MOVE WS-PAY-AMOUNT-Z TO WS-PAY-AMOUNT.
           IF WS-PAY-AMOUNT = 0
               GO TO INVOICE-PAYMENT-PROCEDURE-END
           END-IF.
           IF WS-PAY-AMOUNT > WS-INV-OPEN-AMT
               MOVE WS-INV-OPEN-AMT TO WS-PAY-AMOUNT
               DISPLAY "Pago topeado a lo adeudado." LINE 13 COL 5
           END-IF.
           ADD WS-PAY-AMOUNT TO SINV-PAID.
           MOVE WS-TODAY-DATE TO SINV-PAY-DATE.
           IF SINV-PAID NOT < SINV-AMOUNT
               MOVE "P" TO SINV-STATUS
           END-IF.
           REWRITE SINV-RECORD.
           MOVE SINV-PARTY-ID TO SACCT-PARTY-ID.
           READ SHPACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-PAY-AMOUNT > SACCT-BALANCE
                       MOVE 0 TO SACCT-BALANCE
                   ELSE
                       SUBTRACT WS-PAY-AMOUNT FROM SACCT-BALANCE
                   END-IF
                   REWRITE SACCT-RECORD
           END-READ.
           PERFORM INVOICE-PAYMENT-GL-PROCEDURE.
           DISPLAY "Pago registrado, factura " SINV-NUMBER
                   " estado " SINV-STATUS           LINE 15 COL 5.
           PERFORM MENU-DISPLAYCONTINUE.
       INVOICE-PAYMENT-PROCEDURE-END.
           EXIT.

      *>   El cobro cancela la cuenta a cobrar que asento la
      *>   facturacion mensual (entra caja, baja la cuenta a cobrar).
       INVOICE-PAYMENT-GL-PROCEDURE.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE.
           MOVE "04-OnlineShipping" TO GLEXT-SOURCE.
           MOVE "SHIP-COLLECTION"   TO GLEXT-ACCOUNT.
           MOVE WS-PAY-AMOUNT       TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   Deja una linea en la pista de auditoria compartida
      *>   SESAUDIT (ver Copybooks/AUDITREC.CPY), con la accion y
      *>   el detalle cargados por el llamador.
