      *>                    redelivery report now also counts the
      *>                    late-window stops so traffic can be
      *>                    told from overload.
      *>   2026-10-15  jrm  Fleet: the VEHICLES master
      *>                    (Copybooks/VEHICLE.CPY: plate, capacity
      *>                    in packages and kg, odometer, next
      *>                    service date/km, status A/T/B) seeded on
      *>                    first run and kept from the new [9]
      *>                    screen. ASSIGN-DRIVERS now pairs every
      *>                    route with an available vehicle (status
      *>                    A, service not due, not out with another
      *>                    driver) whose capacity covers the route's
      *>                    DLV-PACKAGES, smallest fit first; stops
      *>                    that no vehicle can carry go back to
      *>                    pending. The manifest shows the plate,
      *>                    and [9] also logs fuel and end-of-day
      *>                    odometer per vehicle to FUELLOG for
      *>                    Batch/FLEETRPT.COB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 02-AmazonDelivery.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRYMAX-STATUS.

           SELECT VEHICLES-FILE ASSIGN TO "VEHICLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEHICLES-STATUS.

           SELECT FUELLOG-FILE ASSIGN TO "FUELLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUELLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-LOG-FILE.
       FD  RETRYMAX-FILE.
       01  RETRYMAX-RECORD     PIC 9.

      *>   Padron de vehiculos y log de combustible/odometro.
       FD  VEHICLES-FILE.
           COPY VEHICLE.

       FD  FUELLOG-FILE.
           COPY FUELLOG.

       FD  CAPACITY-FILE.
       01  CAPACITY-RECORD.
           05  CAP-DATE        PIC X(8).
               10  WS-DRV-NAME      PIC X(20).
               10  WS-DRV-LIMIT     PIC 9(3).
               10  WS-DRV-ASSIGNED  PIC 9(3).
               10  WS-DRV-VEH       PIC 9(2).
       01  WS-DRV-IDX          PIC 9(2).
       01  WS-DLVLOG-TABLE.
           05  WS-DLG-COUNT    PIC 9(3) VALUE 0.
       01  WS-OT-Z             PIC ZZ9.
       01  WS-LATE-TOTAL       PIC 9(3).

      *>   Flota: vehiculos, emparejamiento chofer/vehiculo del dia
      *>   y log de combustible y odometro.
       01  WS-VEHICLES-STATUS  PIC XX.
       01  WS-FUELLOG-STATUS   PIC XX.
       01  WS-VEH-TABLE.
           05  WS-VEH-COUNT    PIC 9(2) VALUE 0.
           05  WS-VEH-R OCCURS 20 TIMES.
               10  WS-VEH-PLATE     PIC X(8).
               10  WS-VEH-CAP-PKGS  PIC 9(4).
               10  WS-VEH-CAP-KG    PIC 9(5).
               10  WS-VEH-ODOMETER  PIC 9(7).
               10  WS-VEH-SVC-DATE  PIC X(8).
               10  WS-VEH-SVC-KM    PIC 9(7).
               10  WS-VEH-STATUS    PIC X.
               10  WS-VEH-DRIVER    PIC 9(3).
               10  WS-VEH-OUT-DATE  PIC X(8).
       01  WS-VEH-IDX          PIC 9(2).
       01  WS-VEH-FIT          PIC 9(2).
       01  WS-VEH-BIG          PIC 9(2).
       01  WS-VEH-SEL          PIC 9(2).
       01  WS-VEH-CAP-SEL      PIC 9(4).
       01  WS-VEH-HELD         PIC 9(2).
       01  WS-VEH-OK-SW        PIC X.
       01  WS-DRV-FOUND-SW     PIC X.
       01  WS-VEH-DUE-SW       PIC X.
       01  WS-ROUTE-PKGS       PIC 9(5).
       01  WS-DROPPED-COUNT    PIC 9(3).
       01  WS-NOVEH-COUNT      PIC 9(2).
       01  WS-LAST-ORD         PIC 9(2).
       01  WS-LAST-DLG-IDX     PIC 9(3).
       01  WS-PLATE-IN         PIC X(8).
       01  WS-FUEL-DRIVER      PIC 9(3).
       01  WS-FUEL-ODO         PIC 9(7).
       01  WS-FUEL-LTS-IN      PIC ZZ9.99.
       01  WS-FUEL-COST-IN     PIC Z(4)9.99.
       01  WS-VEH-ODO-Z        PIC Z(6)9.

       01  MENU-OPTION PIC X.

      *>   Guarda distancias entre estados.
           PERFORM CARGA-CAPACITY.
           PERFORM CARGA-DRIVERS.
           PERFORM CARGA-RETRYMAX.
           PERFORM CARGA-VEHICLES.
           PERFORM REQUEUE-FAILED.
           PERFORM MENU-START THRU MENU-END.
           STOP RUN.
                   "6 - Redelivery/Attempts Report"        LINE 10 COL 5
                   "7 - Route Plan vs Actual"              LINE 11 COL 5
                   "8 - Weekly On-time Report"             LINE 12 COL 5
                   "9 - Fleet: Vehicles / Fuel Log"        LINE 13 COL 5
                   "0 - Quit"                              LINE 14 COL 5
                   "Your option:"                          LINE 15 COL 5
                   .

       REPEAT-MENU.
           ACCEPT MENU-OPTION  LINE 15 COL 18 PROMPT.

           IF MENU-OPTION = 0
               STOP RUN.
               GO TO MENU-END
           END-IF.

           IF MENU-OPTION = 9
               PERFORM FLEET-SCREEN
               GO TO MENU-END
           END-IF.

           INITIALIZE AUX-MSG.
      *>   Randomizo el IDX de la tabla de distancias:
           ACCEPT RANDOMNUMBER FROM TIME.
      *>      Cada ruta se secuencia por distancia (tramo mas corto
      *>      primero) antes de imprimir el manifiesto.
           PERFORM SEQUENCE-ALL-ROUTES.
      *>      Cada ruta sale en un vehiculo disponible que la cubra;
      *>      lo que no entra vuelve a pendiente.
           PERFORM PAIR-ALL-VEHICLES.
           PERFORM SAVE-DLVLOG-TABLE.
           PERFORM SAVE-VEHICLES.
           PERFORM PRINT-MANIFESTS.
           IF WS-DROPPED-COUNT > 0
               INITIALIZE AUX-MSG
               STRING "Back to pending, no vehicle capacity: "
                      WS-DROPPED-COUNT " stop(s)" INTO AUX-MSG
               PERFORM SHOW-INFO-MSG
           END-IF.
       ASSIGN-DRIVERS-END.
           EXIT.

               END-IF
           END-PERFORM.

      *>   *************************************************************
      *>   Vehiculo de cada ruta: el chofer conserva el que ya tenia
      *>   hoy si todavia la cubre; si no, el disponible mas chico que
      *>   cubra los paquetes de la ruta (quedan los grandes para las
      *>   rutas grandes). Disponible = estado "A", sin service
      *>   vencido (fecha o km) y no entregado hoy a otro chofer.
      *>   Si ninguno la cubre sale en el mas grande y las ultimas
      *>   paradas en orden de manejo vuelven a pendiente; sin
      *>   vehiculo vuelve la ruta entera.
      *>   *************************************************************
       PAIR-ALL-VEHICLES.
           MOVE 0 TO WS-DROPPED-COUNT.
           MOVE 0 TO WS-NOVEH-COUNT.
           PERFORM PAIR-ONE-VEHICLE
               VARYING WS-DRV-IDX FROM 1 BY 1
               UNTIL WS-DRV-IDX > WS-DRV-COUNT.

       PAIR-ONE-VEHICLE.
           MOVE 0 TO WS-DRV-VEH(WS-DRV-IDX).
           MOVE 0 TO WS-ROUTE-PKGS.
           PERFORM SUM-ROUTE-STOP
               VARYING WS-DLG-IDX FROM 1 BY 1
               UNTIL WS-DLG-IDX > WS-DLG-COUNT.
           MOVE 0 TO WS-VEH-SEL.
           IF WS-ROUTE-PKGS > 0
               MOVE 0 TO WS-VEH-HELD
               MOVE 0 TO WS-VEH-FIT
               MOVE 0 TO WS-VEH-BIG
               PERFORM CHECK-ONE-VEHICLE
                   VARYING WS-VEH-IDX FROM 1 BY 1
                   UNTIL WS-VEH-IDX > WS-VEH-COUNT
               EVALUATE TRUE
                   WHEN WS-VEH-HELD > 0
                       MOVE WS-VEH-HELD TO WS-VEH-SEL
                   WHEN WS-VEH-FIT > 0
                       MOVE WS-VEH-FIT TO WS-VEH-SEL
                   WHEN OTHER
                       MOVE WS-VEH-BIG TO WS-VEH-SEL
               END-EVALUATE
               IF WS-VEH-SEL = 0
                   MOVE 0 TO WS-VEH-CAP-SEL
                   ADD 1 TO WS-NOVEH-COUNT
               ELSE
                   MOVE WS-VEH-CAP-PKGS(WS-VEH-SEL) TO WS-VEH-CAP-SEL
               END-IF
               PERFORM DROP-LAST-STOP
                   UNTIL WS-ROUTE-PKGS NOT > WS-VEH-CAP-SEL
           END-IF.
      *>      Lo que el chofer tenia tomado hoy y ya no usa, se libera.
           PERFORM RELEASE-HELD-VEHICLE
               VARYING WS-VEH-IDX FROM 1 BY 1
               UNTIL WS-VEH-IDX > WS-VEH-COUNT.
           IF WS-VEH-SEL > 0 AND WS-ROUTE-PKGS > 0
               MOVE WS-DRV-ID(WS-DRV-IDX)
                   TO WS-VEH-DRIVER(WS-VEH-SEL)
               MOVE WS-TODAY TO WS-VEH-OUT-DATE(WS-VEH-SEL)
               MOVE WS-VEH-SEL TO WS-DRV-VEH(WS-DRV-IDX)
           END-IF.

       SUM-ROUTE-STOP.
           MOVE WS-DLG-ENTRY(WS-DLG-IDX) TO WS-DLG-LINE.
           IF WDL-DATE = WS-TODAY AND WDL-STATUS = "A"
              AND WDL-DRIVER = WS-DRV-ID(WS-DRV-IDX)
               ADD WDL-PACKAGES TO WS-ROUTE-PKGS
           END-IF.

       CHECK-ONE-VEHICLE.
           PERFORM VEHICLE-USABLE THRU VEHICLE-USABLE-EXIT.
           IF WS-VEH-OK-SW = "Y"
              AND WS-VEH-CAP-PKGS(WS-VEH-IDX) NOT < WS-ROUTE-PKGS
               IF WS-VEH-OUT-DATE(WS-VEH-IDX) = WS-TODAY
                  AND WS-VEH-DRIVER(WS-VEH-IDX) = WS-DRV-ID(WS-DRV-IDX)
                   MOVE WS-VEH-IDX TO WS-VEH-HELD
               END-IF
               IF WS-VEH-FIT = 0
                   MOVE WS-VEH-IDX TO WS-VEH-FIT
               ELSE
                   IF WS-VEH-CAP-PKGS(WS-VEH-IDX) <
                           WS-VEH-CAP-PKGS(WS-VEH-FIT)
                       MOVE WS-VEH-IDX TO WS-VEH-FIT
                   END-IF
               END-IF
           END-IF.
           IF WS-VEH-OK-SW = "Y"
               IF WS-VEH-BIG = 0
                   MOVE WS-VEH-IDX TO WS-VEH-BIG
               ELSE
                   IF WS-VEH-CAP-PKGS(WS-VEH-IDX) >
                           WS-VEH-CAP-PKGS(WS-VEH-BIG)
                       MOVE WS-VEH-IDX TO WS-VEH-BIG
                   END-IF
               END-IF
           END-IF.

      *>   El vehiculo WS-VEH-IDX puede salir con el chofer WS-DRV-IDX?
       VEHICLE-USABLE.
           MOVE "N" TO WS-VEH-OK-SW.
           IF WS-VEH-STATUS(WS-VEH-IDX) NOT = "A"
               GO TO VEHICLE-USABLE-EXIT
           END-IF.
           PERFORM VEHICLE-DUE-CHECK.
           IF WS-VEH-DUE-SW = "Y"
               GO TO VEHICLE-USABLE-EXIT
           END-IF.
           IF WS-VEH-OUT-DATE(WS-VEH-IDX) = WS-TODAY
              AND WS-VEH-DRIVER(WS-VEH-IDX) NOT = 0
              AND WS-VEH-DRIVER(WS-VEH-IDX) NOT = WS-DRV-ID(WS-DRV-IDX)
               GO TO VEHICLE-USABLE-EXIT
           END-IF.
           MOVE "Y" TO WS-VEH-OK-SW.
       VEHICLE-USABLE-EXIT.
           EXIT.

      *>   Service vencido: llego la fecha o el odometro llego al km.
       VEHICLE-DUE-CHECK.
           MOVE "N" TO WS-VEH-DUE-SW.
           IF WS-VEH-SVC-DATE(WS-VEH-IDX) IS NUMERIC
              AND WS-VEH-SVC-DATE(WS-VEH-IDX) NOT > WS-TODAY
               MOVE "Y" TO WS-VEH-DUE-SW
           END-IF.
           IF WS-VEH-SVC-KM(WS-VEH-IDX) > 0
              AND WS-VEH-ODOMETER(WS-VEH-IDX) NOT <
                      WS-VEH-SVC-KM(WS-VEH-IDX)
               MOVE "Y" TO WS-VEH-DUE-SW
           END-IF.

       RELEASE-HELD-VEHICLE.
           IF WS-VEH-OUT-DATE(WS-VEH-IDX) = WS-TODAY
              AND WS-VEH-DRIVER(WS-VEH-IDX) = WS-DRV-ID(WS-DRV-IDX)
              AND WS-VEH-IDX NOT = WS-VEH-SEL
               MOVE SPACES TO WS-VEH-OUT-DATE(WS-VEH-IDX)
               MOVE 0 TO WS-VEH-DRIVER(WS-VEH-IDX)
           END-IF.

      *>   La ultima parada en orden de manejo del chofer vuelve a
      *>   pendiente (sin chofer ni orden) y deja de pesar en la ruta.
       DROP-LAST-STOP.
           MOVE 0 TO WS-LAST-ORD.
           MOVE 0 TO WS-LAST-DLG-IDX.
           PERFORM FIND-LAST-STOP
               VARYING WS-DLG-IDX FROM 1 BY 1
               UNTIL WS-DLG-IDX > WS-DLG-COUNT.
           IF WS-LAST-DLG-IDX = 0
               MOVE 0 TO WS-ROUTE-PKGS
           ELSE
               MOVE WS-DLG-ENTRY(WS-LAST-DLG-IDX) TO WS-DLG-LINE
               SUBTRACT WDL-PACKAGES FROM WS-ROUTE-PKGS
               MOVE "P"   TO WDL-STATUS
               MOVE "000" TO WDL-DRIVER
               MOVE "00"  TO WDL-STOPORD
               MOVE "00"  TO WDL-DONEORD
               MOVE WS-DLG-LINE TO WS-DLG-ENTRY(WS-LAST-DLG-IDX)
               SUBTRACT 1 FROM WS-DRV-ASSIGNED(WS-DRV-IDX)
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

       FIND-LAST-STOP.
           MOVE WS-DLG-ENTRY(WS-DLG-IDX) TO WS-DLG-LINE.
           IF WDL-DATE = WS-TODAY AND WDL-STATUS = "A"
              AND WDL-DRIVER = WS-DRV-ID(WS-DRV-IDX)
              AND WDL-STOPORD NOT < WS-LAST-ORD
               MOVE WDL-STOPORD TO WS-LAST-ORD
               MOVE WS-DLG-IDX TO WS-LAST-DLG-IDX
           END-IF.

      *>   Manifiesto en ORDEN DE MANEJO (WDL-STOPORD), con el km
      *>   de cada tramo y el total de km y combustible estimado
      *>   por ruta.
               ADD 1 TO AUX-LINE-POS
               DISPLAY WS-DRV-NAME(WS-DRV-IDX)
                       LINE AUX-LINE-POS COL 5 REVERSED
               IF WS-DRV-VEH(WS-DRV-IDX) > 0
                   DISPLAY "VEHICLE:" LINE AUX-LINE-POS COL 27
                   DISPLAY WS-VEH-PLATE(WS-DRV-VEH(WS-DRV-IDX))
                           LINE AUX-LINE-POS COL 36
               END-IF
               ADD 1 TO AUX-LINE-POS
               MOVE 0 TO WS-ROUTE-KM
               PERFORM PRINT-MANIFEST-STOP
           DISPLAY WDL-ATTEMPTS LINE AUX-LINE-POS COL 54.
           ADD 1 TO AUX-LINE-POS.

      *>   *************************************************************
      *>   Flota: padron de vehiculos (siembra inicial), pantalla [9]
      *>   con alta, cambio de estado, service realizado y el log de
      *>   combustible y odometro de fin de dia por vehiculo.
      *>   *************************************************************
       CARGA-VEHICLES.
           MOVE 0 TO WS-VEH-COUNT.
           OPEN INPUT VEHICLES-FILE.
           IF WS-VEHICLES-STATUS = "35"
               MOVE 3 TO WS-VEH-COUNT
               MOVE "AB123CD" TO WS-VEH-PLATE(1)
               MOVE 2500      TO WS-VEH-CAP-PKGS(1)
               MOVE 3500      TO WS-VEH-CAP-KG(1)
               MOVE "AC456EF" TO WS-VEH-PLATE(2)
               MOVE 2000      TO WS-VEH-CAP-PKGS(2)
               MOVE 2800      TO WS-VEH-CAP-KG(2)
               MOVE "AD789GH" TO WS-VEH-PLATE(3)
               MOVE 1500      TO WS-VEH-CAP-PKGS(3)
               MOVE 2000      TO WS-VEH-CAP-KG(3)
               PERFORM SEED-ONE-VEHICLE
                   VARYING WS-VEH-IDX FROM 1 BY 1
                   UNTIL WS-VEH-IDX > WS-VEH-COUNT
               PERFORM SAVE-VEHICLES
           ELSE
               PERFORM LOAD-ONE-VEHICLE
                   UNTIL WS-VEHICLES-STATUS NOT = "00"
               CLOSE VEHICLES-FILE
           END-IF.

       SEED-ONE-VEHICLE.
           MOVE 0      TO WS-VEH-ODOMETER(WS-VEH-IDX).
           MOVE SPACES TO WS-VEH-SVC-DATE(WS-VEH-IDX).
           MOVE 20000  TO WS-VEH-SVC-KM(WS-VEH-IDX).
           MOVE "A"    TO WS-VEH-STATUS(WS-VEH-IDX).
           MOVE 0      TO WS-VEH-DRIVER(WS-VEH-IDX).
           MOVE SPACES TO WS-VEH-OUT-DATE(WS-VEH-IDX).

       LOAD-ONE-VEHICLE.
           READ VEHICLES-FILE
               AT END
                   MOVE "10" TO WS-VEHICLES-STATUS
               NOT AT END
                   IF WS-VEH-COUNT < 20
                       ADD 1 TO WS-VEH-COUNT
                       MOVE VEH-PLATE    TO WS-VEH-PLATE(WS-VEH-COUNT)
                       MOVE VEH-CAP-PKGS
                           TO WS-VEH-CAP-PKGS(WS-VEH-COUNT)
                       MOVE VEH-CAP-KG   TO WS-VEH-CAP-KG(WS-VEH-COUNT)
                       MOVE VEH-ODOMETER
                           TO WS-VEH-ODOMETER(WS-VEH-COUNT)
                       MOVE VEH-SVC-DATE
                           TO WS-VEH-SVC-DATE(WS-VEH-COUNT)
                       MOVE VEH-SVC-KM   TO WS-VEH-SVC-KM(WS-VEH-COUNT)
                       MOVE VEH-STATUS   TO WS-VEH-STATUS(WS-VEH-COUNT)
                       MOVE VEH-DRIVER   TO WS-VEH-DRIVER(WS-VEH-COUNT)
                       MOVE VEH-OUT-DATE
                           TO WS-VEH-OUT-DATE(WS-VEH-COUNT)
                   END-IF
           END-READ.

       SAVE-VEHICLES.
           OPEN OUTPUT VEHICLES-FILE.
           PERFORM SAVE-ONE-VEHICLE
               VARYING WS-VEH-IDX FROM 1 BY 1
               UNTIL WS-VEH-IDX > WS-VEH-COUNT.
           CLOSE VEHICLES-FILE.

       SAVE-ONE-VEHICLE.
           MOVE SPACES TO VEHICLE-RECORD.
           MOVE WS-VEH-PLATE(WS-VEH-IDX)     TO VEH-PLATE.
           MOVE WS-VEH-CAP-PKGS(WS-VEH-IDX)  TO VEH-CAP-PKGS.
           MOVE WS-VEH-CAP-KG(WS-VEH-IDX)    TO VEH-CAP-KG.
           MOVE WS-VEH-ODOMETER(WS-VEH-IDX)  TO VEH-ODOMETER.
           MOVE WS-VEH-SVC-DATE(WS-VEH-IDX)  TO VEH-SVC-DATE.
           MOVE WS-VEH-SVC-KM(WS-VEH-IDX)    TO VEH-SVC-KM.
           MOVE WS-VEH-STATUS(WS-VEH-IDX)    TO VEH-STATUS.
           MOVE WS-VEH-DRIVER(WS-VEH-IDX)    TO VEH-DRIVER.
           MOVE WS-VEH-OUT-DATE(WS-VEH-IDX)  TO VEH-OUT-DATE.
           WRITE VEHICLE-RECORD.

       FLEET-SCREEN.
           PERFORM CLEAR-INFO-SCREEN.
           DISPLAY "FLEET (PLATE PKGS KG ODOMETER NEXT-SVC KM ST DRV)"
                                       LINE 12 COL 5 REVERSED.
           MOVE 13 TO AUX-LINE-POS.
           PERFORM FLEET-SCREEN-LINE
               VARYING WS-VEH-IDX FROM 1 BY 1
               UNTIL WS-VEH-IDX > WS-VEH-COUNT.
           DISPLAY "[F]uel/odometer [A]dd [S]tatus [M]aint done: "
                                            LINE 23 COL 5.
           ACCEPT AUX-BOOL                  LINE 23 COL 51 PROMPT.
           EVALUATE AUX-BOOL
               WHEN "F"
               WHEN "f"
                   PERFORM FUEL-LOG-ENTRY THRU FUEL-LOG-ENTRY-END
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-VEHICLE THRU ADD-VEHICLE-END
               WHEN "S"
               WHEN "s"
                   PERFORM VEHICLE-STATUS-CHANGE
                       THRU VEHICLE-STATUS-CHANGE-END
               WHEN "M"
               WHEN "m"
                   PERFORM VEHICLE-SERVICE-DONE
                       THRU VEHICLE-SERVICE-DONE-END
               WHEN OTHER
                   PERFORM MENU-DISPLAYCONTINUE
           END-EVALUATE.
           PERFORM CLEAR-INFO-SCREEN.

       FLEET-SCREEN-LINE.
           DISPLAY WS-VEH-PLATE(WS-VEH-IDX)
                   LINE AUX-LINE-POS COL 5.
           DISPLAY WS-VEH-CAP-PKGS(WS-VEH-IDX)
                   LINE AUX-LINE-POS COL 14.
           DISPLAY WS-VEH-CAP-KG(WS-VEH-IDX)
                   LINE AUX-LINE-POS COL 19.
           MOVE WS-VEH-ODOMETER(WS-VEH-IDX) TO WS-VEH-ODO-Z.
           DISPLAY WS-VEH-ODO-Z
                   LINE AUX-LINE-POS COL 25.
           DISPLAY WS-VEH-SVC-DATE(WS-VEH-IDX)
                   LINE AUX-LINE-POS COL 33.
           DISPLAY WS-VEH-SVC-KM(WS-VEH-IDX)
                   LINE AUX-LINE-POS COL 42.
           DISPLAY WS-VEH-STATUS(WS-VEH-IDX)
                   LINE AUX-LINE-POS COL 50.
           IF WS-VEH-OUT-DATE(WS-VEH-IDX) = WS-TODAY
               DISPLAY WS-VEH-DRIVER(WS-VEH-IDX)
                       LINE AUX-LINE-POS COL 52
           END-IF.
           PERFORM VEHICLE-DUE-CHECK.
           IF WS-VEH-DUE-SW = "Y"
               DISPLAY "SERVICE DUE" LINE AUX-LINE-POS COL 56
           END-IF.
           ADD 1 TO AUX-LINE-POS.

      *>   Patente WS-PLATE-IN en el padron -> WS-VEH-SEL (0 = no).
       FIND-VEHICLE-PLATE.
           MOVE 0 TO WS-VEH-SEL.
           PERFORM MATCH-VEHICLE-PLATE
               VARYING WS-VEH-IDX FROM 1 BY 1
               UNTIL WS-VEH-IDX > WS-VEH-COUNT.

       MATCH-VEHICLE-PLATE.
           IF WS-VEH-PLATE(WS-VEH-IDX) = WS-PLATE-IN
               MOVE WS-VEH-IDX TO WS-VEH-SEL
           END-IF.

       MATCH-DRIVER-VEHICLE.
           IF WS-VEH-OUT-DATE(WS-VEH-IDX) = WS-TODAY
              AND WS-VEH-DRIVER(WS-VEH-IDX) = WS-FUEL-DRIVER
               MOVE WS-VEH-IDX TO WS-VEH-SEL
           END-IF.

       MATCH-DRIVER-ID.
           IF WS-DRV-ID(WS-DRV-IDX) = WS-FUEL-DRIVER
               MOVE "Y" TO WS-DRV-FOUND-SW
           END-IF.

      *>   Carga de combustible y/o odometro de fin de dia: el
      *>   vehiculo es el que el chofer saco hoy (o el que indique
      *>   por patente); el odometro nunca retrocede.
       FUEL-LOG-ENTRY.
           DISPLAY "Driver id: "            LINE 24 COL 5.
           ACCEPT WS-FUEL-DRIVER            LINE 24 COL 25 PROMPT.
           MOVE "N" TO WS-DRV-FOUND-SW.
           PERFORM MATCH-DRIVER-ID
               VARYING WS-DRV-IDX FROM 1 BY 1
               UNTIL WS-DRV-IDX > WS-DRV-COUNT.
           IF WS-DRV-FOUND-SW NOT = "Y"
               MOVE "Unknown driver." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO FUEL-LOG-ENTRY-END
           END-IF.
           MOVE 0 TO WS-VEH-SEL.
           PERFORM MATCH-DRIVER-VEHICLE
               VARYING WS-VEH-IDX FROM 1 BY 1
               UNTIL WS-VEH-IDX > WS-VEH-COUNT.
           DISPLAY "Plate: "                LINE 25 COL 5.
           IF WS-VEH-SEL = 0
               ACCEPT WS-PLATE-IN           LINE 25 COL 25 PROMPT
               PERFORM FIND-VEHICLE-PLATE
               IF WS-VEH-SEL = 0
                   MOVE "Unknown vehicle plate." TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
                   GO TO FUEL-LOG-ENTRY-END
               END-IF
           ELSE
               DISPLAY WS-VEH-PLATE(WS-VEH-SEL)
                                            LINE 25 COL 25
           END-IF.
           DISPLAY "Litres: "               LINE 26 COL 5.
           MOVE ZERO TO WS-FUEL-LTS-IN.
           ACCEPT WS-FUEL-LTS-IN            LINE 26 COL 25 UPDATE.
           DISPLAY "Fuel cost: $"           LINE 27 COL 5.
           MOVE ZERO TO WS-FUEL-COST-IN.
           ACCEPT WS-FUEL-COST-IN           LINE 27 COL 25 UPDATE.
           DISPLAY "End odometer: "         LINE 28 COL 5.
           MOVE WS-VEH-ODOMETER(WS-VEH-SEL) TO WS-FUEL-ODO.
           ACCEPT WS-FUEL-ODO               LINE 28 COL 25 UPDATE.
           IF WS-FUEL-ODO < WS-VEH-ODOMETER(WS-VEH-SEL)
               MOVE "Odometer below last reading. Not logged."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO FUEL-LOG-ENTRY-END
           END-IF.
           MOVE SPACES TO FUELLOG-RECORD.
           MOVE WS-TODAY                   TO FUL-DATE.
           MOVE WS-VEH-PLATE(WS-VEH-SEL)   TO FUL-PLATE.
           MOVE WS-FUEL-DRIVER             TO FUL-DRIVER.
           MOVE WS-FUEL-LTS-IN             TO FUL-LITRES.
           MOVE WS-FUEL-COST-IN            TO FUL-COST.
           MOVE WS-FUEL-ODO                TO FUL-ODOMETER.
           OPEN EXTEND FUELLOG-FILE.
           IF WS-FUELLOG-STATUS = "35"
               OPEN OUTPUT FUELLOG-FILE
           END-IF.
           WRITE FUELLOG-RECORD.
           CLOSE FUELLOG-FILE.
           MOVE WS-FUEL-ODO TO WS-VEH-ODOMETER(WS-VEH-SEL).
           PERFORM SAVE-VEHICLES.
           MOVE WS-VEH-SEL TO WS-VEH-IDX.
           PERFORM VEHICLE-DUE-CHECK.
           IF WS-VEH-DUE-SW = "Y"
               MOVE "Logged. Vehicle is now DUE FOR SERVICE."
                   TO AUX-MSG
           ELSE
               MOVE "Fuel / odometer logged." TO AUX-MSG
           END-IF.
           PERFORM SHOW-INFO-MSG.
       FUEL-LOG-ENTRY-END.
           EXIT.

       ADD-VEHICLE.
           IF WS-VEH-COUNT NOT < 20
               MOVE "Fleet table is full." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO ADD-VEHICLE-END
           END-IF.
           DISPLAY "Plate: "                LINE 24 COL 5.
           ACCEPT WS-PLATE-IN               LINE 24 COL 25 PROMPT.
           PERFORM FIND-VEHICLE-PLATE.
           IF WS-VEH-SEL > 0 OR WS-PLATE-IN = SPACES
               MOVE "Plate already on file or blank." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO ADD-VEHICLE-END
           END-IF.
           ADD 1 TO WS-VEH-COUNT.
           MOVE WS-VEH-COUNT TO WS-VEH-IDX.
           PERFORM SEED-ONE-VEHICLE.
           MOVE WS-PLATE-IN TO WS-VEH-PLATE(WS-VEH-IDX).
           DISPLAY "Capacity packages: "    LINE 25 COL 5.
           ACCEPT WS-VEH-CAP-PKGS(WS-VEH-IDX)
                                            LINE 25 COL 25 PROMPT.
           DISPLAY "Capacity kg: "          LINE 26 COL 5.
           ACCEPT WS-VEH-CAP-KG(WS-VEH-IDX) LINE 26 COL 25 PROMPT.
           DISPLAY "Odometer: "             LINE 27 COL 5.
           ACCEPT WS-VEH-ODOMETER(WS-VEH-IDX)
                                            LINE 27 COL 25 PROMPT.
           DISPLAY "Next service date: "    LINE 28 COL 5.
           ACCEPT WS-VEH-SVC-DATE(WS-VEH-IDX)
                                            LINE 28 COL 25 PROMPT.
           DISPLAY "Next service km: "      LINE 29 COL 5.
           ACCEPT WS-VEH-SVC-KM(WS-VEH-IDX) LINE 29 COL 25 PROMPT.
           PERFORM SAVE-VEHICLES.
           MOVE "Vehicle added." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       ADD-VEHICLE-END.
           EXIT.

      *>   A disponible / T taller / B baja. Un vehiculo que entra al
      *>   taller o se da de baja deja de estar tomado por el chofer
      *>   (la proxima asignacion lo reemplaza).
       VEHICLE-STATUS-CHANGE.
           DISPLAY "Plate: "                LINE 24 COL 5.
           ACCEPT WS-PLATE-IN               LINE 24 COL 25 PROMPT.
           PERFORM FIND-VEHICLE-PLATE.
           IF WS-VEH-SEL = 0
               MOVE "Unknown vehicle plate." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO VEHICLE-STATUS-CHANGE-END
           END-IF.
           DISPLAY "New status [A/T/B]: "   LINE 25 COL 5.
           ACCEPT AUX-BOOL                  LINE 25 COL 25 PROMPT.
           EVALUATE AUX-BOOL
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO WS-VEH-STATUS(WS-VEH-SEL)
               WHEN "T"
               WHEN "t"
                   MOVE "T" TO WS-VEH-STATUS(WS-VEH-SEL)
               WHEN "B"
               WHEN "b"
                   MOVE "B" TO WS-VEH-STATUS(WS-VEH-SEL)
               WHEN OTHER
                   MOVE "Status must be A, T or B." TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
                   GO TO VEHICLE-STATUS-CHANGE-END
           END-EVALUATE.
           IF WS-VEH-STATUS(WS-VEH-SEL) NOT = "A"
               MOVE SPACES TO WS-VEH-OUT-DATE(WS-VEH-SEL)
               MOVE 0 TO WS-VEH-DRIVER(WS-VEH-SEL)
           END-IF.
           PERFORM SAVE-VEHICLES.
           MOVE "Vehicle status updated." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       VEHICLE-STATUS-CHANGE-END.
           EXIT.

      *>   Service hecho: nueva fecha y/o km del proximo y el
      *>   vehiculo vuelve a disponible. No se acepta un proximo
      *>   service que ya estaria vencido.
       VEHICLE-SERVICE-DONE.
           DISPLAY "Plate: "                LINE 24 COL 5.
           ACCEPT WS-PLATE-IN               LINE 24 COL 25 PROMPT.
           PERFORM FIND-VEHICLE-PLATE.
           IF WS-VEH-SEL = 0
               MOVE "Unknown vehicle plate." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO VEHICLE-SERVICE-DONE-END
           END-IF.
           MOVE WS-VEH-SEL TO WS-VEH-IDX.
           DISPLAY "Next service date: "    LINE 25 COL 5.
           ACCEPT WS-VEH-SVC-DATE(WS-VEH-IDX)
                                            LINE 25 COL 25 UPDATE.
           DISPLAY "Next service km: "      LINE 26 COL 5.
           ACCEPT WS-VEH-SVC-KM(WS-VEH-IDX) LINE 26 COL 25 UPDATE.
           PERFORM VEHICLE-DUE-CHECK.
           IF WS-VEH-DUE-SW = "Y"
               PERFORM CARGA-VEHICLES
               MOVE "Next service already due. Not saved." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO VEHICLE-SERVICE-DONE-END
           END-IF.
           MOVE "A" TO WS-VEH-STATUS(WS-VEH-IDX).
           PERFORM SAVE-VEHICLES.
           MOVE "Service recorded, vehicle available." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       VEHICLE-SERVICE-DONE-END.
           EXIT.

       END PROGRAM 02-AmazonDelivery.
