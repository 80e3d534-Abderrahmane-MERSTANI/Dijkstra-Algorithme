       IDENTIFICATION DIVISION.
       PROGRAM-ID. CO2STMT.

      * The CO2 information every customer is owed for the transport
      * service sold to them, replacing the hand calculation off the
      * ADEME factor sheet. Kilometres come from the network itself:
      * per lane from DISTANCES.EXT (the nightly extract), and per
      * leg from the EM-WEIGHT of each arc along the path stored in
      * RESULTS.IDX (the keyed store RESLOAD builds after each
      * all-pairs run). The maintained factor table turns tonne-
      * kilometres into grams of CO2 by vehicle class and fuel type.
      *
      * EMISSION-FACTORS.DAT, one card per record:
      *   'F' CLASS(2) FUEL(2) GRAMS(7)  emission factor in grams of
      *       CO2 per tonne-kilometre, two implied decimals
      *       ("0008300" = 83.00 g/t.km)
      *   'D' CLASS(2) FUEL(2)  the vehicle assumed for the lane file
      *       and for shipments keyed without a vehicle; it must have
      *       its own 'F' card
      *
      * CO2-SHIPMENTS.DAT, the shipments to state, grouped by
      * customer: CUSTOMER(8) SHIPMENT-NO(10) SHIP-DATE(8 YYYYMMDD)
      * SOURCE(3) DEST(3) KILOGRAMS(9) CLASS(2) FUEL(2).
      *
      * LANE-EMISSIONS.DAT, rewritten each run alongside LANECOST's
      * LANE-COST.DAT, one record per reachable lane: SOURCE(3)
      * DEST(3) DISTANCE(9 km) CLASS(2) FUEL(2) FACTOR(7, as keyed)
      * GRAMS-PER-TONNE(11) -- the CO2 of one tonne carried over the
      * lane by the default vehicle. A distance-metric extract gives
      * the lane kilometres directly; after a time-metric run the
      * extract's path is priced arc by arc from EM-WEIGHT instead.
      *
      * CO2-STATEMENT.RPT: one statement per customer, each shipment
      * with its CO2 in kilograms leg by leg and its total, the
      * customer's total, then the network totals per month of
      * shipment for our own environmental reporting.
      * A shipment on a lane the last run does not serve, or whose
      * stored path crosses an arc no longer in force, is printed
      * without a figure rather than with a wrong one.
      * RETURN-CODE: 0 clean, 4 shipments or lanes left unstated,
      * 8 nothing usable (missing input, empty factor table).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-KEY
               FILE STATUS IS RESULTS-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "DISTANCES.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.

           SELECT EDGE-MASTER-FILE ASSIGN TO "EDGE-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDGE-MASTER-KEY
               FILE STATUS IS EDGE-MASTER-STATUS.

           SELECT CENTER-MASTER-FILE ASSIGN TO "CENTER-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENTER-MASTER-STATUS.

           SELECT FACTOR-FILE ASSIGN TO "EMISSION-FACTORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTOR-STATUS.

           SELECT SHIPMENT-FILE ASSIGN TO "CO2-SHIPMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHIPMENT-STATUS.

           SELECT LANE-EMISSION-FILE ASSIGN TO "LANE-EMISSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LANE-EMISSION-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "CO2-STATEMENT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
       COPY "ResultsRecord.cpy".

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD           PIC X(1839).

       FD  EDGE-MASTER-FILE.
       01  EDGE-MASTER-RECORD.
           05 EDGE-MASTER-KEY       PIC X(6).
           05 FILLER                PIC X(43).

       FD  CENTER-MASTER-FILE.
       01  CENTER-MASTER-RECORD     PIC X(30).

       FD  FACTOR-FILE.
       01  FACTOR-RECORD            PIC X(20).

       FD  SHIPMENT-FILE.
       01  SHIPMENT-RECORD.
           05 SHP-CUSTOMER      PIC X(8).
           05 SHP-NUMBER        PIC X(10).
           05 SHP-DATE          PIC X(8).
           05 SHP-SOURCE        PIC X(3).
           05 SHP-DEST          PIC X(3).
           05 SHP-KG            PIC X(9).
           05 SHP-CLASS         PIC X(2).
           05 SHP-FUEL          PIC X(2).
           05 FILLER            PIC X(15).

       FD  LANE-EMISSION-FILE.
       01  LANE-EMISSION-RECORD.
           05 LE-SOURCE         PIC 999.
           05 LE-DEST           PIC 999.
           05 LE-DISTANCE       PIC 9(9).
           05 LE-CLASS          PIC X(2).
           05 LE-FUEL           PIC X(2).
           05 LE-FACTOR         PIC 9(7).
           05 LE-GRAMS-PER-TONNE PIC 9(11).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(200).

       WORKING-STORAGE SECTION.
       77  MAX-NODES    PIC 999 VALUE 300.
       77  MAX-FACTORS  PIC 99 VALUE 50.
       77  MAX-MONTHS   PIC 999 VALUE 120.

       COPY "EdgeMaster.cpy".
       COPY "CenterMaster.cpy".

       01  RESULTS-STATUS       PIC XX VALUE "00".
       01  EXTRACT-STATUS       PIC XX VALUE "00".
       01  EDGE-MASTER-STATUS   PIC XX VALUE "00".
       01  CENTER-MASTER-STATUS PIC XX VALUE "00".
       01  FACTOR-STATUS        PIC XX VALUE "00".
       01  SHIPMENT-STATUS      PIC XX VALUE "00".
       01  LANE-EMISSION-STATUS PIC XX VALUE "00".
       01  STATEMENT-STATUS     PIC XX VALUE "00".

       01  EXTRACT-EOF       PIC X VALUE 'N'.
           88 END-OF-EXTRACT      VALUE 'Y'.
       01  EDGE-MASTER-EOF   PIC X VALUE 'N'.
           88 END-OF-EDGE-MASTER  VALUE 'Y'.
       01  CENTER-MASTER-EOF PIC X VALUE 'N'.
           88 END-OF-CENTER-MASTER VALUE 'Y'.
       01  FACTOR-EOF        PIC X VALUE 'N'.
           88 END-OF-FACTORS      VALUE 'Y'.
       01  SHIPMENT-EOF      PIC X VALUE 'N'.
           88 END-OF-SHIPMENTS    VALUE 'Y'.

      * Kilometres of every arc in force as of the run date, by
      * FROM/TO -- the same filter DIJKSTRA and ROUTESHT apply.
       01  KM-GRID.
           05 KM-ROW OCCURS 300 TIMES.
              10 KM-COL OCCURS 300 TIMES PIC 9(9).

       01  CENTER-NAMES.
           05 CENTER-NAME OCCURS 300 TIMES PIC X(20).

      * The factor table as keyed, and the default vehicle.
       01  FACTOR-TABLE.
           05 FACTOR-ENTRY OCCURS 50 TIMES.
              10 FAC-CLASS      PIC X(2).
              10 FAC-FUEL       PIC X(2).
              10 FAC-GRAMS      PIC 9(5)V99.
       01  FACTOR-TOTAL     PIC 99 VALUE 0.
       01  FAC-SUB          PIC 99.
       01  DEFAULT-CLASS    PIC X(2) VALUE SPACES.
       01  DEFAULT-FUEL     PIC X(2) VALUE SPACES.
       01  DEFAULT-GRAMS    PIC 9(5)V99 VALUE 0.
       01  LOOKUP-CLASS     PIC X(2).
       01  LOOKUP-FUEL      PIC X(2).
       01  LOOKUP-GRAMS     PIC 9(5)V99.
       01  FACTOR-FOUND     PIC X.
           88 FACTOR-WAS-FOUND    VALUE 'Y'.
       01  FACTOR-KEYED     PIC 9(7).

      * The lane being written from the extract record.
       01  LANE-SOURCE      PIC 999.
       01  LANE-DEST        PIC 999.
       01  LANE-KM          PIC 9(9).
       01  LANE-PATH-COUNT  PIC 999.
       01  LANE-NODE-POS    PIC 9(4).
       01  LANE-GRAMS       PIC 9(11).
       01  LANE-NODE        PIC 999.
       01  LANE-PREV-NODE   PIC 999.
       01  NODE-SUB         PIC 999.

      * The shipment being stated.
       01  SHIP-KG          PIC 9(9).
       01  SHIP-SOURCE      PIC 999.
       01  SHIP-DEST        PIC 999.
       01  SHIP-KM          PIC 9(9).
       01  SHIP-CO2         PIC 9(11)V999.
       01  LEG-CO2          PIC 9(11)V999.
       01  SHIP-TKM         PIC 9(15)V999.
       01  LEG-FROM         PIC 999.
       01  LEG-TO           PIC 999.
       01  LEG-KM           PIC 9(9).
       01  PATH-SUB         PIC 999.
       01  SHIP-STATED      PIC X.
           88 SHIPMENT-IS-STATED  VALUE 'Y'.
       01  CURRENT-CUSTOMER PIC X(8) VALUE SPACES.
       01  CUSTOMER-CO2     PIC 9(13)V999 VALUE 0.
       01  CUSTOMER-SHIPMENTS PIC 9(6) VALUE 0.

      * Network totals per month of shipment, kept in month order.
       01  MONTH-TOTALS.
           05 MONTH-TOTAL-ENTRY OCCURS 120 TIMES.
              10 MT-MONTH       PIC X(6).
              10 MT-SHIPMENTS   PIC 9(6).
              10 MT-TKM         PIC 9(15)V999.
              10 MT-CO2         PIC 9(13)V999.
       01  MONTH-COUNT      PIC 999 VALUE 0.
       01  MONTH-SUB        PIC 999.
       01  MONTH-SCAN       PIC 999.
       01  MONTH-FOUND      PIC 999.

       01  LANE-COUNT       PIC 9(6) VALUE 0.
       01  LANE-SKIPPED     PIC 9(6) VALUE 0.
       01  SHIPMENT-COUNT   PIC 9(6) VALUE 0.
       01  STATED-COUNT     PIC 9(6) VALUE 0.
       01  UNSTATED-COUNT   PIC 9(6) VALUE 0.

       77  LINES-PER-PAGE  PIC 99 VALUE 55.
       01  PAGE-NUM        PIC 9(4) VALUE 0.
       01  LINE-COUNT      PIC 9(4) VALUE 0.
       01  PAGE-TITLE      PIC X(60).
       01  RUN-DATE-RAW    PIC X(8).
       01  CHECK-DATE      PIC 9(8).
       01  RUN-DATE-DISPLAY.
           05 RUN-DATE-YYYY  PIC X(4).
           05 FILLER         PIC X VALUE "-".
           05 RUN-DATE-MM    PIC X(2).
           05 FILLER         PIC X VALUE "-".
           05 RUN-DATE-DD    PIC X(2).
       01  PAGE-NUM-TXT    PIC ZZZ9.
       01  LEG-TXT         PIC ZZ9.
       01  FROM-TXT        PIC 999.
       01  TO-TXT          PIC 999.
       01  KM-TXT          PIC ZZZZZZZZ9.
       01  KG-TXT          PIC ZZZZZZZZ9.
       01  CO2-TXT         PIC ZZZZZZZZZZ9.999.
       01  TKM-TXT         PIC ZZZZZZZZZZZZZZ9.
       01  GRAMS-TXT       PIC ZZZZ9.99.
       01  COUNT-TXT       PIC ZZZZZ9.
       01  LINE-PTR        PIC 9(4).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE RUN-DATE-RAW(1:4) TO RUN-DATE-YYYY
           MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-MM
           MOVE RUN-DATE-RAW(7:2) TO RUN-DATE-DD
           MOVE RUN-DATE-RAW TO CHECK-DATE

           PERFORM LOAD-FACTOR-TABLE
           PERFORM LOAD-ARC-GRID
           PERFORM LOAD-CENTER-NAMES

           PERFORM WRITE-LANE-EMISSIONS

           OPEN INPUT RESULTS-FILE
           IF RESULTS-STATUS NOT = "00"
               DISPLAY "ERREUR: ouverture de RESULTS.IDX impossible "
                   "- statut " RESULTS-STATUS
                   " (RESLOAD a-t-il ete execute ?)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SHIPMENT-FILE
           IF SHIPMENT-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de CO2-SHIPMENTS.DAT "
                   "impossible - statut " SHIPMENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND STATEMENT-FILE
           IF STATEMENT-STATUS = "35"
               OPEN OUTPUT STATEMENT-FILE
           END-IF
           IF STATEMENT-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de CO2-STATEMENT.RPT "
                   "impossible - statut " STATEMENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-SHIPMENTS
               READ SHIPMENT-FILE
                   AT END MOVE 'Y' TO SHIPMENT-EOF
               END-READ

               IF NOT END-OF-SHIPMENTS
                       AND SHIPMENT-RECORD NOT = SPACES
                   ADD 1 TO SHIPMENT-COUNT
                   PERFORM STATE-ONE-SHIPMENT
               END-IF
           END-PERFORM

           IF CURRENT-CUSTOMER NOT = SPACES
               PERFORM WRITE-CUSTOMER-TOTAL
           END-IF
           PERFORM WRITE-MONTH-TOTALS

           CLOSE SHIPMENT-FILE
           CLOSE RESULTS-FILE
           CLOSE STATEMENT-FILE

           DISPLAY "CO2STMT: " LANE-COUNT " lane(s) ecrite(s), "
               LANE-SKIPPED " ignoree(s), "
               SHIPMENT-COUNT " expedition(s), "
               STATED-COUNT " chiffree(s), "
               UNSTATED-COUNT " non chiffree(s)"

           EVALUATE TRUE
               WHEN LANE-COUNT = 0 AND STATED-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN UNSTATED-COUNT > 0 OR LANE-SKIPPED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      * The factor table is read whole first: without factors there
      * is nothing to state, and without a default vehicle the lane
      * file has no basis.
       LOAD-FACTOR-TABLE.
           OPEN INPUT FACTOR-FILE
           IF FACTOR-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de EMISSION-FACTORS.DAT "
                   "impossible - statut " FACTOR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-FACTORS
               READ FACTOR-FILE
                   AT END MOVE 'Y' TO FACTOR-EOF
               END-READ

               IF NOT END-OF-FACTORS
                   PERFORM LOAD-ONE-FACTOR-CARD
               END-IF
           END-PERFORM

           CLOSE FACTOR-FILE

           IF FACTOR-TOTAL = 0
               DISPLAY "ERREUR: EMISSION-FACTORS.DAT sans facteur "
                   "d'emission - rien a chiffrer"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE DEFAULT-CLASS TO LOOKUP-CLASS
           MOVE DEFAULT-FUEL TO LOOKUP-FUEL
           PERFORM FIND-FACTOR
           IF NOT FACTOR-WAS-FOUND
               DISPLAY "ERREUR: EMISSION-FACTORS.DAT vehicule par "
                   "defaut '" DEFAULT-CLASS DEFAULT-FUEL
                   "' absent ou sans facteur"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOOKUP-GRAMS TO DEFAULT-GRAMS.

       LOAD-ONE-FACTOR-CARD.
           EVALUATE FACTOR-RECORD(1:1)
               WHEN 'F'
                   IF FACTOR-RECORD(6:7) NOT NUMERIC
                           OR FACTOR-RECORD(2:4) = SPACES
                       DISPLAY "ERREUR: EMISSION-FACTORS.DAT facteur '"
                           FACTOR-RECORD(1:12) "' invalide"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF FACTOR-TOTAL >= MAX-FACTORS
                       DISPLAY "ERREUR: EMISSION-FACTORS.DAT plus de "
                           MAX-FACTORS " facteurs"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO FACTOR-TOTAL
                   MOVE FACTOR-RECORD(2:2) TO FAC-CLASS(FACTOR-TOTAL)
                   MOVE FACTOR-RECORD(4:2) TO FAC-FUEL(FACTOR-TOTAL)
                   MOVE FACTOR-RECORD(6:7) TO FACTOR-KEYED
                   COMPUTE FAC-GRAMS(FACTOR-TOTAL) = FACTOR-KEYED / 100
               WHEN 'D'
                   MOVE FACTOR-RECORD(2:2) TO DEFAULT-CLASS
                   MOVE FACTOR-RECORD(4:2) TO DEFAULT-FUEL
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERREUR: EMISSION-FACTORS.DAT carte '"
                       FACTOR-RECORD(1:12) "' inconnue"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       FIND-FACTOR.
           MOVE 'N' TO FACTOR-FOUND
           MOVE 0 TO LOOKUP-GRAMS
           PERFORM VARYING FAC-SUB FROM 1 BY 1
                   UNTIL FAC-SUB > FACTOR-TOTAL OR FACTOR-WAS-FOUND
               IF FAC-CLASS(FAC-SUB) = LOOKUP-CLASS
                       AND FAC-FUEL(FAC-SUB) = LOOKUP-FUEL
                   MOVE 'Y' TO FACTOR-FOUND
                   MOVE FAC-GRAMS(FAC-SUB) TO LOOKUP-GRAMS
               END-IF
           END-PERFORM.

       LOAD-ARC-GRID.
           INITIALIZE KM-GRID
           OPEN INPUT EDGE-MASTER-FILE
           IF EDGE-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de EDGE-MASTER.IDX impossible "
                   "- statut " EDGE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-EDGE-MASTER
               READ EDGE-MASTER-FILE
                   AT END MOVE 'Y' TO EDGE-MASTER-EOF
               END-READ

               IF NOT END-OF-EDGE-MASTER
                   MOVE EDGE-MASTER-RECORD(1:49) TO EDGE-MASTER-FIELDS
                   IF EM-EXP-DATE NOT NUMERIC
                       MOVE 0 TO EM-EXP-DATE
                   END-IF
                   IF EM-FROM >= 1 AND EM-FROM <= MAX-NODES
                           AND EM-TO >= 1 AND EM-TO <= MAX-NODES
                           AND EM-EFF-DATE <= CHECK-DATE
                           AND (EM-EXP-DATE = 0
                               OR CHECK-DATE < EM-EXP-DATE)
                       MOVE EM-WEIGHT TO KM-COL(EM-FROM EM-TO)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE EDGE-MASTER-FILE.

       LOAD-CENTER-NAMES.
           MOVE SPACES TO CENTER-NAMES
           OPEN INPUT CENTER-MASTER-FILE
           IF CENTER-MASTER-STATUS = "00"
               PERFORM UNTIL END-OF-CENTER-MASTER
                   READ CENTER-MASTER-FILE
                       AT END MOVE 'Y' TO CENTER-MASTER-EOF
                   END-READ

                   IF NOT END-OF-CENTER-MASTER
                       MOVE CENTER-MASTER-RECORD(1:27)
                           TO CENTER-MASTER-FIELDS
                       IF CM-NUMBER >= 1 AND CM-NUMBER <= 300
                           MOVE CM-NAME TO CENTER-NAME(CM-NUMBER)
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE CENTER-MASTER-FILE
           END-IF.

      * Extract layout: SOURCE(1-3) DEST(4-6) DISTANCE(7-15)
      * HOPS(16-18) REACHABLE(19) METRIC(20) PATH-COUNT(21-23), path
      * nodes three digits each from column 24 -- see DIJKSTRA's
      * EXTRACT-FILE FD.
       WRITE-LANE-EMISSIONS.
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de DISTANCES.EXT impossible "
                   "- statut " EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LANE-EMISSION-FILE
           IF LANE-EMISSION-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de LANE-EMISSIONS.DAT "
                   "impossible - statut " LANE-EMISSION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-EXTRACT
               READ EXTRACT-FILE
                   AT END MOVE 'Y' TO EXTRACT-EOF
               END-READ

               IF NOT END-OF-EXTRACT
                   PERFORM WRITE-ONE-LANE-EMISSION
               END-IF
           END-PERFORM

           CLOSE EXTRACT-FILE
           CLOSE LANE-EMISSION-FILE.

       WRITE-ONE-LANE-EMISSION.
           IF EXTRACT-RECORD(1:6) NOT NUMERIC
               ADD 1 TO LANE-SKIPPED
           ELSE
               MOVE EXTRACT-RECORD(1:3) TO LANE-SOURCE
               MOVE EXTRACT-RECORD(4:3) TO LANE-DEST
               IF LANE-SOURCE NOT = LANE-DEST
                       AND EXTRACT-RECORD(19:1) = 'Y'
                   IF EXTRACT-RECORD(20:1) = 'T'
                       PERFORM SUM-EXTRACT-PATH-KM
                   ELSE
                       MOVE EXTRACT-RECORD(7:9) TO LANE-KM
                   END-IF
                   IF LANE-KM = 0
                       ADD 1 TO LANE-SKIPPED
                   ELSE
                       COMPUTE LANE-GRAMS ROUNDED =
                           LANE-KM * DEFAULT-GRAMS
                       MOVE LANE-SOURCE TO LE-SOURCE
                       MOVE LANE-DEST TO LE-DEST
                       MOVE LANE-KM TO LE-DISTANCE
                       MOVE DEFAULT-CLASS TO LE-CLASS
                       MOVE DEFAULT-FUEL TO LE-FUEL
                       COMPUTE LE-FACTOR = DEFAULT-GRAMS * 100
                       MOVE LANE-GRAMS TO LE-GRAMS-PER-TONNE
                       WRITE LANE-EMISSION-RECORD
                       ADD 1 TO LANE-COUNT
                   END-IF
               END-IF
           END-IF.

      * A time-metric extract carries minutes in DISTANCE: the lane's
      * kilometres are the EM-WEIGHT of its arcs. An arc missing from
      * the master leaves LANE-KM zero and the lane unwritten.
       SUM-EXTRACT-PATH-KM.
           MOVE 0 TO LANE-KM
           IF EXTRACT-RECORD(21:3) NUMERIC
               MOVE EXTRACT-RECORD(21:3) TO LANE-PATH-COUNT
           ELSE
               MOVE 0 TO LANE-PATH-COUNT
           END-IF
           MOVE 0 TO LANE-PREV-NODE
           PERFORM VARYING NODE-SUB FROM 1 BY 1
                   UNTIL NODE-SUB > LANE-PATH-COUNT
                       OR NODE-SUB > MAX-NODES
               COMPUTE LANE-NODE-POS = 24 + (NODE-SUB - 1) * 3
               MOVE EXTRACT-RECORD(LANE-NODE-POS:3) TO LANE-NODE
               IF NODE-SUB > 1
                   IF LANE-PREV-NODE < 1 OR LANE-NODE < 1
                           OR LANE-PREV-NODE > MAX-NODES
                           OR LANE-NODE > MAX-NODES
                       MOVE 0 TO LANE-KM
                       MOVE MAX-NODES TO NODE-SUB
                   ELSE
                       IF KM-COL(LANE-PREV-NODE LANE-NODE) = 0
                           MOVE 0 TO LANE-KM
                           MOVE MAX-NODES TO NODE-SUB
                       ELSE
                           ADD KM-COL(LANE-PREV-NODE LANE-NODE)
                               TO LANE-KM
                       END-IF
                   END-IF
               END-IF
               MOVE LANE-NODE TO LANE-PREV-NODE
           END-PERFORM.

      * A new customer closes the previous one's statement and opens
      * a fresh page. The shipment's vehicle defaults to the 'D'
      * card; an unknown vehicle is stated on the default factor
      * and says so.
       STATE-ONE-SHIPMENT.
           IF SHP-CUSTOMER NOT = CURRENT-CUSTOMER
               IF CURRENT-CUSTOMER NOT = SPACES
                   PERFORM WRITE-CUSTOMER-TOTAL
               END-IF
               MOVE SHP-CUSTOMER TO CURRENT-CUSTOMER
               MOVE 0 TO CUSTOMER-CO2
               MOVE 0 TO CUSTOMER-SHIPMENTS
               PERFORM WRITE-STATEMENT-HEADER
           END-IF
           ADD 1 TO CUSTOMER-SHIPMENTS
           MOVE 'N' TO SHIP-STATED

           IF SHP-SOURCE NOT NUMERIC OR SHP-DEST NOT NUMERIC
                   OR SHP-KG NOT NUMERIC OR SHP-DATE NOT NUMERIC
               MOVE SPACES TO STATEMENT-LINE
               STRING "  EXPEDITION " DELIMITED BY SIZE
                   SHP-NUMBER DELIMITED BY SIZE
                   " : ENREGISTREMENT ILLISIBLE - NON CHIFFREE"
                       DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE-CTL
           ELSE
               MOVE SHP-SOURCE TO SHIP-SOURCE
               MOVE SHP-DEST TO SHIP-DEST
               MOVE SHP-KG TO SHIP-KG
               IF SHP-CLASS = SPACES AND SHP-FUEL = SPACES
                   MOVE DEFAULT-CLASS TO LOOKUP-CLASS
                   MOVE DEFAULT-FUEL TO LOOKUP-FUEL
               ELSE
                   MOVE SHP-CLASS TO LOOKUP-CLASS
                   MOVE SHP-FUEL TO LOOKUP-FUEL
               END-IF
               PERFORM FIND-FACTOR
               PERFORM WRITE-SHIPMENT-TITLE
               MOVE SHIP-SOURCE TO RES-SOURCE
               MOVE SHIP-DEST TO RES-DEST
               READ RESULTS-FILE
                   INVALID KEY
                       PERFORM WRITE-SHIPMENT-NO-ROUTE
                   NOT INVALID KEY
                       IF RES-REACHABLE = 'N'
                           PERFORM WRITE-SHIPMENT-NO-ROUTE
                       ELSE
                           PERFORM WRITE-SHIPMENT-LEGS
                       END-IF
               END-READ
           END-IF

           IF SHIPMENT-IS-STATED
               ADD 1 TO STATED-COUNT
               ADD SHIP-CO2 TO CUSTOMER-CO2
               PERFORM ADD-TO-MONTH-TOTALS
           ELSE
               ADD 1 TO UNSTATED-COUNT
           END-IF.

       WRITE-SHIPMENT-TITLE.
           MOVE SHIP-SOURCE TO LEG-FROM
           MOVE SHIP-DEST TO LEG-TO
           MOVE SHIP-SOURCE TO FROM-TXT
           MOVE SHIP-DEST TO TO-TXT
           MOVE SHIP-KG TO KG-TXT
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-CTL
           MOVE SPACES TO STATEMENT-LINE
           MOVE 1 TO LINE-PTR
           STRING "  EXPEDITION " DELIMITED BY SIZE
               SHP-NUMBER DELIMITED BY SIZE
               " DU " DELIMITED BY SIZE
               SHP-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SHP-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SHP-DATE(7:2) DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               FROM-TXT DELIMITED BY SIZE
               INTO STATEMENT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           PERFORM APPEND-FROM-NAME
           STRING " A " DELIMITED BY SIZE
               TO-TXT DELIMITED BY SIZE
               INTO STATEMENT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           PERFORM APPEND-TO-NAME
           MOVE LOOKUP-GRAMS TO GRAMS-TXT
           STRING " : " DELIMITED BY SIZE
               KG-TXT DELIMITED BY SIZE
               " KG, VEHICULE " DELIMITED BY SIZE
               LOOKUP-CLASS DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LOOKUP-FUEL DELIMITED BY SIZE
               INTO STATEMENT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           IF NOT FACTOR-WAS-FOUND
               MOVE DEFAULT-GRAMS TO LOOKUP-GRAMS
               MOVE LOOKUP-GRAMS TO GRAMS-TXT
               STRING " INCONNU, FACTEUR PAR DEFAUT" DELIMITED BY SIZE
                   INTO STATEMENT-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF
           STRING " " DELIMITED BY SIZE
               GRAMS-TXT DELIMITED BY SIZE
               " G CO2/T.KM" DELIMITED BY SIZE
               INTO STATEMENT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           PERFORM WRITE-STATEMENT-LINE-CTL.

       WRITE-SHIPMENT-NO-ROUTE.
           MOVE SPACES TO STATEMENT-LINE
           MOVE "    LANE NON DESSERVIE AU DERNIER CALCUL - "
               TO STATEMENT-LINE
           MOVE "NON CHIFFREE" TO STATEMENT-LINE(44:12)
           PERFORM WRITE-STATEMENT-LINE-CTL.

      * Leg by leg along the stored path: CO2 (kg) = tonnes x km x
      * g/t.km / 1000. Legs are printed as they are priced; a leg
      * whose arc is no longer in force leaves the shipment unstated.
       WRITE-SHIPMENT-LEGS.
           MOVE 0 TO SHIP-CO2
           MOVE 0 TO SHIP-KM
           MOVE 'Y' TO SHIP-STATED
           PERFORM VARYING PATH-SUB FROM 2 BY 1
                   UNTIL PATH-SUB > RES-PATH-COUNT
               MOVE RES-PATH-NODE(PATH-SUB - 1) TO LEG-FROM
               MOVE RES-PATH-NODE(PATH-SUB) TO LEG-TO
               PERFORM WRITE-ONE-LEG-LINE
           END-PERFORM

           MOVE SPACES TO STATEMENT-LINE
           IF SHIPMENT-IS-STATED
               MOVE SHIP-KM TO KM-TXT
               MOVE SHIP-CO2 TO CO2-TXT
               STRING "    TOTAL EXPEDITION : " DELIMITED BY SIZE
                   KM-TXT DELIMITED BY SIZE
                   " KM, " DELIMITED BY SIZE
                   CO2-TXT DELIMITED BY SIZE
                   " KG CO2" DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           ELSE
               MOVE "    ARC ABSENT DU FICHIER DES ARCS - NON CHIFFREE"
                   TO STATEMENT-LINE
           END-IF
           PERFORM WRITE-STATEMENT-LINE-CTL.

       WRITE-ONE-LEG-LINE.
           COMPUTE LEG-TXT = PATH-SUB - 1
           MOVE LEG-FROM TO FROM-TXT
           MOVE LEG-TO TO TO-TXT
           MOVE SPACES TO STATEMENT-LINE
           MOVE 1 TO LINE-PTR
           STRING "    ETAPE " DELIMITED BY SIZE
               LEG-TXT DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               FROM-TXT DELIMITED BY SIZE
               INTO STATEMENT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           PERFORM APPEND-FROM-NAME
           STRING " -> " DELIMITED BY SIZE
               TO-TXT DELIMITED BY SIZE
               INTO STATEMENT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           PERFORM APPEND-TO-NAME

      * A path node outside 1..MAX-NODES (a damaged stored path) is
      * a leg with no kilometres, like an arc missing from the master.
           IF LEG-FROM < 1 OR LEG-FROM > MAX-NODES
                   OR LEG-TO < 1 OR LEG-TO > MAX-NODES
               MOVE 0 TO LEG-KM
           ELSE
               MOVE KM-COL(LEG-FROM LEG-TO) TO LEG-KM
           END-IF

           IF LEG-KM = 0
               MOVE 'N' TO SHIP-STATED
               STRING " : ARC ABSENT DU FICHIER DES ARCS"
                       DELIMITED BY SIZE
                   INTO STATEMENT-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           ELSE
               COMPUTE LEG-CO2 ROUNDED = SHIP-KG
                   * LEG-KM * LOOKUP-GRAMS / 1000000
               ADD LEG-CO2 TO SHIP-CO2
               ADD LEG-KM TO SHIP-KM
               MOVE LEG-KM TO KM-TXT
               MOVE LEG-CO2 TO CO2-TXT
               STRING " : " DELIMITED BY SIZE
                   KM-TXT DELIMITED BY SIZE
                   " KM, " DELIMITED BY SIZE
                   CO2-TXT DELIMITED BY SIZE
                   " KG CO2" DELIMITED BY SIZE
                   INTO STATEMENT-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF
           PERFORM WRITE-STATEMENT-LINE-CTL.

       APPEND-FROM-NAME.
           IF LEG-FROM >= 1 AND LEG-FROM <= 300
                   AND CENTER-NAME(LEG-FROM) NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   CENTER-NAME(LEG-FROM) DELIMITED BY "  "
                   INTO STATEMENT-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF.

       APPEND-TO-NAME.
           IF LEG-TO >= 1 AND LEG-TO <= 300
                   AND CENTER-NAME(LEG-TO) NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   CENTER-NAME(LEG-TO) DELIMITED BY "  "
                   INTO STATEMENT-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF.

       WRITE-CUSTOMER-TOTAL.
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-CTL
           MOVE CUSTOMER-SHIPMENTS TO COUNT-TXT
           MOVE CUSTOMER-CO2 TO CO2-TXT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  TOTAL CLIENT " DELIMITED BY SIZE
               CURRENT-CUSTOMER DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               COUNT-TXT DELIMITED BY SIZE
               " EXPEDITION(S), " DELIMITED BY SIZE
               CO2-TXT DELIMITED BY SIZE
               " KG CO2" DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE-CTL.

       ADD-TO-MONTH-TOTALS.
           COMPUTE SHIP-TKM = SHIP-KG * SHIP-KM / 1000
           MOVE 0 TO MONTH-FOUND
           PERFORM VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > MONTH-COUNT OR MONTH-FOUND > 0
               IF MT-MONTH(MONTH-SUB) = SHP-DATE(1:6)
                   MOVE MONTH-SUB TO MONTH-FOUND
               END-IF
           END-PERFORM

           IF MONTH-FOUND = 0
               IF MONTH-COUNT >= MAX-MONTHS
                   DISPLAY "ERREUR: CO2-SHIPMENTS.DAT plus de "
                       MAX-MONTHS " mois d'expedition"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MONTH-COUNT TO MONTH-SCAN
               ADD 1 TO MONTH-COUNT
               MOVE MONTH-COUNT TO MONTH-FOUND
               PERFORM UNTIL MONTH-SCAN = 0
                   IF MT-MONTH(MONTH-SCAN) > SHP-DATE(1:6)
                       MOVE MONTH-TOTAL-ENTRY(MONTH-SCAN)
                           TO MONTH-TOTAL-ENTRY(MONTH-FOUND)
                       MOVE MONTH-SCAN TO MONTH-FOUND
                       SUBTRACT 1 FROM MONTH-SCAN
                   ELSE
                       MOVE 0 TO MONTH-SCAN
                   END-IF
               END-PERFORM
               MOVE SHP-DATE(1:6) TO MT-MONTH(MONTH-FOUND)
               MOVE 0 TO MT-SHIPMENTS(MONTH-FOUND)
               MOVE 0 TO MT-TKM(MONTH-FOUND)
               MOVE 0 TO MT-CO2(MONTH-FOUND)
           END-IF

           ADD 1 TO MT-SHIPMENTS(MONTH-FOUND)
           ADD SHIP-TKM TO MT-TKM(MONTH-FOUND)
           ADD SHIP-CO2 TO MT-CO2(MONTH-FOUND).

      * The network totals get a page of their own: they are for our
      * environmental reporting, not for any one customer.
       WRITE-MONTH-TOTALS.
           MOVE "BILAN CO2 DU RESEAU PAR MOIS D'EXPEDITION"
               TO PAGE-TITLE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > MONTH-COUNT
               MOVE MT-SHIPMENTS(MONTH-SUB) TO COUNT-TXT
               MOVE MT-TKM(MONTH-SUB) TO TKM-TXT
               MOVE MT-CO2(MONTH-SUB) TO CO2-TXT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  " DELIMITED BY SIZE
                   MT-MONTH(MONTH-SUB)(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   MT-MONTH(MONTH-SUB)(5:2) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   COUNT-TXT DELIMITED BY SIZE
                   " EXPEDITION(S), " DELIMITED BY SIZE
                   TKM-TXT DELIMITED BY SIZE
                   " T.KM, " DELIMITED BY SIZE
                   CO2-TXT DELIMITED BY SIZE
                   " KG CO2" DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE-CTL
           END-PERFORM

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           MOVE 1 TO LINE-PTR
           MOVE STATED-COUNT TO COUNT-TXT
           STRING "FIN DE RELEVE - " DELIMITED BY SIZE
               COUNT-TXT DELIMITED BY SIZE
               " EXPEDITION(S) CHIFFREE(S), " DELIMITED BY SIZE
               INTO STATEMENT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           MOVE UNSTATED-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " NON CHIFFREE(S), " DELIMITED BY SIZE
               INTO STATEMENT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           MOVE LANE-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " LANE(S) DANS LANE-EMISSIONS.DAT" DELIMITED BY SIZE
               INTO STATEMENT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           WRITE STATEMENT-LINE.

      * One statement per customer: every customer starts a page.
       WRITE-STATEMENT-HEADER.
           MOVE SPACES TO PAGE-TITLE
           STRING "RELEVE DES EMISSIONS DE CO2 - CLIENT "
                   DELIMITED BY SIZE
               CURRENT-CUSTOMER DELIMITED BY SIZE
               INTO PAGE-TITLE
           END-STRING
           PERFORM WRITE-REPORT-HEADER.

       WRITE-REPORT-HEADER.
           ADD 1 TO PAGE-NUM
           MOVE PAGE-NUM TO PAGE-NUM-TXT

           MOVE SPACES TO STATEMENT-LINE
           STRING PAGE-TITLE DELIMITED BY "  "
               "     PAGE " DELIMITED BY SIZE
               PAGE-NUM-TXT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "DATE D'EXECUTION : " DELIMITED BY SIZE
               RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE 3 TO LINE-COUNT.

       WRITE-STATEMENT-LINE-CTL.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           WRITE STATEMENT-LINE
           ADD 1 TO LINE-COUNT.
