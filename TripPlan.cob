      * optimized (RES-METRIC, 'D' kilometres / 'T' minutes); the
      * sheet names it, and the stored run timestamp is printed so
      * the asker knows how fresh the routes are.
      * The stored paths are also driven arc by arc through the
      * drivers'-hours rules (limits from DRIVER-HOURS.DAT, arc
      * minutes from EDGE-MASTER.IDX, see DriverHours.cpy): each leg
      * shows driving and elapsed time, every break or daily rest is
      * printed at the center or on the arc where it falls due, and a
      * tour one driver cannot do in one shift is listed in
      * HOURS-EXCEPTIONS.RPT for a double crew or a relay.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHEET-STATUS.

           SELECT EDGE-MASTER-FILE ASSIGN TO "EDGE-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDGE-MASTER-KEY
               FILE STATUS IS EDGE-MASTER-STATUS.

           SELECT DRIVER-HOURS-FILE ASSIGN TO "DRIVER-HOURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRIVER-HOURS-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "HOURS-EXCEPTIONS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
       FD  SHEET-FILE.
       01  SHEET-LINE               PIC X(700).

       FD  EDGE-MASTER-FILE.
       01  EDGE-MASTER-RECORD.
           05 EDGE-MASTER-KEY       PIC X(6).
           05 FILLER                PIC X(43).

       FD  DRIVER-HOURS-FILE.
       01  DRIVER-HOURS-RECORD      PIC X(20).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE           PIC X(200).

       WORKING-STORAGE SECTION.
       77  MAX-STOPS    PIC 99 VALUE 20.
       77  MAX-NODES    PIC 999 VALUE 300.

       COPY "EdgeMaster.cpy".
       COPY "CenterMaster.cpy".
       COPY "DriverHours.cpy".

       01  RESULTS-STATUS       PIC XX VALUE "00".
       01  TRIP-REQUEST-STATUS  PIC XX VALUE "00".
       01  CENTER-MASTER-STATUS PIC XX VALUE "00".
       01  SHEET-STATUS         PIC XX VALUE "00".
       01  EDGE-MASTER-STATUS   PIC XX VALUE "00".
       01  DRIVER-HOURS-STATUS  PIC XX VALUE "00".
       01  EXCEPTION-STATUS     PIC XX VALUE "00".

       01  TRIP-REQUEST-EOF  PIC X VALUE 'N'.
           88 END-OF-TRIP-REQUESTS VALUE 'Y'.
       01  CENTER-MASTER-EOF PIC X VALUE 'N'.
           88 END-OF-CENTER-MASTER VALUE 'Y'.
       01  EDGE-MASTER-EOF   PIC X VALUE 'N'.
           88 END-OF-EDGE-MASTER  VALUE 'Y'.
       01  DRIVER-HOURS-EOF  PIC X VALUE 'N'.
           88 END-OF-DRIVER-HOURS VALUE 'Y'.

      * Kilometres and drive minutes of every arc in force as of the
      * run date, by FROM/TO, with the same date filter ROUTESHT and
      * DIJKSTRA apply. The kilometres only mark the arc present: a
      * stored path whose arc has left the master since the run, or
      * an arc without minutes, leaves the hours check incomplete.
       01  KM-GRID.
           05 KM-ROW OCCURS 300 TIMES.
              10 KM-COL OCCURS 300 TIMES PIC 9(9).
       01  MIN-GRID.
           05 MIN-ROW OCCURS 300 TIMES.
              10 MIN-COL OCCURS 300 TIMES PIC 9(9).
       01  CHECK-DATE        PIC 9(8).
       01  ARC-FROM          PIC 999.
       01  ARC-TO            PIC 999.

      * Existence/status/name of each center by node number, read
      * from CENTER-MASTER.DAT. When the file is absent the
       01  REQUEST-COUNT     PIC 9(6) VALUE 0.
       01  PLANNED-COUNT     PIC 9(6) VALUE 0.
       01  REJECTED-COUNT    PIC 9(6) VALUE 0.
       01  HOURS-EXCEPTION-COUNT PIC 9(6) VALUE 0.

       01  METRIC-LABEL      PIC X(8).
       01  STAMP-DISPLAY.
       77  LINES-PER-PAGE  PIC 99 VALUE 55.
       01  PAGE-NUM        PIC 9(4) VALUE 0.
       01  LINE-COUNT      PIC 9(4) VALUE 0.
       01  EXC-PAGE-NUM    PIC 9(4) VALUE 0.
       01  EXC-LINE-COUNT  PIC 9(4) VALUE 0.
       01  RUN-DATE-RAW    PIC X(8).
       01  RUN-DATE-DISPLAY.
           05 RUN-DATE-YYYY  PIC X(4).
       01  PATH-SUB        PIC 999.
       01  LINE-PTR        PIC 9(4).
       01  COUNT-TXT       PIC ZZZZZ9.
       01  HOURS-TXT       PIC ZZZZZZZZ9.
       01  HOURS-COUNT-TXT PIC ZZZ9.
       01  HOURS-NODE      PIC 999.
       01  HOURS-NODE-TXT  PIC 999.

       PROCEDURE DIVISION.
       MAIN.
           MOVE RUN-DATE-RAW(1:4) TO RUN-DATE-YYYY
           MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-MM
           MOVE RUN-DATE-RAW(7:2) TO RUN-DATE-DD
           MOVE RUN-DATE-RAW TO CHECK-DATE

           PERFORM LOAD-CENTER-MASTER
           PERFORM LOAD-ARC-GRIDS
           PERFORM LOAD-DRIVER-HOURS

           OPEN INPUT RESULTS-FILE
           IF RESULTS-STATUS NOT = "00"
               STOP RUN
           END-IF

           OPEN EXTEND EXCEPTION-FILE
           IF EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF EXCEPTION-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de HOURS-EXCEPTIONS.RPT "
                   "impossible - statut " EXCEPTION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-EXCEPTION-HEADER

           PERFORM UNTIL END-OF-TRIP-REQUESTS
               READ TRIP-REQUEST-FILE
                   AT END MOVE 'Y' TO TRIP-REQUEST-EOF
               END-IF
           END-PERFORM

           PERFORM WRITE-EXCEPTION-TRAILER

           CLOSE TRIP-REQUEST-FILE
           CLOSE RESULTS-FILE
           CLOSE SHEET-FILE
           CLOSE EXCEPTION-FILE

           DISPLAY "TRIPPLAN: " REQUEST-COUNT " demande(s), "
               PLANNED-COUNT " itineraire(s) complet(s), "
               REJECTED-COUNT " rejete(s), "
               HOURS-EXCEPTION-COUNT " hors temps de conduite"

           STOP RUN.

               CLOSE CENTER-MASTER-FILE
           END-IF.

       LOAD-ARC-GRIDS.
           INITIALIZE KM-GRID
           INITIALIZE MIN-GRID
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
                   IF EM-TIME NOT NUMERIC
                       MOVE 0 TO EM-TIME
                   END-IF
                   IF EM-FROM >= 1 AND EM-FROM <= MAX-NODES
                           AND EM-TO >= 1 AND EM-TO <= MAX-NODES
                           AND EM-EFF-DATE <= CHECK-DATE
                           AND (EM-EXP-DATE = 0
                               OR CHECK-DATE < EM-EXP-DATE)
                       MOVE EM-WEIGHT TO KM-COL(EM-FROM EM-TO)
                       MOVE EM-TIME TO MIN-COL(EM-FROM EM-TO)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE EDGE-MASTER-FILE.

       PLAN-ONE-TRIP.
           PERFORM WRITE-SHEET-HEADER
           MOVE 'N' TO TRIP-REJECTED
               PERFORM WRITE-STOP-SUMMARY
               MOVE 0 TO CUMUL-DISTANCE
               MOVE 0 TO CUMUL-HOPS
               PERFORM START-HOURS-COUNT
               PERFORM VARYING LEG-SUB FROM 1 BY 1
                       UNTIL LEG-SUB >= STOP-TOTAL
                           OR TRIP-WAS-REJECTED
               MOVE 'Y' TO STAMP-SHOWN
           END-IF

           PERFORM DRIVE-LEG-PATH

           MOVE LEG-FROM TO FROM-TXT
           MOVE LEG-TO TO TO-TXT
           MOVE LEG-SUB TO LEG-TXT
               HOPS-TXT DELIMITED BY SIZE
               " saut(s)), CUMUL " DELIMITED BY SIZE
               CUMUL-TXT DELIMITED BY SIZE
               ", CONDUITE " DELIMITED BY SIZE
               INTO SHEET-LINE
               WITH POINTER LINE-PTR
           END-STRING
           MOVE HOURS-DRIVEN TO HOURS-TXT
           STRING HOURS-TXT DELIMITED BY SIZE
               " MIN, ECOULE " DELIMITED BY SIZE
               INTO SHEET-LINE
               WITH POINTER LINE-PTR
           END-STRING
           MOVE HOURS-ELAPSED TO HOURS-TXT
           STRING HOURS-TXT DELIMITED BY SIZE
               " MIN : chemin " DELIMITED BY SIZE
               INTO SHEET-LINE
               WITH POINTER LINE-PTR
           END-STRING
           PERFORM APPEND-LEG-PATH
           PERFORM WRITE-SHEET-LINE-CTL

           MOVE '*' TO HOURS-EVENT-SELECT
           PERFORM WRITE-HOURS-EVENTS.

      * The leg's stored path is driven arc by arc, carrying the
      * counters on from the previous leg: a stop is not a rest, so
      * the driver's day runs on across the whole tour. The breaks
      * and rests that fall on this leg print under its line.
       DRIVE-LEG-PATH.
           MOVE 0 TO HOURS-EVENT-TOTAL
           PERFORM VARYING PATH-SUB FROM 2 BY 1
                   UNTIL PATH-SUB > RES-PATH-COUNT
               MOVE RES-PATH-NODE(PATH-SUB - 1) TO ARC-FROM
               MOVE RES-PATH-NODE(PATH-SUB) TO ARC-TO
               IF ARC-FROM < 1 OR ARC-FROM > MAX-NODES
                       OR ARC-TO < 1 OR ARC-TO > MAX-NODES
                   MOVE 'Y' TO HOURS-INCOMPLETE
               ELSE
                   IF KM-COL(ARC-FROM ARC-TO) = 0
                           OR MIN-COL(ARC-FROM ARC-TO) = 0
                       MOVE 'Y' TO HOURS-INCOMPLETE
                   ELSE
                       MOVE ARC-FROM TO HOURS-ARC-FROM
                       MOVE ARC-TO TO HOURS-ARC-TO
                       MOVE MIN-COL(ARC-FROM ARC-TO) TO HOURS-ARC-MIN
                       PERFORM DRIVE-ONE-ARC
                   END-IF
               END-IF
           END-PERFORM.

       APPEND-FROM-NAME.
           IF LEG-FROM >= 1 AND LEG-FROM <= 300
                   INTO SHEET-LINE
               END-STRING
               PERFORM WRITE-SHEET-LINE-CTL
           END-IF

           PERFORM WRITE-HOURS-VERDICT.

      * One line per tour in the planners' list: the stops, the
      * driving and elapsed time, and the last center the first
      * driver reaches before the daily rest -- where a relay can
      * take over.
       WRITE-HOURS-EXCEPTION.
           MOVE REQUEST-COUNT TO REQUEST-TXT
           MOVE SPACES TO EXCEPTION-LINE
           MOVE 1 TO LINE-PTR
           STRING "ITINERAIRE NO " DELIMITED BY SIZE
               REQUEST-TXT DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               INTO EXCEPTION-LINE
               WITH POINTER LINE-PTR
           END-STRING
           PERFORM VARYING STOP-SUB FROM 1 BY 1
                   UNTIL STOP-SUB > STOP-TOTAL
               MOVE STOP-LIST(STOP-SUB) TO NODE-TXT
               IF STOP-SUB NOT = 1
                   STRING "-" DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
                       WITH POINTER LINE-PTR
                   END-STRING
               END-IF
               STRING NODE-TXT DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-PERFORM
           PERFORM APPEND-EXCEPTION-FIGURES
           PERFORM WRITE-EXCEPTION-LINE-CTL.

       APPEND-EXCEPTION-NAME.
           IF HOURS-NODE >= 1 AND HOURS-NODE <= 300
                   AND CENTER-NAME(HOURS-NODE) NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   CENTER-NAME(HOURS-NODE) DELIMITED BY "  "
                   INTO EXCEPTION-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF.

       APPEND-EXCEPTION-FIGURES.
           IF HOURS-NOT-KNOWN
               STRING " : TEMPS DE CONDUITE INCOMPLET AU FICHIER DES "
                       DELIMITED BY SIZE
                   "ARCS - NON VERIFIABLE" DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           ELSE
               MOVE HOURS-DRIVEN TO HOURS-TXT
               STRING " : CONDUITE " DELIMITED BY SIZE
                   HOURS-TXT DELIMITED BY SIZE
                   " MIN, ECOULE " DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
                   WITH POINTER LINE-PTR
               END-STRING
               MOVE HOURS-ELAPSED TO HOURS-TXT
               MOVE HOURS-RESTS TO HOURS-COUNT-TXT
               MOVE HOURS-RELAY-CENTER TO HOURS-NODE-TXT
               STRING HOURS-TXT DELIMITED BY SIZE
                   " MIN, " DELIMITED BY SIZE
                   HOURS-COUNT-TXT DELIMITED BY SIZE
                   " REPOS - RELAIS AU PLUS TARD AU CENTRE "
                       DELIMITED BY SIZE
                   HOURS-NODE-TXT DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
                   WITH POINTER LINE-PTR
               END-STRING
               MOVE HOURS-RELAY-CENTER TO HOURS-NODE
               PERFORM APPEND-EXCEPTION-NAME
           END-IF.

      * One sheet per itinerary: the header always starts a fresh
           END-IF
           WRITE SHEET-LINE
           ADD 1 TO LINE-COUNT.

      * Limits as keyed in DRIVER-HOURS.DAT over the regulation
      * defaults of DriverHours.cpy. Without the file the defaults
      * stand, with a console note; an illegible card stops the run
      * -- a sheet checked against the wrong limits is worse than no
      * sheet.
       LOAD-DRIVER-HOURS.
           OPEN INPUT DRIVER-HOURS-FILE
           IF DRIVER-HOURS-STATUS NOT = "00"
               DISPLAY "TRIPPLAN: DRIVER-HOURS.DAT absent, limites "
                   "reglementaires par defaut appliquees"
           ELSE
               PERFORM UNTIL END-OF-DRIVER-HOURS
                   READ DRIVER-HOURS-FILE
                       AT END MOVE 'Y' TO DRIVER-HOURS-EOF
                   END-READ

                   IF NOT END-OF-DRIVER-HOURS
                           AND DRIVER-HOURS-RECORD NOT = SPACES
                       PERFORM LOAD-ONE-HOURS-CARD
                   END-IF
               END-PERFORM

               CLOSE DRIVER-HOURS-FILE
           END-IF

           IF DH-CONTINUOUS-LIMIT = 0 OR DH-DAILY-LIMIT = 0
               DISPLAY "ERREUR: DRIVER-HOURS.DAT limite de conduite "
                   "nulle"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-HOURS-CARD.
           IF DRIVER-HOURS-RECORD(2:4) NOT NUMERIC
               DISPLAY "ERREUR: DRIVER-HOURS.DAT carte '"
                   DRIVER-HOURS-RECORD(1:5) "' invalide"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE DRIVER-HOURS-RECORD(1:1)
               WHEN 'C'
                   MOVE DRIVER-HOURS-RECORD(2:4) TO DH-CONTINUOUS-LIMIT
               WHEN 'B'
                   MOVE DRIVER-HOURS-RECORD(2:4) TO DH-BREAK-MINUTES
               WHEN 'D'
                   MOVE DRIVER-HOURS-RECORD(2:4) TO DH-DAILY-LIMIT
               WHEN 'E'
                   MOVE DRIVER-HOURS-RECORD(2:4) TO DH-EXTENDED-LIMIT
               WHEN 'N'
                   MOVE DRIVER-HOURS-RECORD(2:4) TO DH-EXTENSIONS
               WHEN 'R'
                   MOVE DRIVER-HOURS-RECORD(2:4) TO DH-DAILY-REST
               WHEN OTHER
                   DISPLAY "ERREUR: DRIVER-HOURS.DAT carte '"
                       DRIVER-HOURS-RECORD(1:5) "' inconnue"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       START-HOURS-COUNT.
           INITIALIZE DRIVER-HOURS-COUNTERS
           MOVE 'N' TO HOURS-EXT-TODAY
           MOVE 'N' TO HOURS-INCOMPLETE
           MOVE 0 TO HOURS-EVENT-TOTAL.

      * One arc of HOURS-ARC-MIN driving minutes, from HOURS-ARC-FROM
      * to HOURS-ARC-TO, cut into stretches wherever a break or a
      * daily rest falls due. The extended day is taken only when
      * the normal limit is reached and the week still has one; a
      * daily rest also counts as the break.
       DRIVE-ONE-ARC.
           MOVE HOURS-ARC-MIN TO HOURS-REMAIN
           MOVE 0 TO HOURS-INTO
           PERFORM UNTIL HOURS-REMAIN = 0
               PERFORM DRIVE-ONE-STRETCH
           END-PERFORM.

       DRIVE-ONE-STRETCH.
           IF HOURS-DAY-EXTENDED
               MOVE DH-EXTENDED-LIMIT TO HOURS-DAY-LIMIT
           ELSE
               MOVE DH-DAILY-LIMIT TO HOURS-DAY-LIMIT
           END-IF
           IF HOURS-DRIVE-TODAY >= HOURS-DAY-LIMIT
                   AND NOT HOURS-DAY-EXTENDED
                   AND HOURS-EXT-USED < DH-EXTENSIONS
                   AND DH-EXTENDED-LIMIT > HOURS-DRIVE-TODAY
               MOVE 'Y' TO HOURS-EXT-TODAY
               ADD 1 TO HOURS-EXT-USED
               MOVE DH-EXTENDED-LIMIT TO HOURS-DAY-LIMIT
           END-IF

           EVALUATE TRUE
               WHEN HOURS-DRIVE-TODAY >= HOURS-DAY-LIMIT
                   IF HOURS-RESTS = 0
                       MOVE HOURS-ARC-FROM TO HOURS-RELAY-CENTER
                   END-IF
                   MOVE 'R' TO HOURS-NEXT-EVENT
                   PERFORM RECORD-HOURS-EVENT
                   ADD DH-DAILY-REST TO HOURS-ELAPSED
                   ADD 1 TO HOURS-RESTS
                   MOVE 0 TO HOURS-DRIVE-TODAY
                   MOVE 0 TO HOURS-SINCE-BREAK
                   MOVE 'N' TO HOURS-EXT-TODAY
               WHEN HOURS-SINCE-BREAK >= DH-CONTINUOUS-LIMIT
                   MOVE 'P' TO HOURS-NEXT-EVENT
                   PERFORM RECORD-HOURS-EVENT
                   ADD DH-BREAK-MINUTES TO HOURS-ELAPSED
                   ADD 1 TO HOURS-BREAKS
                   MOVE 0 TO HOURS-SINCE-BREAK
               WHEN OTHER
                   MOVE HOURS-REMAIN TO HOURS-CHUNK
                   IF DH-CONTINUOUS-LIMIT - HOURS-SINCE-BREAK
                           < HOURS-CHUNK
                       COMPUTE HOURS-CHUNK =
                           DH-CONTINUOUS-LIMIT - HOURS-SINCE-BREAK
                   END-IF
                   IF HOURS-DAY-LIMIT - HOURS-DRIVE-TODAY
                           < HOURS-CHUNK
                       COMPUTE HOURS-CHUNK =
                           HOURS-DAY-LIMIT - HOURS-DRIVE-TODAY
                   END-IF
                   ADD HOURS-CHUNK TO HOURS-SINCE-BREAK
                   ADD HOURS-CHUNK TO HOURS-DRIVE-TODAY
                   ADD HOURS-CHUNK TO HOURS-DRIVEN
                   ADD HOURS-CHUNK TO HOURS-ELAPSED
                   ADD HOURS-CHUNK TO HOURS-INTO
                   SUBTRACT HOURS-CHUNK FROM HOURS-REMAIN
           END-EVALUATE.

      * Events beyond the table are counted in the totals but not
      * printed: fifty stops within one sheet line is not a route.
       RECORD-HOURS-EVENT.
           IF HOURS-EVENT-TOTAL < 50
               ADD 1 TO HOURS-EVENT-TOTAL
               MOVE HOURS-NEXT-EVENT TO EVT-TYPE(HOURS-EVENT-TOTAL)
               MOVE HOURS-ARC-FROM TO EVT-FROM(HOURS-EVENT-TOTAL)
               MOVE HOURS-ARC-TO TO EVT-TO(HOURS-EVENT-TOTAL)
               MOVE HOURS-INTO TO EVT-INTO(HOURS-EVENT-TOTAL)
               MOVE HOURS-DRIVEN TO EVT-DRIVEN(HOURS-EVENT-TOTAL)
               MOVE HOURS-ELAPSED TO EVT-ELAPSED(HOURS-EVENT-TOTAL)
           END-IF.

      * Prints the recorded events: HOURS-EVENT-SELECT 'C' those due
      * at a center (before the arc is driven), 'A' those falling
      * inside an arc, '*' all of them.
       WRITE-HOURS-EVENTS.
           PERFORM VARYING HOURS-EVENT-SUB FROM 1 BY 1
                   UNTIL HOURS-EVENT-SUB > HOURS-EVENT-TOTAL
               IF HOURS-EVENT-SELECT = '*'
                       OR (HOURS-EVENT-SELECT = 'C'
                           AND EVT-INTO(HOURS-EVENT-SUB) = 0)
                       OR (HOURS-EVENT-SELECT = 'A'
                           AND EVT-INTO(HOURS-EVENT-SUB) > 0)
                   PERFORM WRITE-ONE-HOURS-EVENT
               END-IF
           END-PERFORM.

       WRITE-ONE-HOURS-EVENT.
           MOVE SPACES TO SHEET-LINE
           MOVE 1 TO LINE-PTR
           IF EVT-IS-REST(HOURS-EVENT-SUB)
               MOVE DH-DAILY-REST TO HOURS-TXT
               STRING "      >> REPOS JOURNALIER " DELIMITED BY SIZE
                   HOURS-TXT DELIMITED BY SIZE
                   " MIN" DELIMITED BY SIZE
                   INTO SHEET-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           ELSE
               MOVE DH-BREAK-MINUTES TO HOURS-TXT
               STRING "      >> PAUSE " DELIMITED BY SIZE
                   HOURS-TXT DELIMITED BY SIZE
                   " MIN" DELIMITED BY SIZE
                   INTO SHEET-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF
           IF EVT-INTO(HOURS-EVENT-SUB) = 0
               MOVE EVT-FROM(HOURS-EVENT-SUB) TO HOURS-NODE
               MOVE HOURS-NODE TO HOURS-NODE-TXT
               STRING " AU CENTRE " DELIMITED BY SIZE
                   HOURS-NODE-TXT DELIMITED BY SIZE
                   INTO SHEET-LINE
                   WITH POINTER LINE-PTR
               END-STRING
               PERFORM APPEND-HOURS-NODE-NAME
           ELSE
               MOVE EVT-FROM(HOURS-EVENT-SUB) TO HOURS-NODE-TXT
               STRING " SUR L'ARC " DELIMITED BY SIZE
                   HOURS-NODE-TXT DELIMITED BY SIZE
                   INTO SHEET-LINE
                   WITH POINTER LINE-PTR
               END-STRING
               MOVE EVT-FROM(HOURS-EVENT-SUB) TO HOURS-NODE
               PERFORM APPEND-HOURS-NODE-NAME
               MOVE EVT-TO(HOURS-EVENT-SUB) TO HOURS-NODE-TXT
               STRING " -> " DELIMITED BY SIZE
                   HOURS-NODE-TXT DELIMITED BY SIZE
                   INTO SHEET-LINE
                   WITH POINTER LINE-PTR
               END-STRING
               MOVE EVT-TO(HOURS-EVENT-SUB) TO HOURS-NODE
               PERFORM APPEND-HOURS-NODE-NAME
               MOVE EVT-INTO(HOURS-EVENT-SUB) TO HOURS-TXT
               STRING " APRES " DELIMITED BY SIZE
                   HOURS-TXT DELIMITED BY SIZE
                   " MIN SUR L'ARC" DELIMITED BY SIZE
                   INTO SHEET-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF
           MOVE EVT-DRIVEN(HOURS-EVENT-SUB) TO HOURS-TXT
           STRING " (CONDUITE " DELIMITED BY SIZE
               HOURS-TXT DELIMITED BY SIZE
               INTO SHEET-LINE
               WITH POINTER LINE-PTR
           END-STRING
           MOVE EVT-ELAPSED(HOURS-EVENT-SUB) TO HOURS-TXT
           STRING " MIN, ECOULE " DELIMITED BY SIZE
               HOURS-TXT DELIMITED BY SIZE
               " MIN)" DELIMITED BY SIZE
               INTO SHEET-LINE
               WITH POINTER LINE-PTR
           END-STRING
           PERFORM WRITE-SHEET-LINE-CTL.

       APPEND-HOURS-NODE-NAME.
           IF HOURS-NODE >= 1 AND HOURS-NODE <= 300
                   AND CENTER-NAME(HOURS-NODE) NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   CENTER-NAME(HOURS-NODE) DELIMITED BY "  "
                   INTO SHEET-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF.

      * The hours verdict under the sheet's totals: driving against
      * elapsed time, and whether one driver can do it in one shift.
      * A route that needs a daily rest -- or whose drive times are
      * not all known -- also goes on the planners' exception list.
       WRITE-HOURS-VERDICT.
           MOVE HOURS-DRIVEN TO HOURS-TXT
           MOVE SPACES TO SHEET-LINE
           MOVE 1 TO LINE-PTR
           STRING "  TEMPS DE CONDUITE " DELIMITED BY SIZE
               HOURS-TXT DELIMITED BY SIZE
               " MIN, TEMPS ECOULE " DELIMITED BY SIZE
               INTO SHEET-LINE
               WITH POINTER LINE-PTR
           END-STRING
           MOVE HOURS-ELAPSED TO HOURS-TXT
           MOVE HOURS-BREAKS TO HOURS-COUNT-TXT
           STRING HOURS-TXT DELIMITED BY SIZE
               " MIN (" DELIMITED BY SIZE
               HOURS-COUNT-TXT DELIMITED BY SIZE
               " PAUSE(S), " DELIMITED BY SIZE
               INTO SHEET-LINE
               WITH POINTER LINE-PTR
           END-STRING
           MOVE HOURS-RESTS TO HOURS-COUNT-TXT
           STRING HOURS-COUNT-TXT DELIMITED BY SIZE
               " REPOS JOURNALIER(S))" DELIMITED BY SIZE
               INTO SHEET-LINE
               WITH POINTER LINE-PTR
           END-STRING
           PERFORM WRITE-SHEET-LINE-CTL

           MOVE SPACES TO SHEET-LINE
           EVALUATE TRUE
               WHEN HOURS-NOT-KNOWN
                   MOVE "  *** TEMPS DE CONDUITE INCOMPLET AU FICHIER "
                       TO SHEET-LINE
                   MOVE "DES ARCS - CONTROLE NON VERIFIABLE ***"
                       TO SHEET-LINE(46:38)
               WHEN HOURS-RESTS > 0
                   MOVE "  *** IRREALISABLE PAR UN CHAUFFEUR EN UN "
                       TO SHEET-LINE
                   MOVE "SERVICE - DOUBLE EQUIPAGE OU RELAIS ***"
                       TO SHEET-LINE(43:39)
               WHEN OTHER
                   MOVE "  REALISABLE PAR UN CHAUFFEUR EN UN SERVICE"
                       TO SHEET-LINE
           END-EVALUATE
           PERFORM WRITE-SHEET-LINE-CTL

           IF HOURS-NOT-KNOWN OR HOURS-RESTS > 0
               ADD 1 TO HOURS-EXCEPTION-COUNT
               PERFORM WRITE-HOURS-EXCEPTION
           END-IF.

       WRITE-EXCEPTION-HEADER.
           ADD 1 TO EXC-PAGE-NUM
           MOVE EXC-PAGE-NUM TO PAGE-NUM-TXT

           MOVE SPACES TO EXCEPTION-LINE
           STRING "ROUTES HORS TEMPS DE CONDUITE - TRIPPLAN"
                   DELIMITED BY SIZE
               "     PAGE " DELIMITED BY SIZE
               PAGE-NUM-TXT DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           MOVE SPACES TO EXCEPTION-LINE
           STRING "DATE D'EXECUTION : " DELIMITED BY SIZE
               RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           MOVE 3 TO EXC-LINE-COUNT.

       WRITE-EXCEPTION-LINE-CTL.
           IF EXC-LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-EXCEPTION-HEADER
           END-IF
           WRITE EXCEPTION-LINE
           ADD 1 TO EXC-LINE-COUNT.

       WRITE-EXCEPTION-TRAILER.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           MOVE HOURS-EXCEPTION-COUNT TO COUNT-TXT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "FIN DE LISTE - " DELIMITED BY SIZE
               COUNT-TXT DELIMITED BY SIZE
               " ROUTE(S) A DOUBLER OU A RELAYER" DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.
