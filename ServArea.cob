       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVAREA.

      * Service areas: for each center, which other centers it can
      * reach within so many hours of driving -- "which depots can we
      * serve next-day from ORLEANS", "which centers are within 4
      * hours of PARIS NORD" -- for every pair of the network, not
      * only the pairs that already carry a promise (COMMITCK). The
      * routes are the stored routes of the nightly run (RESULTS.IDX)
      * and each is timed and measured arc by arc from
      * EDGE-MASTER.IDX's EM-TIME and EM-WEIGHT, as COMMITCK and
      * ROUTESHT do: the stored total is in whatever metric that run
      * optimized, so the bands are those of the route dispatch will
      * actually run.
      *
      * SERVICE-BANDS.DAT, one card per record:
      *   'B' MINUTES(4) KM(5)  upper limit of one band, in driving
      *       minutes, and the kilometre limit printed alongside it;
      *       up to 9 cards in ascending order, the band running
      *       from the previous card's limit (exclusive) to this one
      *       (inclusive). Everything past the last card is "beyond".
      *   'C' CENTER(3)  a center to list by departure
      *   'D' CENTER(3)  a center to list by destination
      * Without 'B' cards (or without the file) the usual bands
      * stand: 2h/150 km, 4h/300 km, 6h/450 km, 9h/700 km. Without
      * 'C' cards every center is listed by departure, without 'D'
      * cards every center by destination.
      *
      * SERVICE-AREA.RPT, appended each run: first every selected
      * center as origin, its destinations band by band with their
      * drive time, kilometres and kilometre band, then the
      * unreachable ones and those whose route cannot be timed; then
      * the reverse view, every selected center as destination with
      * the centers that can deliver to it, in the same bands.
      *
      * SERVICE-AREA.EXT, rewritten each run for the customer-service
      * quote screen, one record per ordered pair of distinct
      * centers, in SOURCE/DEST order (see the FD). Its ONE-SHIFT
      * flag says whether the route fits within one driver's daily
      * driving limit (DH-DAILY-LIMIT, from DRIVER-HOURS.DAT, see
      * DriverHours.cpy) -- the test for quoting next-day service.
      * The extended day is not counted on: it is a weekly
      * allowance the planners spend, not a service level.
      *
      * Centers flagged inactive in CENTER-MASTER.DAT are left out of
      * both outputs. RETURN-CODE: 0 clean, 4 routes that could not
      * be timed (an arc missing from the master or carrying no
      * time), 8 nothing usable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RES-KEY
               FILE STATUS IS RESULTS-STATUS.

           SELECT EDGE-MASTER-FILE ASSIGN TO "EDGE-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDGE-MASTER-KEY
               FILE STATUS IS EDGE-MASTER-STATUS.

           SELECT CENTER-MASTER-FILE ASSIGN TO "CENTER-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENTER-MASTER-STATUS.

           SELECT DRIVER-HOURS-FILE ASSIGN TO "DRIVER-HOURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRIVER-HOURS-STATUS.

           SELECT BANDS-FILE ASSIGN TO "SERVICE-BANDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANDS-STATUS.

           SELECT AREA-REPORT-FILE ASSIGN TO "SERVICE-AREA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AREA-REPORT-STATUS.

           SELECT AREA-EXTRACT-FILE ASSIGN TO "SERVICE-AREA.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AREA-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
       COPY "ResultsRecord.cpy".

       FD  EDGE-MASTER-FILE.
       01  EDGE-MASTER-RECORD.
           05 EDGE-MASTER-KEY       PIC X(6).
           05 FILLER                PIC X(43).

       FD  CENTER-MASTER-FILE.
       01  CENTER-MASTER-RECORD     PIC X(30).

       FD  DRIVER-HOURS-FILE.
       01  DRIVER-HOURS-RECORD      PIC X(20).

       FD  BANDS-FILE.
       01  BANDS-RECORD             PIC X(20).

       FD  AREA-REPORT-FILE.
       01  AREA-REPORT-LINE         PIC X(132).

      * One record per ordered pair: SOURCE(3) DEST(3) STATUS(1, 'Y'
      * timed, 'N' unreachable, 'X' reachable but the route cannot
      * be timed) MINUTES(9) KM(9) TIME-BAND(2) KM-BAND(2) ONE-SHIFT
      * (1 Y/N) TIMESTAMP(14, the run that computed the route). Bands
      * are numbered from 01 in SERVICE-BANDS.DAT order, the band
      * after the last one meaning beyond it; 00 when there is no
      * figure to band (unreachable or untimed). ONE-SHIFT is 'N'
      * whenever the time is not known.
       FD  AREA-EXTRACT-FILE.
       01  AREA-EXTRACT-RECORD.
           05 SA-SOURCE        PIC 999.
           05 SA-DEST          PIC 999.
           05 SA-STATUS        PIC X.
           05 SA-MINUTES       PIC 9(9).
           05 SA-KM            PIC 9(9).
           05 SA-TIME-BAND     PIC 99.
           05 SA-KM-BAND       PIC 99.
           05 SA-ONE-SHIFT     PIC X.
           05 SA-TIMESTAMP     PIC X(14).
           05 FILLER           PIC X(6).

       WORKING-STORAGE SECTION.
       77  MAX-NODES   PIC 999 VALUE 300.
       77  MAX-BANDS   PIC 99 VALUE 9.

       COPY "EdgeMaster.cpy".
       COPY "CenterMaster.cpy".
       COPY "DriverHours.cpy".

       01  RESULTS-STATUS       PIC XX VALUE "00".
       01  EDGE-MASTER-STATUS   PIC XX VALUE "00".
       01  CENTER-MASTER-STATUS PIC XX VALUE "00".
       01  DRIVER-HOURS-STATUS  PIC XX VALUE "00".
       01  BANDS-STATUS         PIC XX VALUE "00".
       01  AREA-REPORT-STATUS   PIC XX VALUE "00".
       01  AREA-EXTRACT-STATUS  PIC XX VALUE "00".

       01  RESULTS-EOF       PIC X VALUE 'N'.
           88 END-OF-RESULTS      VALUE 'Y'.
       01  EDGE-MASTER-EOF   PIC X VALUE 'N'.
           88 END-OF-EDGE-MASTER  VALUE 'Y'.
       01  CENTER-MASTER-EOF PIC X VALUE 'N'.
           88 END-OF-CENTER-MASTER VALUE 'Y'.
       01  DRIVER-HOURS-EOF  PIC X VALUE 'N'.
           88 END-OF-DRIVER-HOURS VALUE 'Y'.
       01  BANDS-EOF         PIC X VALUE 'N'.
           88 END-OF-BANDS        VALUE 'Y'.

      * Kilometres and minutes of every arc in force as of the run
      * date, by FROM/TO -- the same date filter DIJKSTRA applies at
      * load. Zero means no such arc (or no figure keyed), which
      * leaves the route untimed rather than short.
       01  KM-GRID.
           05 KM-ROW OCCURS 300 TIMES.
              10 KM-COL OCCURS 300 TIMES PIC 9(9).
       01  MIN-GRID.
           05 MIN-ROW OCCURS 300 TIMES.
              10 MIN-COL OCCURS 300 TIMES PIC 9(9).

      * Every pair of the last run, timed and banded once at load so
      * both views and the extract read the same figures. PAIR-STATE
      * is the extract's STATUS, space for a pair the run did not
      * compute (or one with an inactive end).
       01  PAIR-TABLE.
           05 PAIR-ROW OCCURS 300 TIMES.
              10 PAIR-ENTRY OCCURS 300 TIMES.
                 15 PAIR-STATE     PIC X.
                 15 PAIR-MINUTES   PIC 9(9).
                 15 PAIR-KM        PIC 9(9).
                 15 PAIR-TIME-BAND PIC 99.
                 15 PAIR-KM-BAND   PIC 99.

       01  CENTER-MASTER-PRESENT PIC X VALUE 'N'.
           88 CENTER-CONTROL-ON       VALUE 'Y'.
       01  CENTER-FLAGS.
           05 CENTER-FLAG-ENTRY OCCURS 300 TIMES.
              10 CTR-KNOWN    PIC X.
                 88 CENTER-IS-KNOWN   VALUE 'Y'.
              10 CTR-STATE    PIC X.
                 88 CENTER-IS-ACTIVE  VALUE 'A'.
              10 CTR-SEEN     PIC X.
                 88 CENTER-WAS-SEEN   VALUE 'Y'.
       01  CENTER-NAMES.
           05 CENTER-NAME OCCURS 300 TIMES PIC X(20).
       01  CTR-LOOKUP        PIC 999.

      * The bands of SERVICE-BANDS.DAT: driving-minute limit and the
      * kilometre limit printed beside it. BEYOND-BAND is the number
      * of the open band past the last limit.
       01  BAND-TABLE.
           05 BAND-ENTRY OCCURS 9 TIMES.
              10 BAND-MINUTES    PIC 9(4).
              10 BAND-KM         PIC 9(5).
       01  BAND-COUNT        PIC 99 VALUE 0.
       01  BEYOND-BAND       PIC 99.
       01  BAND-SUB          PIC 99.
       01  SAVED-BAND        PIC 99.

      * Centers picked by 'C' (departure) and 'D' (destination)
      * cards.
       01  FORWARD-LIST.
           05 FORWARD-CENTER OCCURS 300 TIMES PIC 999.
       01  FORWARD-COUNT     PIC 999 VALUE 0.
       01  REVERSE-LIST.
           05 REVERSE-CENTER OCCURS 300 TIMES PIC 999.
       01  REVERSE-COUNT     PIC 999 VALUE 0.
       01  LIST-SUB          PIC 999.

      * The view being printed: VIEW-CENTER as origin ('F') or as
      * destination ('R'), OTHER-CENTER the far end of the pair
      * PAIR-FROM/PAIR-TO under examination.
       01  VIEW-TYPE         PIC X.
           88 FORWARD-VIEW        VALUE 'F'.
           88 REVERSE-VIEW        VALUE 'R'.
       01  VIEW-CENTER       PIC 999.
       01  OTHER-CENTER      PIC 999.
       01  PAIR-FROM         PIC 999.
       01  PAIR-TO           PIC 999.
       01  VIEW-TALLIES.
           05 TIME-TALLY OCCURS 10 TIMES PIC 9(4).
           05 KM-TALLY   OCCURS 10 TIMES PIC 9(4).
       01  UNREACH-TALLY     PIC 9(4).
       01  UNTIMED-TALLY     PIC 9(4).
       01  SHIFT-TALLY       PIC 9(4).

       01  PATH-SUB          PIC 999.
       01  ARC-FROM          PIC 999.
       01  ARC-TO            PIC 999.
       01  ROUTE-MINUTES     PIC 9(9).
       01  ROUTE-KM          PIC 9(9).
       01  ROUTE-UNTIMED     PIC X.
           88 ROUTE-IS-UNTIMED    VALUE 'Y'.

       01  CHECK-DATE        PIC 9(8).
       01  RESULT-TIMESTAMP  PIC X(14) VALUE SPACES.
       01  STAMP-DISPLAY.
           05 STAMP-DATE     PIC X(8).
           05 FILLER         PIC X VALUE " ".
           05 STAMP-TIME     PIC X(6).

       01  PAIR-COUNT        PIC 9(6) VALUE 0.
       01  SHIFT-COUNT       PIC 9(6) VALUE 0.
       01  UNREACH-COUNT     PIC 9(6) VALUE 0.
       01  UNTIMED-COUNT     PIC 9(6) VALUE 0.
       01  SKIPPED-COUNT     PIC 9(6) VALUE 0.
       01  FORWARD-DONE      PIC 9(6) VALUE 0.
       01  REVERSE-DONE      PIC 9(6) VALUE 0.

       77  LINES-PER-PAGE  PIC 99 VALUE 55.
       01  PAGE-NUM        PIC 9(4) VALUE 0.
       01  LINE-COUNT      PIC 9(4) VALUE 0.
       01  REPORT-TITLE    PIC X(60).
       01  RUN-DATE-RAW    PIC X(8).
       01  RUN-DATE-DISPLAY.
           05 RUN-DATE-YYYY  PIC X(4).
           05 FILLER         PIC X VALUE "-".
           05 RUN-DATE-MM    PIC X(2).
           05 FILLER         PIC X VALUE "-".
           05 RUN-DATE-DD    PIC X(2).
       01  PAGE-NUM-TXT    PIC ZZZ9.

      * Minutes shown as hours and minutes ("  4H30").
       01  HM-MINUTES      PIC 9(9).
       01  HM-HOURS        PIC 999.
       01  HM-REST         PIC 99.
       01  HM-TEXT.
           05 HM-HOURS-TXT   PIC ZZ9.
           05 FILLER         PIC X VALUE "H".
           05 HM-REST-TXT    PIC 99.
       01  TIME-LOW-TXT    PIC X(6).
       01  KM-LOW-TXT      PIC ZZZZ9.
       01  KM-HIGH-TXT     PIC ZZZZ9.
       01  TIME-LABEL      PIC X(17).
       01  KM-LABEL        PIC X(18).
       01  CENTER-TXT      PIC 999.
       01  OTHER-TXT       PIC 999.
       01  KM-TXT          PIC ZZZZZZZZ9.
       01  TALLY-TXT       PIC ZZZ9.
       01  COUNT-TXT       PIC ZZZZZ9.
       01  LINE-PTR        PIC 9(4).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE RUN-DATE-RAW(1:4) TO RUN-DATE-YYYY
           MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-MM
           MOVE RUN-DATE-RAW(7:2) TO RUN-DATE-DD
           MOVE RUN-DATE-RAW TO CHECK-DATE

           PERFORM LOAD-ARC-GRIDS
           PERFORM LOAD-CENTER-MASTER
           PERFORM LOAD-DRIVER-HOURS
           PERFORM LOAD-SERVICE-BANDS
           PERFORM LOAD-PAIRS

           IF PAIR-COUNT = 0
               DISPLAY "ERREUR: aucune paire exploitable dans "
                   "RESULTS.IDX - rapport non produit"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AREA-EXTRACT-FILE
           IF AREA-EXTRACT-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de SERVICE-AREA.EXT "
                   "impossible - statut " AREA-EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-AREA-EXTRACT
           CLOSE AREA-EXTRACT-FILE

           OPEN EXTEND AREA-REPORT-FILE
           IF AREA-REPORT-STATUS = "35"
               OPEN OUTPUT AREA-REPORT-FILE
           END-IF
           IF AREA-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de SERVICE-AREA.RPT "
                   "impossible - statut " AREA-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "ZONES DE DESSERTE - AU DEPART DE CHAQUE CENTRE"
               TO REPORT-TITLE
           MOVE 'F' TO VIEW-TYPE
           PERFORM WRITE-REPORT-HEADER
           IF FORWARD-COUNT = 0
               PERFORM VARYING VIEW-CENTER FROM 1 BY 1
                       UNTIL VIEW-CENTER > MAX-NODES
                   IF CENTER-WAS-SEEN(VIEW-CENTER)
                       PERFORM WRITE-ONE-VIEW
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING LIST-SUB FROM 1 BY 1
                       UNTIL LIST-SUB > FORWARD-COUNT
                   MOVE FORWARD-CENTER(LIST-SUB) TO VIEW-CENTER
                   PERFORM WRITE-SELECTED-VIEW
               END-PERFORM
           END-IF

           MOVE "ZONES DE DESSERTE - A DESTINATION DE CHAQUE CENTRE"
               TO REPORT-TITLE
           MOVE 'R' TO VIEW-TYPE
           PERFORM WRITE-REPORT-HEADER
           IF REVERSE-COUNT = 0
               PERFORM VARYING VIEW-CENTER FROM 1 BY 1
                       UNTIL VIEW-CENTER > MAX-NODES
                   IF CENTER-WAS-SEEN(VIEW-CENTER)
                       PERFORM WRITE-ONE-VIEW
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING LIST-SUB FROM 1 BY 1
                       UNTIL LIST-SUB > REVERSE-COUNT
                   MOVE REVERSE-CENTER(LIST-SUB) TO VIEW-CENTER
                   PERFORM WRITE-SELECTED-VIEW
               END-PERFORM
           END-IF

           PERFORM WRITE-REPORT-TRAILER
           CLOSE AREA-REPORT-FILE

           DISPLAY "SERVAREA: " PAIR-COUNT " paire(s), "
               SHIFT-COUNT " en une seule amplitude de conduite, "
               UNREACH-COUNT " inaccessible(s), "
               UNTIMED-COUNT " sans temps de parcours, "
               SKIPPED-COUNT " enregistrement(s) ignore(s)"

           IF UNTIMED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

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
                   IF EM-LOAD NOT NUMERIC
                       MOVE 0 TO EM-LOAD
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

       LOAD-CENTER-MASTER.
           MOVE SPACES TO CENTER-NAMES
           PERFORM VARYING CTR-LOOKUP FROM 1 BY 1
                   UNTIL CTR-LOOKUP > 300
               MOVE 'N' TO CTR-KNOWN(CTR-LOOKUP)
               MOVE SPACE TO CTR-STATE(CTR-LOOKUP)
               MOVE 'N' TO CTR-SEEN(CTR-LOOKUP)
           END-PERFORM

           OPEN INPUT CENTER-MASTER-FILE
           IF CENTER-MASTER-STATUS = "35"
               DISPLAY "SERVAREA: CENTER-MASTER.DAT absent, "
                   "controle des centres desactive"
           ELSE
               IF CENTER-MASTER-STATUS NOT = "00"
                   DISPLAY "ERREUR: lecture de CENTER-MASTER.DAT "
                       "impossible - statut " CENTER-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO CENTER-MASTER-PRESENT

               PERFORM UNTIL END-OF-CENTER-MASTER
                   READ CENTER-MASTER-FILE
                       AT END MOVE 'Y' TO CENTER-MASTER-EOF
                   END-READ

                   IF NOT END-OF-CENTER-MASTER
                       MOVE CENTER-MASTER-RECORD(1:27)
                           TO CENTER-MASTER-FIELDS
                       IF CM-NUMBER >= 1 AND CM-NUMBER <= 300
                           MOVE 'Y' TO CTR-KNOWN(CM-NUMBER)
                           MOVE CM-STATUS TO CTR-STATE(CM-NUMBER)
                           MOVE CM-NAME TO CENTER-NAME(CM-NUMBER)
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE CENTER-MASTER-FILE
           END-IF.

      * Same cards and defaults as ROUTESHT and TRIPPLAN, so a pair
      * quoted next-day here is one their sheets will drive in one
      * shift.
       LOAD-DRIVER-HOURS.
           OPEN INPUT DRIVER-HOURS-FILE
           IF DRIVER-HOURS-STATUS NOT = "00"
               DISPLAY "SERVAREA: DRIVER-HOURS.DAT absent, limites "
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

           IF DH-DAILY-LIMIT = 0
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

      * An illegible or out-of-order card stops the run: a quote
      * screen fed the wrong bands is worse than a late one.
       LOAD-SERVICE-BANDS.
           OPEN INPUT BANDS-FILE
           IF BANDS-STATUS NOT = "00"
               DISPLAY "SERVAREA: SERVICE-BANDS.DAT absent, tranches "
                   "par defaut appliquees"
           ELSE
               PERFORM UNTIL END-OF-BANDS
                   READ BANDS-FILE
                       AT END MOVE 'Y' TO BANDS-EOF
                   END-READ

                   IF NOT END-OF-BANDS
                           AND BANDS-RECORD NOT = SPACES
                       PERFORM LOAD-ONE-BAND-CARD
                   END-IF
               END-PERFORM

               CLOSE BANDS-FILE
           END-IF

           IF BAND-COUNT = 0
               MOVE 4 TO BAND-COUNT
               MOVE 120 TO BAND-MINUTES(1)
               MOVE 150 TO BAND-KM(1)
               MOVE 240 TO BAND-MINUTES(2)
               MOVE 300 TO BAND-KM(2)
               MOVE 360 TO BAND-MINUTES(3)
               MOVE 450 TO BAND-KM(3)
               MOVE 540 TO BAND-MINUTES(4)
               MOVE 700 TO BAND-KM(4)
           END-IF
           COMPUTE BEYOND-BAND = BAND-COUNT + 1.

       LOAD-ONE-BAND-CARD.
           EVALUATE BANDS-RECORD(1:1)
               WHEN 'B'
                   IF BANDS-RECORD(2:9) NOT NUMERIC
                           OR BANDS-RECORD(2:4) = ZEROS
                       DISPLAY "ERREUR: SERVICE-BANDS.DAT carte '"
                           BANDS-RECORD(1:10) "' invalide (attendu "
                           "B, minutes sur 4 et km sur 5 chiffres)"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF BAND-COUNT >= MAX-BANDS
                       DISPLAY "ERREUR: SERVICE-BANDS.DAT plus de "
                           MAX-BANDS " tranches"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF BAND-COUNT > 0
                       IF BANDS-RECORD(2:4) NOT >
                               BAND-MINUTES(BAND-COUNT)
                           OR BANDS-RECORD(6:5) NOT >
                               BAND-KM(BAND-COUNT)
                           DISPLAY "ERREUR: SERVICE-BANDS.DAT carte '"
                               BANDS-RECORD(1:10) "' hors ordre "
                               "croissant"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   ADD 1 TO BAND-COUNT
                   MOVE BANDS-RECORD(2:4) TO BAND-MINUTES(BAND-COUNT)
                   MOVE BANDS-RECORD(6:5) TO BAND-KM(BAND-COUNT)
               WHEN 'C'
               WHEN 'D'
                   IF BANDS-RECORD(2:3) NOT NUMERIC
                           OR BANDS-RECORD(2:3) = ZEROS
                       DISPLAY "ERREUR: SERVICE-BANDS.DAT carte '"
                           BANDS-RECORD(1:4) "' invalide (attendu "
                           "un numero de centre sur 3 chiffres)"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF BANDS-RECORD(1:1) = 'C'
                       IF FORWARD-COUNT < 300
                           ADD 1 TO FORWARD-COUNT
                           MOVE BANDS-RECORD(2:3)
                               TO FORWARD-CENTER(FORWARD-COUNT)
                       END-IF
                   ELSE
                       IF REVERSE-COUNT < 300
                           ADD 1 TO REVERSE-COUNT
                           MOVE BANDS-RECORD(2:3)
                               TO REVERSE-CENTER(REVERSE-COUNT)
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "ERREUR: SERVICE-BANDS.DAT carte '"
                       BANDS-RECORD(1:10) "' inconnue"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOAD-PAIRS.
           INITIALIZE PAIR-TABLE
           OPEN INPUT RESULTS-FILE
           IF RESULTS-STATUS NOT = "00"
               DISPLAY "ERREUR: ouverture de RESULTS.IDX impossible "
                   "- statut " RESULTS-STATUS
                   " (RESLOAD a-t-il ete execute ?)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-RESULTS
               READ RESULTS-FILE
                   AT END MOVE 'Y' TO RESULTS-EOF
               END-READ

               IF NOT END-OF-RESULTS
                   PERFORM LOAD-ONE-PAIR
               END-IF
           END-PERFORM

           CLOSE RESULTS-FILE.

      * A pair with an inactive end is dropped without comment --
      * closed centers are neither served nor quoted -- as is the
      * zero-length pair of a center with itself.
       LOAD-ONE-PAIR.
           IF RES-SOURCE NOT NUMERIC OR RES-DEST NOT NUMERIC
               ADD 1 TO SKIPPED-COUNT
           ELSE
               IF RES-SOURCE < 1 OR RES-SOURCE > MAX-NODES
                       OR RES-DEST < 1 OR RES-DEST > MAX-NODES
                   ADD 1 TO SKIPPED-COUNT
               ELSE
                   IF RES-SOURCE NOT = RES-DEST
                       IF CENTER-CONTROL-ON
                               AND (NOT CENTER-IS-ACTIVE(RES-SOURCE)
                                   OR NOT CENTER-IS-ACTIVE(RES-DEST))
                           CONTINUE
                       ELSE
                           PERFORM TIME-ONE-PAIR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TIME-ONE-PAIR.
           ADD 1 TO PAIR-COUNT
           MOVE RES-SOURCE TO PAIR-FROM
           MOVE RES-DEST TO PAIR-TO
           MOVE 'Y' TO CTR-SEEN(PAIR-FROM)
           MOVE 'Y' TO CTR-SEEN(PAIR-TO)
           IF RES-TIMESTAMP > RESULT-TIMESTAMP
               MOVE RES-TIMESTAMP TO RESULT-TIMESTAMP
           END-IF

           IF RES-REACHABLE = 'N'
               ADD 1 TO UNREACH-COUNT
               MOVE 'N' TO PAIR-STATE(PAIR-FROM PAIR-TO)
           ELSE
               PERFORM COMPUTE-ROUTE-FIGURES
               IF ROUTE-IS-UNTIMED
                   ADD 1 TO UNTIMED-COUNT
                   MOVE 'X' TO PAIR-STATE(PAIR-FROM PAIR-TO)
               ELSE
                   MOVE 'Y' TO PAIR-STATE(PAIR-FROM PAIR-TO)
                   MOVE ROUTE-MINUTES
                       TO PAIR-MINUTES(PAIR-FROM PAIR-TO)
                   MOVE ROUTE-KM TO PAIR-KM(PAIR-FROM PAIR-TO)
                   PERFORM FIND-PAIR-BANDS
                   IF ROUTE-MINUTES <= DH-DAILY-LIMIT
                       ADD 1 TO SHIFT-COUNT
                   END-IF
               END-IF
           END-IF.

      * Sums EM-TIME and EM-WEIGHT over the stored path's arcs. A
      * missing arc or a zero time leaves the route untimed, never
      * short.
       COMPUTE-ROUTE-FIGURES.
           MOVE 0 TO ROUTE-MINUTES
           MOVE 0 TO ROUTE-KM
           MOVE 'N' TO ROUTE-UNTIMED
           PERFORM VARYING PATH-SUB FROM 2 BY 1
                   UNTIL PATH-SUB > RES-PATH-COUNT
               MOVE RES-PATH-NODE(PATH-SUB - 1) TO ARC-FROM
               MOVE RES-PATH-NODE(PATH-SUB) TO ARC-TO
               IF ARC-FROM < 1 OR ARC-FROM > MAX-NODES
                       OR ARC-TO < 1 OR ARC-TO > MAX-NODES
                   MOVE 'Y' TO ROUTE-UNTIMED
               ELSE
                   IF MIN-COL(ARC-FROM ARC-TO) = 0
                           OR KM-COL(ARC-FROM ARC-TO) = 0
                       MOVE 'Y' TO ROUTE-UNTIMED
                   ELSE
                       ADD MIN-COL(ARC-FROM ARC-TO) TO ROUTE-MINUTES
                       ADD KM-COL(ARC-FROM ARC-TO) TO ROUTE-KM
                   END-IF
               END-IF
           END-PERFORM
           IF RES-PATH-COUNT < 2
               MOVE 'Y' TO ROUTE-UNTIMED
           END-IF.

      * First band whose limit the figure does not exceed, the open
      * band past the last limit otherwise.
       FIND-PAIR-BANDS.
           MOVE BEYOND-BAND TO PAIR-TIME-BAND(PAIR-FROM PAIR-TO)
           MOVE BEYOND-BAND TO PAIR-KM-BAND(PAIR-FROM PAIR-TO)
           PERFORM VARYING BAND-SUB FROM BAND-COUNT BY -1
                   UNTIL BAND-SUB < 1
               IF ROUTE-MINUTES <= BAND-MINUTES(BAND-SUB)
                   MOVE BAND-SUB TO PAIR-TIME-BAND(PAIR-FROM PAIR-TO)
               END-IF
               IF ROUTE-KM <= BAND-KM(BAND-SUB)
                   MOVE BAND-SUB TO PAIR-KM-BAND(PAIR-FROM PAIR-TO)
               END-IF
           END-PERFORM.

       WRITE-AREA-EXTRACT.
           PERFORM VARYING PAIR-FROM FROM 1 BY 1
                   UNTIL PAIR-FROM > MAX-NODES
               PERFORM VARYING PAIR-TO FROM 1 BY 1
                       UNTIL PAIR-TO > MAX-NODES
                   IF PAIR-STATE(PAIR-FROM PAIR-TO) NOT = SPACE
                       PERFORM WRITE-ONE-EXTRACT-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ONE-EXTRACT-RECORD.
           MOVE SPACES TO AREA-EXTRACT-RECORD
           MOVE PAIR-FROM TO SA-SOURCE
           MOVE PAIR-TO TO SA-DEST
           MOVE PAIR-STATE(PAIR-FROM PAIR-TO) TO SA-STATUS
           MOVE PAIR-MINUTES(PAIR-FROM PAIR-TO) TO SA-MINUTES
           MOVE PAIR-KM(PAIR-FROM PAIR-TO) TO SA-KM
           MOVE PAIR-TIME-BAND(PAIR-FROM PAIR-TO) TO SA-TIME-BAND
           MOVE PAIR-KM-BAND(PAIR-FROM PAIR-TO) TO SA-KM-BAND
           IF PAIR-STATE(PAIR-FROM PAIR-TO) = 'Y'
                   AND PAIR-MINUTES(PAIR-FROM PAIR-TO)
                       <= DH-DAILY-LIMIT
               MOVE 'Y' TO SA-ONE-SHIFT
           ELSE
               MOVE 'N' TO SA-ONE-SHIFT
           END-IF
           MOVE RESULT-TIMESTAMP TO SA-TIMESTAMP
           WRITE AREA-EXTRACT-RECORD.

      * A center picked on a card but absent from the last run (or
      * inactive) gets a line saying so instead of an empty view.
       WRITE-SELECTED-VIEW.
           IF VIEW-CENTER >= 1 AND VIEW-CENTER <= MAX-NODES
               IF CENTER-WAS-SEEN(VIEW-CENTER)
                   PERFORM WRITE-ONE-VIEW
               ELSE
                   PERFORM WRITE-UNKNOWN-CENTER-LINE
               END-IF
           ELSE
               PERFORM WRITE-UNKNOWN-CENTER-LINE
           END-IF.

       WRITE-UNKNOWN-CENTER-LINE.
           MOVE VIEW-CENTER TO CENTER-TXT
           MOVE SPACES TO AREA-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-CTL
           MOVE SPACES TO AREA-REPORT-LINE
           STRING "CENTRE " DELIMITED BY SIZE
               CENTER-TXT DELIMITED BY SIZE
               " : INCONNU DU DERNIER CALCUL OU INACTIF"
                   DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-CTL.

      * One center's block: title, the next-day count, then each band
      * with both counts (by time and by kilometres) over the
      * centers it holds by time, then the unreachable and untimed
      * ones.
       WRITE-ONE-VIEW.
           PERFORM TALLY-ONE-VIEW
           IF FORWARD-VIEW
               ADD 1 TO FORWARD-DONE
           ELSE
               ADD 1 TO REVERSE-DONE
           END-IF

           IF LINE-COUNT + 6 > LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           ELSE
               MOVE SPACES TO AREA-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-CTL
           END-IF

           MOVE VIEW-CENTER TO CENTER-TXT
           MOVE SPACES TO AREA-REPORT-LINE
           MOVE 1 TO LINE-PTR
           STRING "CENTRE " DELIMITED BY SIZE
               CENTER-TXT DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           IF CENTER-NAME(VIEW-CENTER) NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   CENTER-NAME(VIEW-CENTER) DELIMITED BY "  "
                   INTO AREA-REPORT-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF
           IF FORWARD-VIEW
               STRING " - CENTRES DESSERVIS AU DEPART DE CE CENTRE"
                       DELIMITED BY SIZE
                   INTO AREA-REPORT-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           ELSE
               STRING " - CENTRES POUVANT LIVRER CE CENTRE"
                       DELIMITED BY SIZE
                   INTO AREA-REPORT-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE-CTL

           MOVE DH-DAILY-LIMIT TO HM-MINUTES
           PERFORM FORMAT-HOURS
           MOVE SHIFT-TALLY TO TALLY-TXT
           MOVE SPACES TO AREA-REPORT-LINE
           STRING "  SERVICE LENDEMAIN (UNE AMPLITUDE DE CONDUITE, "
                   DELIMITED BY SIZE
               HM-TEXT DELIMITED BY SIZE
               " MAXIMUM) : " DELIMITED BY SIZE
               TALLY-TXT DELIMITED BY SIZE
               " CENTRE(S)" DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-CTL

           PERFORM VARYING BAND-SUB FROM 1 BY 1
                   UNTIL BAND-SUB > BEYOND-BAND
               PERFORM WRITE-ONE-BAND
           END-PERFORM

           IF UNREACH-TALLY > 0
               MOVE UNREACH-TALLY TO TALLY-TXT
               MOVE SPACES TO AREA-REPORT-LINE
               STRING "  INACCESSIBLES" DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   TALLY-TXT DELIMITED BY SIZE
                   " CENTRE(S)" DELIMITED BY SIZE
                   INTO AREA-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-CTL
               PERFORM VARYING OTHER-CENTER FROM 1 BY 1
                       UNTIL OTHER-CENTER > MAX-NODES
                   PERFORM SET-VIEW-PAIR
                   IF PAIR-STATE(PAIR-FROM PAIR-TO) = 'N'
                       PERFORM WRITE-PLAIN-MEMBER-LINE
                   END-IF
               END-PERFORM
           END-IF

           IF UNTIMED-TALLY > 0
               MOVE UNTIMED-TALLY TO TALLY-TXT
               MOVE SPACES TO AREA-REPORT-LINE
               STRING "  TEMPS DE PARCOURS INDISPONIBLE (ARC ABSENT OU "
                       DELIMITED BY SIZE
                   "SANS TEMPS) : " DELIMITED BY SIZE
                   TALLY-TXT DELIMITED BY SIZE
                   " CENTRE(S)" DELIMITED BY SIZE
                   INTO AREA-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-CTL
               PERFORM VARYING OTHER-CENTER FROM 1 BY 1
                       UNTIL OTHER-CENTER > MAX-NODES
                   PERFORM SET-VIEW-PAIR
                   IF PAIR-STATE(PAIR-FROM PAIR-TO) = 'X'
                       PERFORM WRITE-PLAIN-MEMBER-LINE
                   END-IF
               END-PERFORM
           END-IF.

      * The pair seen from the current view: VIEW-CENTER to
      * OTHER-CENTER by departure, OTHER-CENTER to VIEW-CENTER by
      * destination.
       SET-VIEW-PAIR.
           IF FORWARD-VIEW
               MOVE VIEW-CENTER TO PAIR-FROM
               MOVE OTHER-CENTER TO PAIR-TO
           ELSE
               MOVE OTHER-CENTER TO PAIR-FROM
               MOVE VIEW-CENTER TO PAIR-TO
           END-IF.

       TALLY-ONE-VIEW.
           INITIALIZE VIEW-TALLIES
           MOVE 0 TO UNREACH-TALLY
           MOVE 0 TO UNTIMED-TALLY
           MOVE 0 TO SHIFT-TALLY
           PERFORM VARYING OTHER-CENTER FROM 1 BY 1
                   UNTIL OTHER-CENTER > MAX-NODES
               PERFORM SET-VIEW-PAIR
               EVALUATE PAIR-STATE(PAIR-FROM PAIR-TO)
                   WHEN 'Y'
                       ADD 1 TO TIME-TALLY(
                           PAIR-TIME-BAND(PAIR-FROM PAIR-TO))
                       ADD 1 TO KM-TALLY(
                           PAIR-KM-BAND(PAIR-FROM PAIR-TO))
                       IF PAIR-MINUTES(PAIR-FROM PAIR-TO)
                               <= DH-DAILY-LIMIT
                           ADD 1 TO SHIFT-TALLY
                       END-IF
                   WHEN 'N'
                       ADD 1 TO UNREACH-TALLY
                   WHEN 'X'
                       ADD 1 TO UNTIMED-TALLY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      * Band header -- the time band, the kilometre band alongside,
      * how many centers fall in each -- then the centers in the
      * time band, each with its kilometre band.
       WRITE-ONE-BAND.
           PERFORM BUILD-BAND-LABELS
           MOVE SPACES TO AREA-REPORT-LINE
           MOVE 1 TO LINE-PTR
           STRING "  " DELIMITED BY SIZE
               TIME-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KM-LABEL DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           MOVE TIME-TALLY(BAND-SUB) TO TALLY-TXT
           STRING TALLY-TXT DELIMITED BY SIZE
               " CENTRE(S) DANS LE TEMPS, " DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           MOVE KM-TALLY(BAND-SUB) TO TALLY-TXT
           STRING TALLY-TXT DELIMITED BY SIZE
               " DANS LA DISTANCE" DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           PERFORM WRITE-REPORT-LINE-CTL

           IF TIME-TALLY(BAND-SUB) > 0
               PERFORM VARYING OTHER-CENTER FROM 1 BY 1
                       UNTIL OTHER-CENTER > MAX-NODES
                   PERFORM SET-VIEW-PAIR
                   IF PAIR-STATE(PAIR-FROM PAIR-TO) = 'Y'
                           AND PAIR-TIME-BAND(PAIR-FROM PAIR-TO)
                               = BAND-SUB
                       PERFORM WRITE-BANDED-MEMBER-LINE
                   END-IF
               END-PERFORM
           END-IF.

      * TIME-LABEL "  2H00 A   4H00" (or "AU-DELA DE   9H00") and
      * KM-LABEL "(150 A 300 KM)" (or "(PLUS DE 700 KM)") for band
      * BAND-SUB.
       BUILD-BAND-LABELS.
           MOVE SPACES TO TIME-LABEL
           MOVE SPACES TO KM-LABEL
           IF BAND-SUB = BEYOND-BAND
               MOVE BAND-MINUTES(BAND-COUNT) TO HM-MINUTES
               PERFORM FORMAT-HOURS
               STRING "AU-DELA DE " DELIMITED BY SIZE
                   HM-TEXT DELIMITED BY SIZE
                   INTO TIME-LABEL
               END-STRING
               MOVE BAND-KM(BAND-COUNT) TO KM-HIGH-TXT
               STRING "(PLUS DE " DELIMITED BY SIZE
                   KM-HIGH-TXT DELIMITED BY SIZE
                   " KM)" DELIMITED BY SIZE
                   INTO KM-LABEL
               END-STRING
           ELSE
               IF BAND-SUB = 1
                   MOVE 0 TO HM-MINUTES
                   MOVE 0 TO KM-LOW-TXT
               ELSE
                   MOVE BAND-MINUTES(BAND-SUB - 1) TO HM-MINUTES
                   MOVE BAND-KM(BAND-SUB - 1) TO KM-LOW-TXT
               END-IF
               PERFORM FORMAT-HOURS
               MOVE HM-TEXT TO TIME-LOW-TXT
               MOVE BAND-MINUTES(BAND-SUB) TO HM-MINUTES
               PERFORM FORMAT-HOURS
               STRING TIME-LOW-TXT DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   HM-TEXT DELIMITED BY SIZE
                   INTO TIME-LABEL
               END-STRING
               MOVE BAND-KM(BAND-SUB) TO KM-HIGH-TXT
               STRING "(" DELIMITED BY SIZE
                   KM-LOW-TXT DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   KM-HIGH-TXT DELIMITED BY SIZE
                   " KM)" DELIMITED BY SIZE
                   INTO KM-LABEL
               END-STRING
           END-IF.

       FORMAT-HOURS.
           DIVIDE HM-MINUTES BY 60 GIVING HM-HOURS
               REMAINDER HM-REST
           MOVE HM-HOURS TO HM-HOURS-TXT
           MOVE HM-REST TO HM-REST-TXT.

       START-MEMBER-LINE.
           MOVE OTHER-CENTER TO OTHER-TXT
           MOVE SPACES TO AREA-REPORT-LINE
           MOVE 1 TO LINE-PTR
           STRING "      " DELIMITED BY SIZE
               OTHER-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CENTER-NAME(OTHER-CENTER) DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
               WITH POINTER LINE-PTR
           END-STRING.

       WRITE-PLAIN-MEMBER-LINE.
           PERFORM START-MEMBER-LINE
           PERFORM WRITE-REPORT-LINE-CTL.

       WRITE-BANDED-MEMBER-LINE.
           PERFORM START-MEMBER-LINE
           MOVE PAIR-MINUTES(PAIR-FROM PAIR-TO) TO HM-MINUTES
           PERFORM FORMAT-HOURS
           MOVE PAIR-KM(PAIR-FROM PAIR-TO) TO KM-TXT
           STRING "  TEMPS " DELIMITED BY SIZE
               HM-TEXT DELIMITED BY SIZE
               "  DISTANCE " DELIMITED BY SIZE
               KM-TXT DELIMITED BY SIZE
               " KM  " DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           MOVE BAND-SUB TO SAVED-BAND
           MOVE PAIR-KM-BAND(PAIR-FROM PAIR-TO) TO BAND-SUB
           PERFORM BUILD-BAND-LABELS
           MOVE SAVED-BAND TO BAND-SUB
           STRING KM-LABEL DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           IF PAIR-MINUTES(PAIR-FROM PAIR-TO) > DH-DAILY-LIMIT
               STRING "  * PLUS D'UNE AMPLITUDE" DELIMITED BY SIZE
                   INTO AREA-REPORT-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE-CTL.

       WRITE-REPORT-HEADER.
           ADD 1 TO PAGE-NUM
           MOVE PAGE-NUM TO PAGE-NUM-TXT

           MOVE SPACES TO AREA-REPORT-LINE
           STRING REPORT-TITLE DELIMITED BY "  "
               "     PAGE " DELIMITED BY SIZE
               PAGE-NUM-TXT DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
           END-STRING
           WRITE AREA-REPORT-LINE

           MOVE RESULT-TIMESTAMP(1:8) TO STAMP-DATE
           MOVE RESULT-TIMESTAMP(9:6) TO STAMP-TIME
           MOVE SPACES TO AREA-REPORT-LINE
           STRING "DATE D'EXECUTION : " DELIMITED BY SIZE
               RUN-DATE-DISPLAY DELIMITED BY SIZE
               "   ITINERAIRES DU CALCUL DU " DELIMITED BY SIZE
               STAMP-DISPLAY DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
           END-STRING
           WRITE AREA-REPORT-LINE

           MOVE SPACES TO AREA-REPORT-LINE
           WRITE AREA-REPORT-LINE

           MOVE 3 TO LINE-COUNT.

       WRITE-REPORT-LINE-CTL.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           WRITE AREA-REPORT-LINE
           ADD 1 TO LINE-COUNT.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO AREA-REPORT-LINE
           WRITE AREA-REPORT-LINE

           MOVE SPACES TO AREA-REPORT-LINE
           MOVE 1 TO LINE-PTR
           MOVE FORWARD-DONE TO COUNT-TXT
           STRING "FIN DE RAPPORT - " DELIMITED BY SIZE
               COUNT-TXT DELIMITED BY SIZE
               " CENTRE(S) AU DEPART, " DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           MOVE REVERSE-DONE TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " A DESTINATION, " DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           MOVE PAIR-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " PAIRE(S) DANS L'EXTRAIT" DELIMITED BY SIZE
               INTO AREA-REPORT-LINE
               WITH POINTER LINE-PTR
           END-STRING
           WRITE AREA-REPORT-LINE.
