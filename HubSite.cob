       IDENTIFICATION DIVISION.
       PROGRAM-ID. HUBSITE.

      * Hub siting and center-closure analysis off the all-pairs
      * matrix, for the questions management used to have answered
      * from DISTANCES.RPT with a calculator: "where should the next
      * cross-dock go" and "what happens if we close this depot".
      * DISTANCES.EXT (the nightly extract, one record per pair)
      * supplies the kilometres, CENTER-MASTER.DAT the active
      * centers and their regions, CENTER-VOLUME.DAT the daily
      * tonnage each center handles.
      *
      * CENTER-VOLUME.DAT, one record per center: CENTER(3)
      * KILOGRAMS(9 average per day). A center without a record
      * weighs nothing in the ranking but is still covered.
      *
      * CLOSURE-REQUESTS.DAT (optional), one card per center to be
      * closed: CENTER(3). The cards form one scenario -- every
      * center named is closed together, so no closing center is
      * offered as a refuge for another one's volume.
      *
      * HUB-SITING.RPT carries:
      *   - every active center ranked by volume-weighted total
      *     distance from it to all the other active centers
      *     (tonne-kilometres per day: each other center's tonnage
      *     times the kilometres from the candidate to it), the
      *     best-placed hub candidates first;
      *   - every active center ranked by worst-case distance to any
      *     other active center (coverage), naming the farthest one;
      *   - for each closure card, the nearest surviving active
      *     center that takes the closed center's volume, the
      *     kilometres added per trip and the tonne-kilometres added
      *     per day;
      *   - one page per region (CM-REGION) with the same two
      *     figures computed over that region's centers only, and the
      *     closures falling in it, so each region manager gets a
      *     separable page.
      * A candidate that cannot reach every other active center is
      * ranked after all those that can, whatever its total -- a hub
      * that misses part of the network is no hub. A time-metric
      * extract is refused: this analysis counts kilometres.
      * RETURN-CODE: 0 clean, 4 closure cards ignored or centers not
      * fully connected, 8 nothing to analyse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "DISTANCES.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.

           SELECT CENTER-MASTER-FILE ASSIGN TO "CENTER-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENTER-MASTER-STATUS.

           SELECT VOLUME-FILE ASSIGN TO "CENTER-VOLUME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOLUME-STATUS.

           SELECT CLOSURE-FILE ASSIGN TO "CLOSURE-REQUESTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSURE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "HUB-SITING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD           PIC X(1839).

       FD  CENTER-MASTER-FILE.
       01  CENTER-MASTER-RECORD     PIC X(30).

       FD  VOLUME-FILE.
       01  VOLUME-RECORD            PIC X(20).

       FD  CLOSURE-FILE.
       01  CLOSURE-RECORD           PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(200).

       WORKING-STORAGE SECTION.
       77  MAX-NODES    PIC 999 VALUE 300.
       77  MAX-REGIONS  PIC 99 VALUE 50.
       77  MAX-CLOSURES PIC 999 VALUE 300.

       COPY "CenterMaster.cpy".

       01  EXTRACT-STATUS       PIC XX VALUE "00".
       01  CENTER-MASTER-STATUS PIC XX VALUE "00".
       01  VOLUME-STATUS        PIC XX VALUE "00".
       01  CLOSURE-STATUS       PIC XX VALUE "00".
       01  REPORT-STATUS        PIC XX VALUE "00".

       01  EXTRACT-EOF       PIC X VALUE 'N'.
           88 END-OF-EXTRACT      VALUE 'Y'.
       01  CENTER-MASTER-EOF PIC X VALUE 'N'.
           88 END-OF-CENTER-MASTER VALUE 'Y'.
       01  VOLUME-EOF        PIC X VALUE 'N'.
           88 END-OF-VOLUME       VALUE 'Y'.
       01  CLOSURE-EOF       PIC X VALUE 'N'.
           88 END-OF-CLOSURE      VALUE 'Y'.

      * The all-pairs kilometres from the extract, by SOURCE/DEST;
      * REACH-COL 'Y' only where the extract says the pair is served.
       01  DIST-GRID.
           05 DIST-ROW OCCURS 300 TIMES.
              10 DIST-COL OCCURS 300 TIMES PIC 9(9).
       01  REACH-GRID.
           05 REACH-ROW OCCURS 300 TIMES.
              10 REACH-COL OCCURS 300 TIMES PIC X.

      * Per center by node number: master data, tonnage, and the
      * figures computed for it as a hub candidate, network-wide and
      * within its own region.
       01  CENTER-TABLE.
           05 CENTER-ENTRY OCCURS 300 TIMES.
              10 CTR-KNOWN       PIC X.
                 88 CENTER-IS-KNOWN   VALUE 'Y'.
              10 CTR-STATE       PIC X.
                 88 CENTER-IS-ACTIVE  VALUE 'A'.
              10 CENTER-NAME     PIC X(20).
              10 CENTER-REGION   PIC X(3).
              10 CTR-VOLUME      PIC 9(9).
              10 CTR-CLOSING     PIC X.
                 88 CENTER-IS-CLOSING VALUE 'Y'.
              10 CTR-WEIGHTED    PIC 9(18).
              10 CTR-WORST       PIC 9(9).
              10 CTR-WORST-TO    PIC 999.
              10 CTR-MISSING     PIC 9(4).
              10 CTR-REG-WEIGHTED PIC 9(18).
              10 CTR-REG-WORST   PIC 9(9).
              10 CTR-REG-WORST-TO PIC 999.
              10 CTR-REG-MISSING PIC 9(4).
       01  CTR-SUB       PIC 999.
       01  CTR-SCAN      PIC 999.
       01  ACTIVE-COUNT  PIC 999 VALUE 0.

       01  REGION-TABLE.
           05 REGION-CODE OCCURS 50 TIMES PIC X(3).
       01  REGION-TOTAL  PIC 99 VALUE 0.
       01  REGION-SUB    PIC 99.
       01  REGION-SCAN   PIC 99.
       01  REGION-HOLD   PIC X(3).
       01  CURRENT-REGION PIC X(3).

      * Closure cards in keyed order, validated ones flagged in
      * CENTER-TABLE as well.
       01  CLOSURE-TABLE.
           05 CLOSURE-CENTER OCCURS 300 TIMES PIC 999.
       01  CLOSURE-TOTAL  PIC 999 VALUE 0.
       01  CLOSURE-SUB    PIC 999.
       01  REFUGE-CENTER  PIC 999.
       01  REFUGE-DIST    PIC 9(9).
       01  ADDED-KGKM     PIC 9(18).
       01  SCENARIO-KGKM  PIC 9(18) VALUE 0.
       01  SCENARIO-KG    PIC 9(12) VALUE 0.

      * Selection-sorted ranking, same scheme as NETTREND's; the key
      * compared depends on RANK-MODE.
       01  RANK-LIST     OCCURS 300 TIMES PIC 999.
       01  RANK-TOTAL    PIC 999 VALUE 0.
       01  RANK-SUB      PIC 999.
       01  RANK-SCAN     PIC 999.
       01  RANK-BEST     PIC 999.
       01  RANK-HOLD     PIC 999.
       01  RANK-MODE     PIC X.
           88 RANK-BY-WEIGHT      VALUE 'W'.
           88 RANK-BY-COVERAGE    VALUE 'C'.
           88 RANK-BY-REG-WEIGHT  VALUE 'R'.
       01  BETTER-FOUND  PIC X.
           88 CANDIDATE-IS-BETTER VALUE 'Y'.

       01  PAIR-KGKM     PIC 9(18).
       01  MISSING-HOLD  PIC 9(4).
       01  TKM-VALUE     PIC 9(15).

       01  EXTRACT-COUNT   PIC 9(9) VALUE 0.
       01  SKIPPED-COUNT   PIC 9(6) VALUE 0.
       01  IGNORED-CARDS   PIC 9(6) VALUE 0.
       01  PARTIAL-COUNT   PIC 9(6) VALUE 0.
       01  LEG-FROM      PIC 999.
       01  LEG-TO        PIC 999.

       77  LINES-PER-PAGE  PIC 99 VALUE 55.
       01  PAGE-NUM        PIC 9(4) VALUE 0.
       01  LINE-COUNT      PIC 9(4) VALUE 0.
       01  PAGE-TITLE      PIC X(60).
       01  RUN-DATE-RAW    PIC X(8).
       01  RUN-DATE-DISPLAY.
           05 RUN-DATE-YYYY  PIC X(4).
           05 FILLER         PIC X VALUE "-".
           05 RUN-DATE-MM    PIC X(2).
           05 FILLER         PIC X VALUE "-".
           05 RUN-DATE-DD    PIC X(2).
       01  PAGE-NUM-TXT    PIC ZZZ9.
       01  RANK-TXT        PIC ZZ9.
       01  NODE-TXT        PIC 999.
       01  KG-TXT          PIC ZZZZZZZZ9.
       01  TKM-TXT         PIC ZZZZZZZZZZZZZZ9.
       01  DIST-TXT        PIC ZZZZZZZZ9.
       01  COUNT-TXT       PIC ZZZZZ9.
       01  REP-PTR         PIC 9(4).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE RUN-DATE-RAW(1:4) TO RUN-DATE-YYYY
           MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-MM
           MOVE RUN-DATE-RAW(7:2) TO RUN-DATE-DD

           PERFORM LOAD-CENTER-MASTER
           PERFORM LOAD-CENTER-VOLUMES
           PERFORM LOAD-DISTANCE-MATRIX

           OPEN EXTEND REPORT-FILE
           IF REPORT-STATUS = "35"
               OPEN OUTPUT REPORT-FILE
           END-IF
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de HUB-SITING.RPT "
                   "impossible - statut " REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "ANALYSE D'IMPLANTATION DES PLATES-FORMES - RESEAU"
               TO PAGE-TITLE
           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-CLOSURE-REQUESTS
           PERFORM COMPUTE-CANDIDATE-FIGURES

           PERFORM WRITE-WEIGHT-RANKING
           PERFORM WRITE-COVERAGE-RANKING
           IF CLOSURE-TOTAL > 0
               PERFORM WRITE-CLOSURE-SCENARIO
           END-IF

           PERFORM VARYING REGION-SUB FROM 1 BY 1
                   UNTIL REGION-SUB > REGION-TOTAL
               PERFORM WRITE-REGION-PAGE
           END-PERFORM

           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPORT-FILE

           DISPLAY "HUBSITE: " ACTIVE-COUNT " centre(s) actif(s) "
               "classe(s), " REGION-TOTAL " region(s), "
               CLOSURE-TOTAL " fermeture(s) simulee(s), "
               IGNORED-CARDS " carte(s) ignoree(s)"

           IF IGNORED-CARDS > 0 OR PARTIAL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      * Only active centers are ranked and only they can take a
      * closed center's volume; regions are collected from the
      * active centers and put in code order for the region pages.
       LOAD-CENTER-MASTER.
           INITIALIZE CENTER-TABLE
           OPEN INPUT CENTER-MASTER-FILE
           IF CENTER-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de CENTER-MASTER.DAT "
                   "impossible - statut " CENTER-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-CENTER-MASTER
               READ CENTER-MASTER-FILE
                   AT END MOVE 'Y' TO CENTER-MASTER-EOF
               END-READ

               IF NOT END-OF-CENTER-MASTER
                   MOVE CENTER-MASTER-RECORD(1:27)
                       TO CENTER-MASTER-FIELDS
                   IF CM-NUMBER >= 1 AND CM-NUMBER <= MAX-NODES
                       MOVE 'Y' TO CTR-KNOWN(CM-NUMBER)
                       MOVE CM-STATUS TO CTR-STATE(CM-NUMBER)
                       MOVE CM-NAME TO CENTER-NAME(CM-NUMBER)
                       MOVE CM-REGION TO CENTER-REGION(CM-NUMBER)
                       IF CM-IS-ACTIVE
                           ADD 1 TO ACTIVE-COUNT
                           PERFORM REGISTER-REGION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CENTER-MASTER-FILE

           IF ACTIVE-COUNT = 0
               DISPLAY "ERREUR: aucun centre actif dans "
                   "CENTER-MASTER.DAT - rien a analyser"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SORT-REGIONS.

       REGISTER-REGION.
           MOVE 0 TO REGION-SCAN
           PERFORM VARYING REGION-SUB FROM 1 BY 1
                   UNTIL REGION-SUB > REGION-TOTAL
               IF REGION-CODE(REGION-SUB) = CM-REGION
                   MOVE REGION-SUB TO REGION-SCAN
               END-IF
           END-PERFORM
           IF REGION-SCAN = 0
               IF REGION-TOTAL >= MAX-REGIONS
                   DISPLAY "ERREUR: CENTER-MASTER.DAT plus de "
                       MAX-REGIONS " regions"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO REGION-TOTAL
               MOVE CM-REGION TO REGION-CODE(REGION-TOTAL)
           END-IF.

       SORT-REGIONS.
           PERFORM VARYING REGION-SUB FROM 1 BY 1
                   UNTIL REGION-SUB >= REGION-TOTAL
               PERFORM VARYING REGION-SCAN FROM REGION-SUB BY 1
                       UNTIL REGION-SCAN > REGION-TOTAL
                   IF REGION-CODE(REGION-SCAN)
                           < REGION-CODE(REGION-SUB)
                       MOVE REGION-CODE(REGION-SUB) TO REGION-HOLD
                       MOVE REGION-CODE(REGION-SCAN)
                           TO REGION-CODE(REGION-SUB)
                       MOVE REGION-HOLD TO REGION-CODE(REGION-SCAN)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Volume record: CENTER(1-3) KILOGRAMS(4-12). Illegible or
      * out-of-range records are counted and left out.
       LOAD-CENTER-VOLUMES.
           OPEN INPUT VOLUME-FILE
           IF VOLUME-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de CENTER-VOLUME.DAT "
                   "impossible - statut " VOLUME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-VOLUME
               READ VOLUME-FILE
                   AT END MOVE 'Y' TO VOLUME-EOF
               END-READ

               IF NOT END-OF-VOLUME
                       AND VOLUME-RECORD NOT = SPACES
                   IF VOLUME-RECORD(1:12) NOT NUMERIC
                       ADD 1 TO SKIPPED-COUNT
                   ELSE
                       MOVE VOLUME-RECORD(1:3) TO CTR-SUB
                       IF CTR-SUB < 1 OR CTR-SUB > MAX-NODES
                           ADD 1 TO SKIPPED-COUNT
                       ELSE
                           MOVE VOLUME-RECORD(4:9)
                               TO CTR-VOLUME(CTR-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE VOLUME-FILE

           IF SKIPPED-COUNT > 0
               DISPLAY "HUBSITE: " SKIPPED-COUNT " enregistrement(s) "
                   "de CENTER-VOLUME.DAT illisible(s), ignore(s)"
           END-IF.

      * Extract layout: SOURCE(1-3) DEST(4-6) DISTANCE(7-15)
      * REACHABLE(19) METRIC(20) -- see DIJKSTRA's EXTRACT-FILE FD.
       LOAD-DISTANCE-MATRIX.
           INITIALIZE DIST-GRID
           MOVE ALL 'N' TO REACH-GRID
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de DISTANCES.EXT impossible "
                   "- statut " EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-EXTRACT
               READ EXTRACT-FILE
                   AT END MOVE 'Y' TO EXTRACT-EOF
               END-READ

               IF NOT END-OF-EXTRACT
                       AND EXTRACT-RECORD(1:6) IS NUMERIC
                   IF EXTRACT-RECORD(20:1) = 'T'
                       DISPLAY "ERREUR: DISTANCES.EXT en metrique "
                           "temps - l'analyse porte sur des "
                           "kilometres, refusee"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE EXTRACT-RECORD(1:3) TO LEG-FROM
                   MOVE EXTRACT-RECORD(4:3) TO LEG-TO
                   IF LEG-FROM >= 1 AND LEG-FROM <= MAX-NODES
                           AND LEG-TO >= 1 AND LEG-TO <= MAX-NODES
                           AND EXTRACT-RECORD(19:1) = 'Y'
                       MOVE EXTRACT-RECORD(7:9)
                           TO DIST-COL(LEG-FROM LEG-TO)
                       MOVE 'Y' TO REACH-COL(LEG-FROM LEG-TO)
                   END-IF
                   ADD 1 TO EXTRACT-COUNT
               END-IF
           END-PERFORM

           CLOSE EXTRACT-FILE

           IF EXTRACT-COUNT = 0
               DISPLAY "ERREUR: DISTANCES.EXT vide - rien a analyser"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cards naming an unknown or already-inactive center are
      * printed and ignored; the rest are flagged so the refuge
      * search skips every center of the scenario.
       LOAD-CLOSURE-REQUESTS.
           OPEN INPUT CLOSURE-FILE
           IF CLOSURE-STATUS = "00"
               PERFORM UNTIL END-OF-CLOSURE
                   READ CLOSURE-FILE
                       AT END MOVE 'Y' TO CLOSURE-EOF
                   END-READ

                   IF NOT END-OF-CLOSURE
                           AND CLOSURE-RECORD NOT = SPACES
                       PERFORM LOAD-ONE-CLOSURE-CARD
                   END-IF
               END-PERFORM

               CLOSE CLOSURE-FILE
           END-IF.

       LOAD-ONE-CLOSURE-CARD.
           IF CLOSURE-RECORD(1:3) NOT NUMERIC
               MOVE 0 TO CTR-SUB
           ELSE
               MOVE CLOSURE-RECORD(1:3) TO CTR-SUB
           END-IF

           IF CTR-SUB < 1 OR CTR-SUB > MAX-NODES
               ADD 1 TO IGNORED-CARDS
               MOVE SPACES TO REPORT-LINE
               STRING "CARTE DE FERMETURE '" DELIMITED BY SIZE
                   CLOSURE-RECORD(1:3) DELIMITED BY SIZE
                   "' INVALIDE - IGNOREE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-CTL
           ELSE
               IF NOT CENTER-IS-KNOWN(CTR-SUB)
                       OR NOT CENTER-IS-ACTIVE(CTR-SUB)
                   ADD 1 TO IGNORED-CARDS
                   MOVE CTR-SUB TO NODE-TXT
                   MOVE SPACES TO REPORT-LINE
                   STRING "CARTE DE FERMETURE " DELIMITED BY SIZE
                       NODE-TXT DELIMITED BY SIZE
                       " : CENTRE INCONNU OU DEJA INACTIF - IGNOREE"
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-CTL
               ELSE
                   IF NOT CENTER-IS-CLOSING(CTR-SUB)
                           AND CLOSURE-TOTAL < MAX-CLOSURES
                       ADD 1 TO CLOSURE-TOTAL
                       MOVE CTR-SUB TO CLOSURE-CENTER(CLOSURE-TOTAL)
                       MOVE 'Y' TO CTR-CLOSING(CTR-SUB)
                   END-IF
               END-IF
           END-IF.

      * Every active center as a candidate against every other
      * active center, network-wide and within its own region.
       COMPUTE-CANDIDATE-FIGURES.
           PERFORM VARYING CTR-SUB FROM 1 BY 1
                   UNTIL CTR-SUB > MAX-NODES
               IF CENTER-IS-KNOWN(CTR-SUB)
                       AND CENTER-IS-ACTIVE(CTR-SUB)
                   PERFORM VARYING CTR-SCAN FROM 1 BY 1
                           UNTIL CTR-SCAN > MAX-NODES
                       IF CTR-SCAN NOT = CTR-SUB
                               AND CENTER-IS-KNOWN(CTR-SCAN)
                               AND CENTER-IS-ACTIVE(CTR-SCAN)
                           PERFORM ADD-ONE-CANDIDATE-PAIR
                       END-IF
                   END-PERFORM
                   IF CTR-MISSING(CTR-SUB) > 0
                       ADD 1 TO PARTIAL-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       ADD-ONE-CANDIDATE-PAIR.
           IF REACH-COL(CTR-SUB CTR-SCAN) NOT = 'Y'
               ADD 1 TO CTR-MISSING(CTR-SUB)
               IF CENTER-REGION(CTR-SCAN) = CENTER-REGION(CTR-SUB)
                   ADD 1 TO CTR-REG-MISSING(CTR-SUB)
               END-IF
           ELSE
               COMPUTE PAIR-KGKM = CTR-VOLUME(CTR-SCAN)
                   * DIST-COL(CTR-SUB CTR-SCAN)
               ADD PAIR-KGKM TO CTR-WEIGHTED(CTR-SUB)
               IF DIST-COL(CTR-SUB CTR-SCAN) > CTR-WORST(CTR-SUB)
                   MOVE DIST-COL(CTR-SUB CTR-SCAN) TO CTR-WORST(CTR-SUB)
                   MOVE CTR-SCAN TO CTR-WORST-TO(CTR-SUB)
               END-IF
               IF CENTER-REGION(CTR-SCAN) = CENTER-REGION(CTR-SUB)
                   ADD PAIR-KGKM TO CTR-REG-WEIGHTED(CTR-SUB)
                   IF DIST-COL(CTR-SUB CTR-SCAN)
                           > CTR-REG-WORST(CTR-SUB)
                       MOVE DIST-COL(CTR-SUB CTR-SCAN)
                           TO CTR-REG-WORST(CTR-SUB)
                       MOVE CTR-SCAN TO CTR-REG-WORST-TO(CTR-SUB)
                   END-IF
               END-IF
           END-IF.

      * RANK-LIST holds the active centers of CURRENT-REGION (all of
      * them when it is blank), then sorted on RANK-MODE's key.
       BUILD-RANK-LIST.
           MOVE 0 TO RANK-TOTAL
           PERFORM VARYING CTR-SUB FROM 1 BY 1
                   UNTIL CTR-SUB > MAX-NODES
               IF CENTER-IS-KNOWN(CTR-SUB)
                       AND CENTER-IS-ACTIVE(CTR-SUB)
                   IF CURRENT-REGION = SPACES
                           OR CENTER-REGION(CTR-SUB) = CURRENT-REGION
                       ADD 1 TO RANK-TOTAL
                       MOVE CTR-SUB TO RANK-LIST(RANK-TOTAL)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING RANK-SUB FROM 1 BY 1
                   UNTIL RANK-SUB >= RANK-TOTAL
               MOVE RANK-SUB TO RANK-BEST
               PERFORM VARYING RANK-SCAN FROM RANK-SUB BY 1
                       UNTIL RANK-SCAN > RANK-TOTAL
                   PERFORM COMPARE-RANK-CANDIDATE
                   IF CANDIDATE-IS-BETTER
                       MOVE RANK-SCAN TO RANK-BEST
                   END-IF
               END-PERFORM
               IF RANK-BEST NOT = RANK-SUB
                   MOVE RANK-LIST(RANK-SUB) TO RANK-HOLD
                   MOVE RANK-LIST(RANK-BEST) TO RANK-LIST(RANK-SUB)
                   MOVE RANK-HOLD TO RANK-LIST(RANK-BEST)
               END-IF
           END-PERFORM.

      * Fewer unreachable centers always wins; then the smaller key;
      * equal keys keep center-number order, so the sort is stable.
       COMPARE-RANK-CANDIDATE.
           MOVE 'N' TO BETTER-FOUND
           MOVE RANK-LIST(RANK-SCAN) TO CTR-SCAN
           MOVE RANK-LIST(RANK-BEST) TO CTR-SUB
           EVALUATE TRUE
               WHEN RANK-BY-REG-WEIGHT
                   IF CTR-REG-MISSING(CTR-SCAN)
                           < CTR-REG-MISSING(CTR-SUB)
                       MOVE 'Y' TO BETTER-FOUND
                   ELSE
                       IF CTR-REG-MISSING(CTR-SCAN)
                               = CTR-REG-MISSING(CTR-SUB)
                           AND CTR-REG-WEIGHTED(CTR-SCAN)
                               < CTR-REG-WEIGHTED(CTR-SUB)
                           MOVE 'Y' TO BETTER-FOUND
                       END-IF
                   END-IF
               WHEN CTR-MISSING(CTR-SCAN) < CTR-MISSING(CTR-SUB)
                   MOVE 'Y' TO BETTER-FOUND
               WHEN CTR-MISSING(CTR-SCAN) > CTR-MISSING(CTR-SUB)
                   CONTINUE
               WHEN RANK-BY-WEIGHT
                   IF CTR-WEIGHTED(CTR-SCAN) < CTR-WEIGHTED(CTR-SUB)
                       MOVE 'Y' TO BETTER-FOUND
                   END-IF
               WHEN RANK-BY-COVERAGE
                   IF CTR-WORST(CTR-SCAN) < CTR-WORST(CTR-SUB)
                       MOVE 'Y' TO BETTER-FOUND
                   END-IF
           END-EVALUATE.

       WRITE-WEIGHT-RANKING.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-CTL
           MOVE "CLASSEMENT PAR DISTANCE PONDEREE PAR LE VOLUME "
               TO REPORT-LINE
           MOVE "(TONNES-KM PAR JOUR, MEILLEURS CANDIDATS D'ABORD)"
               TO REPORT-LINE(48:50)
           PERFORM WRITE-REPORT-LINE-CTL

           MOVE SPACES TO CURRENT-REGION
           MOVE 'W' TO RANK-MODE
           PERFORM BUILD-RANK-LIST
           PERFORM VARYING RANK-SUB FROM 1 BY 1
                   UNTIL RANK-SUB > RANK-TOTAL
               MOVE RANK-LIST(RANK-SUB) TO CTR-SUB
               PERFORM START-RANK-LINE
               COMPUTE TKM-VALUE ROUNDED = CTR-WEIGHTED(CTR-SUB) / 1000
               MOVE TKM-VALUE TO TKM-TXT
               MOVE CTR-VOLUME(CTR-SUB) TO KG-TXT
               STRING " : VOLUME " DELIMITED BY SIZE
                   KG-TXT DELIMITED BY SIZE
                   " KG, PONDERE " DELIMITED BY SIZE
                   TKM-TXT DELIMITED BY SIZE
                   " T-KM" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER REP-PTR
               END-STRING
               MOVE CTR-MISSING(CTR-SUB) TO MISSING-HOLD
               PERFORM APPEND-MISSING-NOTE
               PERFORM WRITE-REPORT-LINE-CTL
           END-PERFORM.

       WRITE-COVERAGE-RANKING.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-CTL
           MOVE "CLASSEMENT PAR DISTANCE MAXIMALE (COUVERTURE)"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-CTL

           MOVE SPACES TO CURRENT-REGION
           MOVE 'C' TO RANK-MODE
           PERFORM BUILD-RANK-LIST
           PERFORM VARYING RANK-SUB FROM 1 BY 1
                   UNTIL RANK-SUB > RANK-TOTAL
               MOVE RANK-LIST(RANK-SUB) TO CTR-SUB
               PERFORM START-RANK-LINE
               MOVE CTR-WORST(CTR-SUB) TO DIST-TXT
               STRING " : PIRE DISTANCE " DELIMITED BY SIZE
                   DIST-TXT DELIMITED BY SIZE
                   " KM" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER REP-PTR
               END-STRING
               IF CTR-WORST-TO(CTR-SUB) NOT = 0
                   MOVE CTR-WORST-TO(CTR-SUB) TO NODE-TXT
                   STRING " VERS " DELIMITED BY SIZE
                       NODE-TXT DELIMITED BY SIZE
                       INTO REPORT-LINE
                       WITH POINTER REP-PTR
                   END-STRING
                   MOVE CTR-WORST-TO(CTR-SUB) TO CTR-SCAN
                   PERFORM APPEND-SCAN-NAME
               END-IF
               MOVE CTR-MISSING(CTR-SUB) TO MISSING-HOLD
               PERFORM APPEND-MISSING-NOTE
               PERFORM WRITE-REPORT-LINE-CTL
           END-PERFORM.

      * "RANG n : CENTRE nnn NAME (REG)" -- common head of every
      * ranking line, for the center in CTR-SUB.
       START-RANK-LINE.
           MOVE RANK-SUB TO RANK-TXT
           MOVE CTR-SUB TO NODE-TXT
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO REP-PTR
           STRING "  RANG " DELIMITED BY SIZE
               RANK-TXT DELIMITED BY SIZE
               " : CENTRE " DELIMITED BY SIZE
               NODE-TXT DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER REP-PTR
           END-STRING
           IF CENTER-NAME(CTR-SUB) NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   CENTER-NAME(CTR-SUB) DELIMITED BY "  "
                   INTO REPORT-LINE
                   WITH POINTER REP-PTR
               END-STRING
           END-IF
           STRING " (" DELIMITED BY SIZE
               CENTER-REGION(CTR-SUB) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER REP-PTR
           END-STRING.

       APPEND-SCAN-NAME.
           IF CTR-SCAN >= 1 AND CTR-SCAN <= MAX-NODES
               IF CENTER-NAME(CTR-SCAN) NOT = SPACES
                   STRING " " DELIMITED BY SIZE
                       CENTER-NAME(CTR-SCAN) DELIMITED BY "  "
                       INTO REPORT-LINE
                       WITH POINTER REP-PTR
                   END-STRING
               END-IF
           END-IF.

       APPEND-MISSING-NOTE.
           IF MISSING-HOLD > 0
               MOVE MISSING-HOLD TO COUNT-TXT
               STRING "  * " DELIMITED BY SIZE
                   COUNT-TXT DELIMITED BY SIZE
                   " CENTRE(S) INACCESSIBLE(S)" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER REP-PTR
               END-STRING
           END-IF.

      * Each closing center's volume moves to the nearest active
      * center that is not itself closing: the kilometres from the
      * closed center to that refuge are added per trip, and the
      * tonnage times those kilometres per day.
       WRITE-CLOSURE-SCENARIO.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-CTL
           MOVE "SCENARIO DE FERMETURE - REPORT DU VOLUME SUR LE "
               TO REPORT-LINE
           MOVE "CENTRE SURVIVANT LE PLUS PROCHE" TO REPORT-LINE(49:31)
           PERFORM WRITE-REPORT-LINE-CTL

           MOVE SPACES TO CURRENT-REGION
           PERFORM VARYING CLOSURE-SUB FROM 1 BY 1
                   UNTIL CLOSURE-SUB > CLOSURE-TOTAL
               MOVE CLOSURE-CENTER(CLOSURE-SUB) TO CTR-SUB
               PERFORM WRITE-ONE-CLOSURE-LINE
           END-PERFORM

           MOVE SCENARIO-KG TO KG-TXT
           COMPUTE TKM-VALUE ROUNDED = SCENARIO-KGKM / 1000
           MOVE TKM-VALUE TO TKM-TXT
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL SCENARIO : " DELIMITED BY SIZE
               KG-TXT DELIMITED BY SIZE
               " KG/JOUR REPORTES, " DELIMITED BY SIZE
               TKM-TXT DELIMITED BY SIZE
               " T-KM/JOUR AJOUTES" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-CTL.

      * One closure, for the center in CTR-SUB. The network totals
      * are only added on the network pass (CURRENT-REGION blank),
      * not again when the line is reprinted on a region page.
       WRITE-ONE-CLOSURE-LINE.
           PERFORM FIND-REFUGE-CENTER
           MOVE CTR-SUB TO NODE-TXT
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO REP-PTR
           STRING "  FERMETURE " DELIMITED BY SIZE
               NODE-TXT DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER REP-PTR
           END-STRING
           MOVE CTR-SUB TO CTR-SCAN
           PERFORM APPEND-SCAN-NAME
           MOVE CTR-VOLUME(CTR-SUB) TO KG-TXT
           STRING " (" DELIMITED BY SIZE
               KG-TXT DELIMITED BY SIZE
               " KG/JOUR)" DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER REP-PTR
           END-STRING

           IF REFUGE-CENTER = 0
               STRING " : AUCUN CENTRE SURVIVANT ACCESSIBLE - "
                       DELIMITED BY SIZE
                   "VOLUME SANS REPRISE" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER REP-PTR
               END-STRING
           ELSE
               COMPUTE ADDED-KGKM = CTR-VOLUME(CTR-SUB) * REFUGE-DIST
               IF CURRENT-REGION = SPACES
                   ADD ADDED-KGKM TO SCENARIO-KGKM
                   ADD CTR-VOLUME(CTR-SUB) TO SCENARIO-KG
               END-IF
               MOVE REFUGE-CENTER TO NODE-TXT
               STRING " : REPRIS PAR " DELIMITED BY SIZE
                   NODE-TXT DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER REP-PTR
               END-STRING
               MOVE REFUGE-CENTER TO CTR-SCAN
               PERFORM APPEND-SCAN-NAME
               MOVE REFUGE-DIST TO DIST-TXT
               COMPUTE TKM-VALUE ROUNDED = ADDED-KGKM / 1000
               MOVE TKM-VALUE TO TKM-TXT
               STRING ", +" DELIMITED BY SIZE
                   DIST-TXT DELIMITED BY SIZE
                   " KM PAR TRAJET, +" DELIMITED BY SIZE
                   TKM-TXT DELIMITED BY SIZE
                   " T-KM/JOUR" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER REP-PTR
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE-CTL.

       FIND-REFUGE-CENTER.
           MOVE 0 TO REFUGE-CENTER
           MOVE 0 TO REFUGE-DIST
           PERFORM VARYING CTR-SCAN FROM 1 BY 1
                   UNTIL CTR-SCAN > MAX-NODES
               IF CTR-SCAN NOT = CTR-SUB
                       AND CENTER-IS-KNOWN(CTR-SCAN)
                       AND CENTER-IS-ACTIVE(CTR-SCAN)
                       AND NOT CENTER-IS-CLOSING(CTR-SCAN)
                       AND REACH-COL(CTR-SUB CTR-SCAN) = 'Y'
                   IF REFUGE-CENTER = 0
                           OR DIST-COL(CTR-SUB CTR-SCAN) < REFUGE-DIST
                       MOVE CTR-SCAN TO REFUGE-CENTER
                       MOVE DIST-COL(CTR-SUB CTR-SCAN) TO REFUGE-DIST
                   END-IF
               END-IF
           END-PERFORM.

      * One page per region: the region's own ranking (distances to
      * the region's centers only) with its worst case, then the
      * closures of the scenario that fall in the region.
       WRITE-REGION-PAGE.
           MOVE REGION-CODE(REGION-SUB) TO CURRENT-REGION
           MOVE SPACES TO PAGE-TITLE
           STRING "ANALYSE D'IMPLANTATION DES PLATES-FORMES - REGION "
                   DELIMITED BY SIZE
               CURRENT-REGION DELIMITED BY SIZE
               INTO PAGE-TITLE
           END-STRING
           PERFORM WRITE-REPORT-HEADER

           MOVE "CLASSEMENT REGIONAL PAR DISTANCE PONDEREE "
               TO REPORT-LINE
           MOVE "(CENTRES DE LA REGION SEULEMENT)" TO REPORT-LINE(43:32)
           PERFORM WRITE-REPORT-LINE-CTL

           MOVE 'R' TO RANK-MODE
           PERFORM BUILD-RANK-LIST
           PERFORM VARYING RANK-SUB FROM 1 BY 1
                   UNTIL RANK-SUB > RANK-TOTAL
               MOVE RANK-LIST(RANK-SUB) TO CTR-SUB
               PERFORM START-RANK-LINE
               COMPUTE TKM-VALUE ROUNDED =
                   CTR-REG-WEIGHTED(CTR-SUB) / 1000
               MOVE TKM-VALUE TO TKM-TXT
               MOVE CTR-VOLUME(CTR-SUB) TO KG-TXT
               MOVE CTR-REG-WORST(CTR-SUB) TO DIST-TXT
               STRING " : VOLUME " DELIMITED BY SIZE
                   KG-TXT DELIMITED BY SIZE
                   " KG, PONDERE " DELIMITED BY SIZE
                   TKM-TXT DELIMITED BY SIZE
                   " T-KM, PIRE DISTANCE " DELIMITED BY SIZE
                   DIST-TXT DELIMITED BY SIZE
                   " KM" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER REP-PTR
               END-STRING
               IF CTR-REG-WORST-TO(CTR-SUB) NOT = 0
                   MOVE CTR-REG-WORST-TO(CTR-SUB) TO NODE-TXT
                   STRING " VERS " DELIMITED BY SIZE
                       NODE-TXT DELIMITED BY SIZE
                       INTO REPORT-LINE
                       WITH POINTER REP-PTR
                   END-STRING
                   MOVE CTR-REG-WORST-TO(CTR-SUB) TO CTR-SCAN
                   PERFORM APPEND-SCAN-NAME
               END-IF
               MOVE CTR-REG-MISSING(CTR-SUB) TO MISSING-HOLD
               PERFORM APPEND-MISSING-NOTE
               PERFORM WRITE-REPORT-LINE-CTL
           END-PERFORM

           MOVE 0 TO RANK-TOTAL
           PERFORM VARYING CLOSURE-SUB FROM 1 BY 1
                   UNTIL CLOSURE-SUB > CLOSURE-TOTAL
               MOVE CLOSURE-CENTER(CLOSURE-SUB) TO CTR-SUB
               IF CENTER-REGION(CTR-SUB) = CURRENT-REGION
                   IF RANK-TOTAL = 0
                       MOVE SPACES TO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE-CTL
                       MOVE "FERMETURES DANS LA REGION" TO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE-CTL
                   END-IF
                   ADD 1 TO RANK-TOTAL
                   PERFORM WRITE-ONE-CLOSURE-LINE
               END-IF
           END-PERFORM.

      * Every call starts a new page: the network part and each
      * region page come back separable.
       WRITE-REPORT-HEADER.
           ADD 1 TO PAGE-NUM
           MOVE PAGE-NUM TO PAGE-NUM-TXT

           MOVE SPACES TO REPORT-LINE
           STRING PAGE-TITLE DELIMITED BY "  "
               "     PAGE " DELIMITED BY SIZE
               PAGE-NUM-TXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DATE D'EXECUTION : " DELIMITED BY SIZE
               RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 3 TO LINE-COUNT.

       WRITE-REPORT-LINE-CTL.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO LINE-COUNT.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO REP-PTR
           MOVE ACTIVE-COUNT TO COUNT-TXT
           STRING "FIN D'ANALYSE - " DELIMITED BY SIZE
               COUNT-TXT DELIMITED BY SIZE
               " CENTRE(S) ACTIF(S), " DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER REP-PTR
           END-STRING
           MOVE PARTIAL-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " NON CONNECTE(S) A TOUT LE RESEAU, " DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER REP-PTR
           END-STRING
           MOVE CLOSURE-TOTAL TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " FERMETURE(S) SIMULEE(S)" DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER REP-PTR
           END-STRING
           WRITE REPORT-LINE.
