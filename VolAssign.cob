       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLASSGN.

      * Loads the daily tonnage matrix onto the arcs of the stored
      * routes, so network planning sees which links are actually
      * saturated and not merely popular. DIJKSTRA's CRITICAL.RPT
      * counts the pairs routed over each arc, every pair counting
      * one whatever it carries; here each pair's maintained daily
      * volume is pushed along its stored path in RESULTS.IDX (the
      * keyed store RESLOAD builds after each all-pairs run) and
      * summed arc by arc against the arc's practical daily
      * capacity.
      *
      * DAILY-VOLUME.DAT, one record per pair: SOURCE(3) DEST(3)
      * KILOGRAMS(9 average per day) PALLETS(5 average per day).
      *
      * ARC-CAPACITY.DAT, one card per record:
      *   'C' FROM(3) TO(3) KILOGRAMS(9) PALLETS(5)  practical daily
      *       capacity of the arc; zero in either figure means that
      *       dimension is not constrained
      *   'T' PCT(3)  saturation threshold: an arc whose utilisation
      *       reaches PCT percent is flagged (SATURATION-DEFAULT-PCT
      *       when no card is keyed)
      * An arc's utilisation is the higher of its tonnage and pallet
      * percentages -- whichever fills first is the one that stops
      * the next truck.
      *
      * ARC-LOAD.RPT lists every arc carrying volume or keyed with a
      * capacity, in FROM/TO order, with the assigned kilograms and
      * pallets, the capacity and the utilisation. A flagged arc is
      * followed by its largest contributing pairs (by tonnage, at
      * most MAX-CONTRIBS). Volume that cannot be assigned -- a pair
      * unknown to the last run, unreachable, or an illegible
      * record -- is listed first, so no tonnage vanishes silently.
      * RETURN-CODE: 0 nothing flagged, 4 saturated arcs or
      * unassigned volume, 8 nothing assigned.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-KEY
               FILE STATUS IS RESULTS-STATUS.

           SELECT VOLUME-FILE ASSIGN TO "DAILY-VOLUME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOLUME-STATUS.

           SELECT CAPACITY-FILE ASSIGN TO "ARC-CAPACITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-STATUS.

           SELECT CENTER-MASTER-FILE ASSIGN TO "CENTER-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENTER-MASTER-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "ARC-LOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
       COPY "ResultsRecord.cpy".

       FD  VOLUME-FILE.
       01  VOLUME-RECORD            PIC X(30).

       FD  CAPACITY-FILE.
       01  CAPACITY-RECORD          PIC X(30).

       FD  CENTER-MASTER-FILE.
       01  CENTER-MASTER-RECORD     PIC X(30).

       FD  REGISTER-FILE.
       01  REGISTER-LINE            PIC X(200).

       WORKING-STORAGE SECTION.
       77  MAX-NODES    PIC 999 VALUE 300.
       77  MAX-ARCS     PIC 9(4) VALUE 5000.
       77  MAX-CONTRIBS PIC 9 VALUE 5.
      * Flag level when ARC-CAPACITY.DAT carries no 'T' card.
       77  SATURATION-DEFAULT-PCT PIC 999 VALUE 90.

       COPY "CenterMaster.cpy".

       01  RESULTS-STATUS       PIC XX VALUE "00".
       01  VOLUME-STATUS        PIC XX VALUE "00".
       01  CAPACITY-STATUS      PIC XX VALUE "00".
       01  CENTER-MASTER-STATUS PIC XX VALUE "00".
       01  REGISTER-STATUS      PIC XX VALUE "00".

       01  VOLUME-EOF        PIC X VALUE 'N'.
           88 END-OF-VOLUME       VALUE 'Y'.
       01  CAPACITY-EOF      PIC X VALUE 'N'.
           88 END-OF-CAPACITY     VALUE 'Y'.
       01  CENTER-MASTER-EOF PIC X VALUE 'N'.
           88 END-OF-CENTER-MASTER VALUE 'Y'.

       01  SATURATION-PCT    PIC 999.

      * Slot of each arc in ARC-TABLE by FROM/TO, zero when the arc
      * has neither volume nor a capacity card. Arcs enter the table
      * in the order they are met; the register walks this grid so
      * it prints in FROM/TO order whatever the arrival order.
       01  ARC-SLOT-GRID.
           05 ARC-SLOT-ROW OCCURS 300 TIMES.
              10 ARC-SLOT OCCURS 300 TIMES PIC 9(4).

       01  ARC-TABLE.
           05 ARC-ENTRY OCCURS 5000 TIMES.
              10 ARC-FROM       PIC 999.
              10 ARC-TO         PIC 999.
              10 ARC-KG         PIC 9(12).
              10 ARC-PALLETS    PIC 9(9).
              10 ARC-PAIRS      PIC 9(6).
              10 ARC-CAP-KG     PIC 9(9).
              10 ARC-CAP-PAL    PIC 9(5).
              10 ARC-CAP-KEYED  PIC X.
                 88 ARC-HAS-CAPACITY VALUE 'Y'.
              10 ARC-UTIL-PCT   PIC 9(5).
              10 ARC-CONTRIB-COUNT PIC 9.
              10 ARC-CONTRIB OCCURS 5 TIMES.
                 15 CONTRIB-SOURCE  PIC 999.
                 15 CONTRIB-DEST    PIC 999.
                 15 CONTRIB-KG      PIC 9(9).
                 15 CONTRIB-PALLETS PIC 9(5).
       01  ARC-TOTAL     PIC 9(4) VALUE 0.
       01  ARC-SUB       PIC 9(4).

       01  CENTER-NAMES.
           05 CENTER-NAME OCCURS 300 TIMES PIC X(20).

      * The pair being assigned, lifted from the volume record.
       01  PAIR-SOURCE   PIC 999.
       01  PAIR-DEST     PIC 999.
       01  PAIR-KG       PIC 9(9).
       01  PAIR-PALLETS  PIC 9(5).
       01  LEG-FROM      PIC 999.
       01  LEG-TO        PIC 999.
       01  PATH-SUB      PIC 999.

       01  CONTRIB-SUB   PIC 9.
       01  CONTRIB-HOLD.
           05 HOLD-SOURCE    PIC 999.
           05 HOLD-DEST      PIC 999.
           05 HOLD-KG        PIC 9(9).
           05 HOLD-PALLETS   PIC 9(5).
       01  PCT-KG        PIC 9(5).
       01  PCT-PAL       PIC 9(5).
       01  FROM-SUB      PIC 999.
       01  TO-SUB        PIC 999.

       01  PAIR-COUNT      PIC 9(6) VALUE 0.
       01  ASSIGNED-COUNT  PIC 9(6) VALUE 0.
       01  UNKNOWN-COUNT   PIC 9(6) VALUE 0.
       01  UNREACH-COUNT   PIC 9(6) VALUE 0.
       01  SKIPPED-COUNT   PIC 9(6) VALUE 0.
       01  SATURATED-COUNT PIC 9(6) VALUE 0.
       01  NO-CAP-COUNT    PIC 9(6) VALUE 0.
       01  UNASSIGNED-KG   PIC 9(12) VALUE 0.

       77  LINES-PER-PAGE  PIC 99 VALUE 55.
       01  PAGE-NUM        PIC 9(4) VALUE 0.
       01  LINE-COUNT      PIC 9(4) VALUE 0.
       01  RUN-DATE-RAW    PIC X(8).
       01  RUN-DATE-DISPLAY.
           05 RUN-DATE-YYYY  PIC X(4).
           05 FILLER         PIC X VALUE "-".
           05 RUN-DATE-MM    PIC X(2).
           05 FILLER         PIC X VALUE "-".
           05 RUN-DATE-DD    PIC X(2).
       01  PAGE-NUM-TXT    PIC ZZZ9.
       01  FROM-TXT        PIC 999.
       01  TO-TXT          PIC 999.
       01  KG-TXT          PIC ZZZZZZZZZZZ9.
       01  CAP-KG-TXT      PIC ZZZZZZZZ9.
       01  PAL-TXT         PIC ZZZZZZZZ9.
       01  CAP-PAL-TXT     PIC ZZZZ9.
       01  PCT-TXT         PIC ZZZZ9.
       01  RANK-TXT        PIC 9.
       01  COUNT-TXT       PIC ZZZZZ9.
       01  REG-PTR         PIC 9(4).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE RUN-DATE-RAW(1:4) TO RUN-DATE-YYYY
           MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-MM
           MOVE RUN-DATE-RAW(7:2) TO RUN-DATE-DD

           INITIALIZE ARC-SLOT-GRID
           MOVE SATURATION-DEFAULT-PCT TO SATURATION-PCT
           PERFORM LOAD-CENTER-NAMES
           PERFORM LOAD-CAPACITY-TABLE

           OPEN INPUT RESULTS-FILE
           IF RESULTS-STATUS NOT = "00"
               DISPLAY "ERREUR: ouverture de RESULTS.IDX impossible "
                   "- statut " RESULTS-STATUS
                   " (RESLOAD a-t-il ete execute ?)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT VOLUME-FILE
           IF VOLUME-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de DAILY-VOLUME.DAT "
                   "impossible - statut " VOLUME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND REGISTER-FILE
           IF REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de ARC-LOAD.RPT "
                   "impossible - statut " REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REGISTER-HEADER

           PERFORM UNTIL END-OF-VOLUME
               READ VOLUME-FILE
                   AT END MOVE 'Y' TO VOLUME-EOF
               END-READ

               IF NOT END-OF-VOLUME
                       AND VOLUME-RECORD NOT = SPACES
                   PERFORM ASSIGN-ONE-VOLUME
               END-IF
           END-PERFORM

           CLOSE VOLUME-FILE
           CLOSE RESULTS-FILE

           PERFORM WRITE-ARC-REGISTER
           PERFORM WRITE-REGISTER-TRAILER

           CLOSE REGISTER-FILE

           DISPLAY "VOLASSGN: " PAIR-COUNT " paire(s) lue(s), "
               ASSIGNED-COUNT " affectee(s), "
               UNKNOWN-COUNT " inconnue(s), "
               UNREACH-COUNT " inaccessible(s), "
               SKIPPED-COUNT " illisible(s)"
           DISPLAY "VOLASSGN: " ARC-TOTAL " arc(s) au registre, "
               SATURATED-COUNT " sature(s) (seuil "
               SATURATION-PCT " PCT)"

           EVALUATE TRUE
               WHEN ASSIGNED-COUNT = 0
                   DISPLAY "VOLASSGN: aucun volume affecte"
                   MOVE 8 TO RETURN-CODE
               WHEN SATURATED-COUNT > 0 OR UNKNOWN-COUNT > 0
                       OR UNREACH-COUNT > 0 OR SKIPPED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STOP RUN.

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

      * The capacities are optional in the sense that an arc without
      * a card is still loaded and printed (utilisation cannot be
      * judged, the register says so); a missing file is therefore
      * only a console note. A malformed card stops the run, the same
      * way LANECOST treats a bad tariff card.
       LOAD-CAPACITY-TABLE.
           OPEN INPUT CAPACITY-FILE
           IF CAPACITY-STATUS = "35"
               DISPLAY "VOLASSGN: ARC-CAPACITY.DAT absent, "
                   "utilisation non calculee"
           ELSE
               IF CAPACITY-STATUS NOT = "00"
                   DISPLAY "ERREUR: lecture de ARC-CAPACITY.DAT "
                       "impossible - statut " CAPACITY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM UNTIL END-OF-CAPACITY
                   READ CAPACITY-FILE
                       AT END MOVE 'Y' TO CAPACITY-EOF
                   END-READ

                   IF NOT END-OF-CAPACITY
                       PERFORM LOAD-ONE-CAPACITY-CARD
                   END-IF
               END-PERFORM

               CLOSE CAPACITY-FILE
           END-IF.

       LOAD-ONE-CAPACITY-CARD.
           EVALUATE CAPACITY-RECORD(1:1)
               WHEN 'C'
                   IF CAPACITY-RECORD(2:20) NOT NUMERIC
                       DISPLAY "ERREUR: ARC-CAPACITY.DAT carte '"
                           CAPACITY-RECORD(1:21) "' invalide"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE CAPACITY-RECORD(2:3) TO LEG-FROM
                   MOVE CAPACITY-RECORD(5:3) TO LEG-TO
                   IF LEG-FROM < 1 OR LEG-FROM > MAX-NODES
                           OR LEG-TO < 1 OR LEG-TO > MAX-NODES
                       DISPLAY "ERREUR: ARC-CAPACITY.DAT arc '"
                           CAPACITY-RECORD(2:6) "' hors limites"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM FIND-OR-ADD-ARC
                   MOVE CAPACITY-RECORD(8:9) TO ARC-CAP-KG(ARC-SUB)
                   MOVE CAPACITY-RECORD(17:5) TO ARC-CAP-PAL(ARC-SUB)
                   MOVE 'Y' TO ARC-CAP-KEYED(ARC-SUB)
               WHEN 'T'
                   IF CAPACITY-RECORD(2:3) NOT NUMERIC
                       DISPLAY "ERREUR: ARC-CAPACITY.DAT seuil '"
                           CAPACITY-RECORD(1:4) "' invalide"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE CAPACITY-RECORD(2:3) TO SATURATION-PCT
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERREUR: ARC-CAPACITY.DAT carte '"
                       CAPACITY-RECORD(1:21) "' inconnue"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * Slot for LEG-FROM/LEG-TO in ARC-SUB, created empty on first
      * sight. A full table stops the run: an arc dropped from the
      * tally would understate exactly the links this report is for.
       FIND-OR-ADD-ARC.
           MOVE ARC-SLOT(LEG-FROM LEG-TO) TO ARC-SUB
           IF ARC-SUB = 0
               IF ARC-TOTAL >= MAX-ARCS
                   DISPLAY "ERREUR: plus de " MAX-ARCS
                       " arcs a tenir, affectation abandonnee"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ARC-TOTAL
               MOVE ARC-TOTAL TO ARC-SUB
               MOVE ARC-SUB TO ARC-SLOT(LEG-FROM LEG-TO)
               INITIALIZE ARC-ENTRY(ARC-SUB)
               MOVE LEG-FROM TO ARC-FROM(ARC-SUB)
               MOVE LEG-TO TO ARC-TO(ARC-SUB)
               MOVE 'N' TO ARC-CAP-KEYED(ARC-SUB)
           END-IF.

      * Volume record: SOURCE(1-3) DEST(4-6) KILOGRAMS(7-15)
      * PALLETS(16-20).
       ASSIGN-ONE-VOLUME.
           ADD 1 TO PAIR-COUNT
           IF VOLUME-RECORD(1:20) NOT NUMERIC
               ADD 1 TO SKIPPED-COUNT
               MOVE SPACES TO REGISTER-LINE
               STRING "VOLUME '" DELIMITED BY SIZE
                   VOLUME-RECORD(1:20) DELIMITED BY SIZE
                   "' ILLISIBLE - NON AFFECTE" DELIMITED BY SIZE
                   INTO REGISTER-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE-CTL
           ELSE
               MOVE VOLUME-RECORD(1:3) TO PAIR-SOURCE
               MOVE VOLUME-RECORD(4:3) TO PAIR-DEST
               MOVE VOLUME-RECORD(7:9) TO PAIR-KG
               MOVE VOLUME-RECORD(16:5) TO PAIR-PALLETS
               MOVE VOLUME-RECORD(1:6) TO RES-KEY
               READ RESULTS-FILE
                   INVALID KEY
                       ADD 1 TO UNKNOWN-COUNT
                       ADD PAIR-KG TO UNASSIGNED-KG
                       PERFORM WRITE-UNASSIGNED-LINE
                   NOT INVALID KEY
                       IF RES-REACHABLE = 'N'
                           ADD 1 TO UNREACH-COUNT
                           ADD PAIR-KG TO UNASSIGNED-KG
                           PERFORM WRITE-UNASSIGNED-LINE
                       ELSE
                           ADD 1 TO ASSIGNED-COUNT
                           PERFORM LOAD-PATH-ARCS
                       END-IF
               END-READ
           END-IF.

      * Every arc of the stored path carries the pair's full daily
      * volume: the freight rides the whole route.
       LOAD-PATH-ARCS.
           PERFORM VARYING PATH-SUB FROM 2 BY 1
                   UNTIL PATH-SUB > RES-PATH-COUNT
               MOVE RES-PATH-NODE(PATH-SUB - 1) TO LEG-FROM
               MOVE RES-PATH-NODE(PATH-SUB) TO LEG-TO
               IF LEG-FROM >= 1 AND LEG-FROM <= MAX-NODES
                       AND LEG-TO >= 1 AND LEG-TO <= MAX-NODES
                   PERFORM FIND-OR-ADD-ARC
                   ADD PAIR-KG TO ARC-KG(ARC-SUB)
                   ADD PAIR-PALLETS TO ARC-PALLETS(ARC-SUB)
                   ADD 1 TO ARC-PAIRS(ARC-SUB)
                   PERFORM INSERT-CONTRIBUTOR
               END-IF
           END-PERFORM.

      * Keeps the MAX-CONTRIBS heaviest pairs of the arc, heaviest
      * first: the new pair takes the last place if it beats the
      * current holder (or a place is free), then sinks upward past
      * every lighter pair.
       INSERT-CONTRIBUTOR.
           IF ARC-CONTRIB-COUNT(ARC-SUB) < MAX-CONTRIBS
               ADD 1 TO ARC-CONTRIB-COUNT(ARC-SUB)
               MOVE ARC-CONTRIB-COUNT(ARC-SUB) TO CONTRIB-SUB
           ELSE
               MOVE MAX-CONTRIBS TO CONTRIB-SUB
               IF PAIR-KG <= CONTRIB-KG(ARC-SUB CONTRIB-SUB)
                   MOVE 0 TO CONTRIB-SUB
               END-IF
           END-IF

           IF CONTRIB-SUB > 0
               MOVE PAIR-SOURCE TO CONTRIB-SOURCE(ARC-SUB CONTRIB-SUB)
               MOVE PAIR-DEST TO CONTRIB-DEST(ARC-SUB CONTRIB-SUB)
               MOVE PAIR-KG TO CONTRIB-KG(ARC-SUB CONTRIB-SUB)
               MOVE PAIR-PALLETS
                   TO CONTRIB-PALLETS(ARC-SUB CONTRIB-SUB)
               PERFORM UNTIL CONTRIB-SUB < 2
                   IF CONTRIB-KG(ARC-SUB CONTRIB-SUB)
                           > CONTRIB-KG(ARC-SUB CONTRIB-SUB - 1)
                       MOVE ARC-CONTRIB(ARC-SUB CONTRIB-SUB)
                           TO CONTRIB-HOLD
                       MOVE ARC-CONTRIB(ARC-SUB CONTRIB-SUB - 1)
                           TO ARC-CONTRIB(ARC-SUB CONTRIB-SUB)
                       MOVE CONTRIB-HOLD
                           TO ARC-CONTRIB(ARC-SUB CONTRIB-SUB - 1)
                       SUBTRACT 1 FROM CONTRIB-SUB
                   ELSE
                       MOVE 1 TO CONTRIB-SUB
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-UNASSIGNED-LINE.
           MOVE PAIR-SOURCE TO FROM-TXT
           MOVE PAIR-DEST TO TO-TXT
           MOVE PAIR-KG TO KG-TXT
           MOVE SPACES TO REGISTER-LINE
           MOVE 1 TO REG-PTR
           STRING "PAIRE " DELIMITED BY SIZE
               FROM-TXT DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               TO-TXT DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               KG-TXT DELIMITED BY SIZE
               " KG/JOUR NON AFFECTES - " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           IF RESULTS-STATUS = "00"
               STRING "INACCESSIBLE" DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
           ELSE
               STRING "PAIRE INCONNUE DU DERNIER CALCUL"
                       DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
           END-IF
           PERFORM WRITE-REGISTER-LINE-CTL.

      * Arcs in FROM/TO order, each with its utilisation; flagged
      * arcs carry their heaviest contributors underneath.
       WRITE-ARC-REGISTER.
           MOVE SPACES TO REGISTER-LINE
           PERFORM WRITE-REGISTER-LINE-CTL
           MOVE SPACES TO REGISTER-LINE
           MOVE SATURATION-PCT TO PCT-TXT
           STRING "CHARGE JOURNALIERE PAR ARC (SEUIL DE SATURATION "
                   DELIMITED BY SIZE
               PCT-TXT DELIMITED BY SIZE
               " PCT)" DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE-CTL

           PERFORM VARYING FROM-SUB FROM 1 BY 1
                   UNTIL FROM-SUB > MAX-NODES
               PERFORM VARYING TO-SUB FROM 1 BY 1
                       UNTIL TO-SUB > MAX-NODES
                   IF ARC-SLOT(FROM-SUB TO-SUB) > 0
                       MOVE ARC-SLOT(FROM-SUB TO-SUB) TO ARC-SUB
                       PERFORM COMPUTE-ARC-UTILISATION
                       PERFORM WRITE-ONE-ARC-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Percent of each keyed capacity, the higher one retained; a
      * zero capacity leaves that dimension out of the judgement.
       COMPUTE-ARC-UTILISATION.
           MOVE 0 TO PCT-KG
           MOVE 0 TO PCT-PAL
           IF ARC-CAP-KG(ARC-SUB) > 0
               COMPUTE PCT-KG ROUNDED =
                   ARC-KG(ARC-SUB) * 100 / ARC-CAP-KG(ARC-SUB)
                   ON SIZE ERROR MOVE 99999 TO PCT-KG
               END-COMPUTE
           END-IF
           IF ARC-CAP-PAL(ARC-SUB) > 0
               COMPUTE PCT-PAL ROUNDED =
                   ARC-PALLETS(ARC-SUB) * 100 / ARC-CAP-PAL(ARC-SUB)
                   ON SIZE ERROR MOVE 99999 TO PCT-PAL
               END-COMPUTE
           END-IF
           IF PCT-PAL > PCT-KG
               MOVE PCT-PAL TO ARC-UTIL-PCT(ARC-SUB)
           ELSE
               MOVE PCT-KG TO ARC-UTIL-PCT(ARC-SUB)
           END-IF.

       WRITE-ONE-ARC-LINE.
           MOVE ARC-FROM(ARC-SUB) TO LEG-FROM
           MOVE ARC-TO(ARC-SUB) TO LEG-TO
           MOVE LEG-FROM TO FROM-TXT
           MOVE LEG-TO TO TO-TXT
           MOVE SPACES TO REGISTER-LINE
           MOVE 1 TO REG-PTR
           STRING "ARC " DELIMITED BY SIZE
               FROM-TXT DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           PERFORM APPEND-FROM-NAME
           STRING " -> " DELIMITED BY SIZE
               TO-TXT DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           PERFORM APPEND-TO-NAME

           MOVE ARC-KG(ARC-SUB) TO KG-TXT
           MOVE ARC-PALLETS(ARC-SUB) TO PAL-TXT
           MOVE ARC-PAIRS(ARC-SUB) TO COUNT-TXT
           STRING " : " DELIMITED BY SIZE
               KG-TXT DELIMITED BY SIZE
               " KG " DELIMITED BY SIZE
               PAL-TXT DELIMITED BY SIZE
               " PAL (" DELIMITED BY SIZE
               COUNT-TXT DELIMITED BY SIZE
               " PAIRE(S))" DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING

           IF ARC-HAS-CAPACITY(ARC-SUB)
               MOVE ARC-CAP-KG(ARC-SUB) TO CAP-KG-TXT
               MOVE ARC-CAP-PAL(ARC-SUB) TO CAP-PAL-TXT
               MOVE ARC-UTIL-PCT(ARC-SUB) TO PCT-TXT
               STRING ", CAPACITE " DELIMITED BY SIZE
                   CAP-KG-TXT DELIMITED BY SIZE
                   " KG " DELIMITED BY SIZE
                   CAP-PAL-TXT DELIMITED BY SIZE
                   " PAL, UTILISATION " DELIMITED BY SIZE
                   PCT-TXT DELIMITED BY SIZE
                   " PCT" DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
               IF ARC-UTIL-PCT(ARC-SUB) >= SATURATION-PCT
                       AND ARC-UTIL-PCT(ARC-SUB) > 0
                   ADD 1 TO SATURATED-COUNT
                   STRING "  * SATURE" DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                   END-STRING
                   PERFORM WRITE-REGISTER-LINE-CTL
                   PERFORM WRITE-CONTRIBUTOR-LINES
               ELSE
                   PERFORM WRITE-REGISTER-LINE-CTL
               END-IF
           ELSE
               ADD 1 TO NO-CAP-COUNT
               STRING ", CAPACITE NON RENSEIGNEE" DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
               PERFORM WRITE-REGISTER-LINE-CTL
           END-IF.

       WRITE-CONTRIBUTOR-LINES.
           PERFORM VARYING CONTRIB-SUB FROM 1 BY 1
                   UNTIL CONTRIB-SUB > ARC-CONTRIB-COUNT(ARC-SUB)
               MOVE CONTRIB-SUB TO RANK-TXT
               MOVE CONTRIB-SOURCE(ARC-SUB CONTRIB-SUB) TO LEG-FROM
               MOVE CONTRIB-DEST(ARC-SUB CONTRIB-SUB) TO LEG-TO
               MOVE LEG-FROM TO FROM-TXT
               MOVE LEG-TO TO TO-TXT
               MOVE CONTRIB-KG(ARC-SUB CONTRIB-SUB) TO KG-TXT
               MOVE CONTRIB-PALLETS(ARC-SUB CONTRIB-SUB) TO PAL-TXT
               MOVE SPACES TO REGISTER-LINE
               MOVE 1 TO REG-PTR
               STRING "      " DELIMITED BY SIZE
                   RANK-TXT DELIMITED BY SIZE
                   ". PAIRE " DELIMITED BY SIZE
                   FROM-TXT DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
               PERFORM APPEND-FROM-NAME
               STRING " -> " DELIMITED BY SIZE
                   TO-TXT DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
               PERFORM APPEND-TO-NAME
               STRING " : " DELIMITED BY SIZE
                   KG-TXT DELIMITED BY SIZE
                   " KG " DELIMITED BY SIZE
                   PAL-TXT DELIMITED BY SIZE
                   " PAL" DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
               PERFORM WRITE-REGISTER-LINE-CTL
           END-PERFORM.

       APPEND-FROM-NAME.
           IF LEG-FROM >= 1 AND LEG-FROM <= 300
                   AND CENTER-NAME(LEG-FROM) NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   CENTER-NAME(LEG-FROM) DELIMITED BY "  "
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
           END-IF.

       APPEND-TO-NAME.
           IF LEG-TO >= 1 AND LEG-TO <= 300
                   AND CENTER-NAME(LEG-TO) NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   CENTER-NAME(LEG-TO) DELIMITED BY "  "
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
           END-IF.

       WRITE-REGISTER-HEADER.
           ADD 1 TO PAGE-NUM
           MOVE PAGE-NUM TO PAGE-NUM-TXT

           MOVE SPACES TO REGISTER-LINE
           STRING "AFFECTATION DES VOLUMES JOURNALIERS AUX ARCS"
                   DELIMITED BY SIZE
               "     PAGE " DELIMITED BY SIZE
               PAGE-NUM-TXT DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           STRING "DATE D'EXECUTION : " DELIMITED BY SIZE
               RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE 3 TO LINE-COUNT.

       WRITE-REGISTER-LINE-CTL.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADER
           END-IF
           WRITE REGISTER-LINE
           ADD 1 TO LINE-COUNT.

       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE 1 TO REG-PTR
           MOVE ASSIGNED-COUNT TO COUNT-TXT
           STRING "FIN DE REGISTRE - " DELIMITED BY SIZE
               COUNT-TXT DELIMITED BY SIZE
               " PAIRE(S) AFFECTEE(S), " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE SATURATED-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " ARC(S) SATURE(S), " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE NO-CAP-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " ARC(S) SANS CAPACITE, " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE UNASSIGNED-KG TO KG-TXT
           STRING KG-TXT DELIMITED BY SIZE
               " KG/JOUR NON AFFECTES" DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           WRITE REGISTER-LINE.
