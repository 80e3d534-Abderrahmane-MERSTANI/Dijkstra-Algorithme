       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAUDIT.

      * Audits the subcontracted hauliers' trip invoices against what
      * our own network says each lane is. Runs weekly on the week's
      * invoice file: for every invoice line the billed kilometres
      * are compared with the computed distance stored in RESULTS.IDX
      * (the keyed store RESLOAD builds after each all-pairs run) and
      * the billed amount with our own priced figure for the lane in
      * LANE-COST.DAT (LANECOST's output). A line exceeding either
      * figure by more than the carrier's tolerance is an exception.
      *
      * CARRIER-INVOICES.DAT, one record per invoiced trip:
      * CARRIER(4) INVOICE-NO(10) TRIP-DATE(8 YYYYMMDD) SOURCE(3)
      * DEST(3) BILLED-KM(9) BILLED-AMOUNT(11 centimes).
      *
      * CARRIER-TOLERANCE.DAT, one card per carrier: CARRIER(4)
      * KM-PCT(3) AMOUNT-PCT(3) -- the percentage by which that
      * carrier's kilometres and amount may exceed ours before the
      * line is disputed. A card keyed with carrier "****" sets the
      * tolerance of every carrier without a card of its own; with
      * neither, the tolerance is zero and any excess is disputed.
      *
      * INVOICE-AUDIT.RPT, the exception register: every exception
      * line with the billed and computed figures, the overcharge in
      * centimes and the stored path of the lane, then the totals per
      * carrier and per month of trip (lines audited, exceptions,
      * overcharge).
      *
      * INVOICE-DISPUTES.DAT, rewritten each run for accounts payable
      * to load and place the invoices on hold, one record per
      * rejected line: CARRIER(4) INVOICE-NO(10) TRIP-DATE(8)
      * SOURCE(3) DEST(3) REASON(1) BILLED-KM(9) NETWORK-KM(9)
      * BILLED-AMOUNT(11) PRICED-AMOUNT(11) OVERCHARGE(11)
      * AUDIT-DATE(8), amounts in centimes. REASON is
      *   'K' kilometres over tolerance
      *   'M' amount over tolerance
      *   'B' both
      *   'L' lane the network does not serve (unknown to the last
      *       run or unreachable) -- nothing to pay it against
      * A lane our tariff did not price (no LANE-COST.DAT record) is
      * checked on kilometres only and the register says so.
      *
      * RESULTS.IDX from a time-metric run holds minutes, not
      * kilometres: the distance is then taken from LANE-COST.DAT,
      * which only ever carries kilometres, and the stored path is
      * still printed. A lane LANE-COST.DAT does not carry then has
      * no kilometre figure at all: its kilometres go unchecked and
      * the register counts it, as it counts the unpriced lanes.
      * RETURN-CODE: 0 no exception, 4 exceptions or illegible
      * lines, 8 nothing audited (missing input).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-KEY
               FILE STATUS IS RESULTS-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "CARRIER-INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT TOLERANCE-FILE ASSIGN TO "CARRIER-TOLERANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOLERANCE-STATUS.

           SELECT LANE-COST-FILE ASSIGN TO "LANE-COST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LANE-COST-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "INVOICE-AUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "INVOICE-DISPUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
       COPY "ResultsRecord.cpy".

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 INV-CARRIER       PIC X(4).
           05 INV-NUMBER        PIC X(10).
           05 INV-TRIP-DATE     PIC X(8).
           05 INV-SOURCE        PIC X(3).
           05 INV-DEST          PIC X(3).
           05 INV-KM            PIC X(9).
           05 INV-AMOUNT        PIC X(11).
           05 FILLER            PIC X(12).

       FD  TOLERANCE-FILE.
       01  TOLERANCE-RECORD         PIC X(20).

       FD  LANE-COST-FILE.
       01  LANE-COST-RECORD.
           05 LC-SOURCE         PIC 999.
           05 LC-DEST           PIC 999.
           05 LC-DISTANCE       PIC 9(9).
           05 LC-BAND           PIC 99.
           05 LC-RATE           PIC 9(5).
           05 LC-BASE           PIC 9(11).
           05 LC-SURCHARGE-PCT  PIC 999.
           05 LC-SURCHARGE      PIC 9(11).
           05 LC-TOTAL          PIC 9(11).
           05 LC-MIN-APPLIED    PIC X.

       FD  REGISTER-FILE.
       01  REGISTER-LINE            PIC X(200).

       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05 DSP-CARRIER       PIC X(4).
           05 DSP-INVOICE       PIC X(10).
           05 DSP-TRIP-DATE     PIC X(8).
           05 DSP-SOURCE        PIC 999.
           05 DSP-DEST          PIC 999.
           05 DSP-REASON        PIC X.
           05 DSP-BILLED-KM     PIC 9(9).
           05 DSP-NETWORK-KM    PIC 9(9).
           05 DSP-BILLED-AMOUNT PIC 9(11).
           05 DSP-PRICED-AMOUNT PIC 9(11).
           05 DSP-OVERCHARGE    PIC 9(11).
           05 DSP-AUDIT-DATE    PIC X(8).

       WORKING-STORAGE SECTION.
       77  MAX-NODES     PIC 999 VALUE 300.
       77  MAX-CARRIERS  PIC 999 VALUE 200.
       77  MAX-MONTHS    PIC 999 VALUE 120.

       01  RESULTS-STATUS       PIC XX VALUE "00".
       01  INVOICE-STATUS       PIC XX VALUE "00".
       01  TOLERANCE-STATUS     PIC XX VALUE "00".
       01  LANE-COST-STATUS     PIC XX VALUE "00".
       01  REGISTER-STATUS      PIC XX VALUE "00".
       01  DISPUTE-STATUS       PIC XX VALUE "00".

       01  INVOICE-EOF       PIC X VALUE 'N'.
           88 END-OF-INVOICES     VALUE 'Y'.
       01  TOLERANCE-EOF     PIC X VALUE 'N'.
           88 END-OF-TOLERANCES   VALUE 'Y'.
       01  LANE-COST-EOF     PIC X VALUE 'N'.
           88 END-OF-LANE-COST    VALUE 'Y'.

      * Our priced figure and its kilometres per lane, from
      * LANE-COST.DAT; LANE-PRICED-COL 'Y' only where a record exists.
       01  LANE-TOTAL-GRID.
           05 LANE-TOTAL-ROW OCCURS 300 TIMES.
              10 LANE-TOTAL-COL OCCURS 300 TIMES PIC 9(11).
       01  LANE-KM-GRID.
           05 LANE-KM-ROW OCCURS 300 TIMES.
              10 LANE-KM-COL OCCURS 300 TIMES PIC 9(9).
       01  LANE-PRICED-GRID.
           05 LANE-PRICED-ROW OCCURS 300 TIMES.
              10 LANE-PRICED-COL OCCURS 300 TIMES PIC X.

      * Tolerances by carrier, in keyed order, and the "****" default.
       01  TOLERANCE-TABLE.
           05 TOLERANCE-ENTRY OCCURS 200 TIMES.
              10 TOL-CARRIER    PIC X(4).
              10 TOL-KM-PCT     PIC 999.
              10 TOL-AMOUNT-PCT PIC 999.
       01  TOLERANCE-TOTAL  PIC 999 VALUE 0.
       01  TOL-SUB          PIC 999.
       01  DEFAULT-KM-PCT     PIC 999 VALUE 0.
       01  DEFAULT-AMOUNT-PCT PIC 999 VALUE 0.

      * Totals per carrier and per month of trip, each kept in
      * ascending code order as lines come in.
       01  CARRIER-TOTALS.
           05 CARRIER-TOTAL-ENTRY OCCURS 200 TIMES.
              10 CT-CARRIER     PIC X(4).
              10 CT-LINES       PIC 9(6).
              10 CT-EXCEPTIONS  PIC 9(6).
              10 CT-OVERCHARGE  PIC 9(13).
       01  CARRIER-COUNT    PIC 999 VALUE 0.
       01  MONTH-TOTALS.
           05 MONTH-TOTAL-ENTRY OCCURS 120 TIMES.
              10 MT-MONTH       PIC X(6).
              10 MT-LINES       PIC 9(6).
              10 MT-EXCEPTIONS  PIC 9(6).
              10 MT-OVERCHARGE  PIC 9(13).
       01  MONTH-COUNT      PIC 999 VALUE 0.
       01  TOTAL-SUB        PIC 999.
       01  TOTAL-SCAN       PIC 999.
       01  TOTAL-FOUND      PIC 999.
       01  TOTAL-KEY        PIC X(6).

      * The invoice line being audited.
       01  LINE-SOURCE      PIC 999.
       01  LINE-DEST        PIC 999.
       01  LINE-KM          PIC 9(9).
       01  LINE-AMOUNT      PIC 9(11).
       01  LINE-KM-PCT      PIC 999.
       01  LINE-AMOUNT-PCT  PIC 999.
       01  NETWORK-KM       PIC 9(9).
       01  PRICED-AMOUNT    PIC 9(11).
       01  KM-EXCESS        PIC 9(9).
       01  OVERCHARGE       PIC 9(11).
       01  BILLED-SCALED    PIC 9(15).
       01  LIMIT-SCALED     PIC 9(15).
       01  LINE-REASON      PIC X.
           88 LINE-IS-CLEAN       VALUE SPACE.
       01  KM-OVER          PIC X.
           88 KM-IS-OVER          VALUE 'Y'.
       01  AMOUNT-OVER      PIC X.
           88 AMOUNT-IS-OVER      VALUE 'Y'.
       01  LANE-FOUND       PIC X.
           88 LANE-IS-SERVED      VALUE 'Y'.
       01  NETWORK-KM-FOUND PIC X.
           88 NETWORK-KM-IS-KNOWN VALUE 'Y'.
       01  PATH-SUB         PIC 999.

       01  AUDITED-COUNT    PIC 9(6) VALUE 0.
       01  EXCEPTION-COUNT  PIC 9(6) VALUE 0.
       01  ILLEGIBLE-COUNT  PIC 9(6) VALUE 0.
       01  UNPRICED-COUNT   PIC 9(6) VALUE 0.
       01  KM-UNCHECKED-COUNT PIC 9(6) VALUE 0.
       01  GRAND-OVERCHARGE PIC 9(13) VALUE 0.

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
       01  NODE-TXT        PIC 999.
       01  KM-TXT          PIC ZZZZZZZZ9.
       01  AMOUNT-TXT      PIC ZZZZZZZZZZ9.
       01  TOTAL-AMOUNT-TXT PIC ZZZZZZZZZZZZ9.
       01  PCT-TXT         PIC ZZ9.
       01  COUNT-TXT       PIC ZZZZZ9.
       01  REG-PTR         PIC 9(4).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE RUN-DATE-RAW(1:4) TO RUN-DATE-YYYY
           MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-MM
           MOVE RUN-DATE-RAW(7:2) TO RUN-DATE-DD

           PERFORM LOAD-TOLERANCES
           PERFORM LOAD-LANE-COSTS

           OPEN INPUT RESULTS-FILE
           IF RESULTS-STATUS NOT = "00"
               DISPLAY "ERREUR: ouverture de RESULTS.IDX impossible "
                   "- statut " RESULTS-STATUS
                   " (RESLOAD a-t-il ete execute ?)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT INVOICE-FILE
           IF INVOICE-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de CARRIER-INVOICES.DAT "
                   "impossible - statut " INVOICE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DISPUTE-FILE
           IF DISPUTE-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de INVOICE-DISPUTES.DAT "
                   "impossible - statut " DISPUTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND REGISTER-FILE
           IF REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de INVOICE-AUDIT.RPT "
                   "impossible - statut " REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REGISTER-HEADER

           PERFORM UNTIL END-OF-INVOICES
               READ INVOICE-FILE
                   AT END MOVE 'Y' TO INVOICE-EOF
               END-READ

               IF NOT END-OF-INVOICES
                       AND INVOICE-RECORD NOT = SPACES
                   PERFORM AUDIT-ONE-INVOICE-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-CARRIER-TOTALS
           PERFORM WRITE-MONTH-TOTALS
           PERFORM WRITE-REGISTER-TRAILER

           CLOSE RESULTS-FILE
           CLOSE INVOICE-FILE
           CLOSE DISPUTE-FILE
           CLOSE REGISTER-FILE

           DISPLAY "INVAUDIT: " AUDITED-COUNT " ligne(s) controlee(s), "
               EXCEPTION-COUNT " en litige, "
               ILLEGIBLE-COUNT " illisible(s), "
               KM-UNCHECKED-COUNT " km non controle(s)"

           EVALUATE TRUE
               WHEN AUDITED-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN EXCEPTION-COUNT > 0 OR ILLEGIBLE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      * Tolerance cards: CARRIER(1-4) KM-PCT(5-7) AMOUNT-PCT(8-10).
      * The file is optional -- without it every excess is disputed.
       LOAD-TOLERANCES.
           OPEN INPUT TOLERANCE-FILE
           IF TOLERANCE-STATUS NOT = "00"
               DISPLAY "INVAUDIT: CARRIER-TOLERANCE.DAT absent, "
                   "tolerance nulle pour tous les transporteurs"
           ELSE
               PERFORM UNTIL END-OF-TOLERANCES
                   READ TOLERANCE-FILE
                       AT END MOVE 'Y' TO TOLERANCE-EOF
                   END-READ

                   IF NOT END-OF-TOLERANCES
                           AND TOLERANCE-RECORD NOT = SPACES
                       PERFORM LOAD-ONE-TOLERANCE-CARD
                   END-IF
               END-PERFORM

               CLOSE TOLERANCE-FILE
           END-IF.

       LOAD-ONE-TOLERANCE-CARD.
           IF TOLERANCE-RECORD(5:6) NOT NUMERIC
                   OR TOLERANCE-RECORD(1:4) = SPACES
               DISPLAY "ERREUR: CARRIER-TOLERANCE.DAT carte '"
                   TOLERANCE-RECORD(1:10) "' invalide"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF TOLERANCE-RECORD(1:4) = "****"
               MOVE TOLERANCE-RECORD(5:3) TO DEFAULT-KM-PCT
               MOVE TOLERANCE-RECORD(8:3) TO DEFAULT-AMOUNT-PCT
           ELSE
               IF TOLERANCE-TOTAL >= MAX-CARRIERS
                   DISPLAY "ERREUR: CARRIER-TOLERANCE.DAT plus de "
                       MAX-CARRIERS " transporteurs"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO TOLERANCE-TOTAL
               MOVE TOLERANCE-RECORD(1:4)
                   TO TOL-CARRIER(TOLERANCE-TOTAL)
               MOVE TOLERANCE-RECORD(5:3)
                   TO TOL-KM-PCT(TOLERANCE-TOTAL)
               MOVE TOLERANCE-RECORD(8:3)
                   TO TOL-AMOUNT-PCT(TOLERANCE-TOTAL)
           END-IF.

      * Our priced figure per lane. Without LANE-COST.DAT no amount
      * can be audited, so the run stops rather than pass every
      * invoice on kilometres alone.
       LOAD-LANE-COSTS.
           INITIALIZE LANE-TOTAL-GRID
           INITIALIZE LANE-KM-GRID
           MOVE ALL 'N' TO LANE-PRICED-GRID
           OPEN INPUT LANE-COST-FILE
           IF LANE-COST-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de LANE-COST.DAT impossible "
                   "- statut " LANE-COST-STATUS
                   " (LANECOST a-t-il ete execute ?)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-LANE-COST
               READ LANE-COST-FILE
                   AT END MOVE 'Y' TO LANE-COST-EOF
               END-READ

               IF NOT END-OF-LANE-COST
                   IF LC-SOURCE >= 1 AND LC-SOURCE <= MAX-NODES
                           AND LC-DEST >= 1 AND LC-DEST <= MAX-NODES
                       MOVE LC-TOTAL
                           TO LANE-TOTAL-COL(LC-SOURCE LC-DEST)
                       MOVE LC-DISTANCE
                           TO LANE-KM-COL(LC-SOURCE LC-DEST)
                       MOVE 'Y'
                           TO LANE-PRICED-COL(LC-SOURCE LC-DEST)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LANE-COST-FILE.

      * One invoice line: illegible lines are printed and counted but
      * cannot go to accounts payable; every other line is totalled
      * under its carrier and month whether it passes or not.
       AUDIT-ONE-INVOICE-LINE.
           IF INV-SOURCE NOT NUMERIC OR INV-DEST NOT NUMERIC
                   OR INV-KM NOT NUMERIC OR INV-AMOUNT NOT NUMERIC
                   OR INV-TRIP-DATE NOT NUMERIC
                   OR INV-CARRIER = SPACES
               ADD 1 TO ILLEGIBLE-COUNT
               MOVE SPACES TO REGISTER-LINE
               STRING "LIGNE ILLISIBLE - IGNOREE : " DELIMITED BY SIZE
                   INVOICE-RECORD(1:48) DELIMITED BY SIZE
                   INTO REGISTER-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE-CTL
           ELSE
               MOVE INV-SOURCE TO LINE-SOURCE
               MOVE INV-DEST TO LINE-DEST
               MOVE INV-KM TO LINE-KM
               MOVE INV-AMOUNT TO LINE-AMOUNT
               ADD 1 TO AUDITED-COUNT
               PERFORM FIND-CARRIER-TOLERANCE
               PERFORM FIND-NETWORK-FIGURES
               PERFORM CHECK-LINE-AGAINST-NETWORK
               PERFORM ADD-TO-CARRIER-TOTALS
               PERFORM ADD-TO-MONTH-TOTALS
               IF NOT LINE-IS-CLEAN
                   ADD 1 TO EXCEPTION-COUNT
                   ADD OVERCHARGE TO GRAND-OVERCHARGE
                   PERFORM WRITE-DISPUTE-RECORD
                   PERFORM WRITE-EXCEPTION-LINES
               END-IF
           END-IF.

       FIND-CARRIER-TOLERANCE.
           MOVE DEFAULT-KM-PCT TO LINE-KM-PCT
           MOVE DEFAULT-AMOUNT-PCT TO LINE-AMOUNT-PCT
           PERFORM VARYING TOL-SUB FROM 1 BY 1
                   UNTIL TOL-SUB > TOLERANCE-TOTAL
               IF TOL-CARRIER(TOL-SUB) = INV-CARRIER
                   MOVE TOL-KM-PCT(TOL-SUB) TO LINE-KM-PCT
                   MOVE TOL-AMOUNT-PCT(TOL-SUB) TO LINE-AMOUNT-PCT
               END-IF
           END-PERFORM.

      * The lane is served when the last run reached it. Its
      * kilometres come from RESULTS.IDX for a distance run, from
      * LANE-COST.DAT otherwise (none when the lane has no record
      * there); the priced amount always from LANE-COST.DAT.
       FIND-NETWORK-FIGURES.
           MOVE 'N' TO LANE-FOUND
           MOVE 'N' TO NETWORK-KM-FOUND
           MOVE 0 TO NETWORK-KM
           MOVE 0 TO PRICED-AMOUNT
           MOVE 0 TO RES-PATH-COUNT
           IF LINE-SOURCE >= 1 AND LINE-SOURCE <= MAX-NODES
                   AND LINE-DEST >= 1 AND LINE-DEST <= MAX-NODES
                   AND LINE-SOURCE NOT = LINE-DEST
               MOVE LINE-SOURCE TO RES-SOURCE
               MOVE LINE-DEST TO RES-DEST
               READ RESULTS-FILE
                   INVALID KEY
                       MOVE 0 TO RES-PATH-COUNT
                   NOT INVALID KEY
                       IF RES-REACHABLE = 'Y'
                           MOVE 'Y' TO LANE-FOUND
                       ELSE
                           MOVE 0 TO RES-PATH-COUNT
                       END-IF
               END-READ
           END-IF

           IF LANE-IS-SERVED
               IF RES-METRIC = 'T'
                   IF LANE-PRICED-COL(LINE-SOURCE LINE-DEST) = 'Y'
                       MOVE LANE-KM-COL(LINE-SOURCE LINE-DEST)
                           TO NETWORK-KM
                       MOVE 'Y' TO NETWORK-KM-FOUND
                   END-IF
               ELSE
                   MOVE RES-DISTANCE TO NETWORK-KM
                   MOVE 'Y' TO NETWORK-KM-FOUND
               END-IF
               MOVE LANE-TOTAL-COL(LINE-SOURCE LINE-DEST)
                   TO PRICED-AMOUNT
           END-IF.

      * Over tolerance means billed * 100 > ours * (100 + PCT): kept
      * in whole numbers so a one-centime excess is never rounded
      * away. The overcharge is what was billed above our priced
      * figure; a lane the network does not serve is disputed for
      * its full amount.
       CHECK-LINE-AGAINST-NETWORK.
           MOVE SPACE TO LINE-REASON
           MOVE 'N' TO KM-OVER
           MOVE 'N' TO AMOUNT-OVER
           MOVE 0 TO KM-EXCESS
           MOVE 0 TO OVERCHARGE

           IF NOT LANE-IS-SERVED
               MOVE 'L' TO LINE-REASON
               MOVE LINE-KM TO KM-EXCESS
               MOVE LINE-AMOUNT TO OVERCHARGE
           ELSE
               IF NOT NETWORK-KM-IS-KNOWN
                   ADD 1 TO KM-UNCHECKED-COUNT
               ELSE
                   COMPUTE BILLED-SCALED = LINE-KM * 100
                   COMPUTE LIMIT-SCALED =
                       NETWORK-KM * (100 + LINE-KM-PCT)
                   IF BILLED-SCALED > LIMIT-SCALED
                       MOVE 'Y' TO KM-OVER
                   END-IF
                   IF LINE-KM > NETWORK-KM
                       COMPUTE KM-EXCESS = LINE-KM - NETWORK-KM
                   END-IF
               END-IF

               IF LANE-PRICED-COL(LINE-SOURCE LINE-DEST) NOT = 'Y'
                   ADD 1 TO UNPRICED-COUNT
               ELSE
                   COMPUTE BILLED-SCALED = LINE-AMOUNT * 100
                   COMPUTE LIMIT-SCALED =
                       PRICED-AMOUNT * (100 + LINE-AMOUNT-PCT)
                   IF BILLED-SCALED > LIMIT-SCALED
                       MOVE 'Y' TO AMOUNT-OVER
                   END-IF
                   IF LINE-AMOUNT > PRICED-AMOUNT
                       COMPUTE OVERCHARGE = LINE-AMOUNT - PRICED-AMOUNT
                   END-IF
               END-IF

               EVALUATE TRUE
                   WHEN KM-IS-OVER AND AMOUNT-IS-OVER
                       MOVE 'B' TO LINE-REASON
                   WHEN KM-IS-OVER
                       MOVE 'K' TO LINE-REASON
                   WHEN AMOUNT-IS-OVER
                       MOVE 'M' TO LINE-REASON
               END-EVALUATE
           END-IF.

       ADD-TO-CARRIER-TOTALS.
           MOVE 0 TO TOTAL-FOUND
           PERFORM VARYING TOTAL-SUB FROM 1 BY 1
                   UNTIL TOTAL-SUB > CARRIER-COUNT OR TOTAL-FOUND > 0
               IF CT-CARRIER(TOTAL-SUB) = INV-CARRIER
                   MOVE TOTAL-SUB TO TOTAL-FOUND
               END-IF
           END-PERFORM

           IF TOTAL-FOUND = 0
               IF CARRIER-COUNT >= MAX-CARRIERS
                   DISPLAY "ERREUR: CARRIER-INVOICES.DAT plus de "
                       MAX-CARRIERS " transporteurs"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CARRIER-COUNT TO TOTAL-SCAN
               ADD 1 TO CARRIER-COUNT
               MOVE CARRIER-COUNT TO TOTAL-FOUND
               PERFORM UNTIL TOTAL-SCAN = 0
                   IF CT-CARRIER(TOTAL-SCAN) > INV-CARRIER
                       MOVE CARRIER-TOTAL-ENTRY(TOTAL-SCAN)
                           TO CARRIER-TOTAL-ENTRY(TOTAL-FOUND)
                       MOVE TOTAL-SCAN TO TOTAL-FOUND
                       SUBTRACT 1 FROM TOTAL-SCAN
                   ELSE
                       MOVE 0 TO TOTAL-SCAN
                   END-IF
               END-PERFORM
               MOVE INV-CARRIER TO CT-CARRIER(TOTAL-FOUND)
               MOVE 0 TO CT-LINES(TOTAL-FOUND)
               MOVE 0 TO CT-EXCEPTIONS(TOTAL-FOUND)
               MOVE 0 TO CT-OVERCHARGE(TOTAL-FOUND)
           END-IF

           ADD 1 TO CT-LINES(TOTAL-FOUND)
           IF NOT LINE-IS-CLEAN
               ADD 1 TO CT-EXCEPTIONS(TOTAL-FOUND)
               ADD OVERCHARGE TO CT-OVERCHARGE(TOTAL-FOUND)
           END-IF.

       ADD-TO-MONTH-TOTALS.
           MOVE INV-TRIP-DATE(1:6) TO TOTAL-KEY
           MOVE 0 TO TOTAL-FOUND
           PERFORM VARYING TOTAL-SUB FROM 1 BY 1
                   UNTIL TOTAL-SUB > MONTH-COUNT OR TOTAL-FOUND > 0
               IF MT-MONTH(TOTAL-SUB) = TOTAL-KEY
                   MOVE TOTAL-SUB TO TOTAL-FOUND
               END-IF
           END-PERFORM

           IF TOTAL-FOUND = 0
               IF MONTH-COUNT >= MAX-MONTHS
                   DISPLAY "ERREUR: CARRIER-INVOICES.DAT plus de "
                       MAX-MONTHS " mois de trajets"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MONTH-COUNT TO TOTAL-SCAN
               ADD 1 TO MONTH-COUNT
               MOVE MONTH-COUNT TO TOTAL-FOUND
               PERFORM UNTIL TOTAL-SCAN = 0
                   IF MT-MONTH(TOTAL-SCAN) > TOTAL-KEY
                       MOVE MONTH-TOTAL-ENTRY(TOTAL-SCAN)
                           TO MONTH-TOTAL-ENTRY(TOTAL-FOUND)
                       MOVE TOTAL-SCAN TO TOTAL-FOUND
                       SUBTRACT 1 FROM TOTAL-SCAN
                   ELSE
                       MOVE 0 TO TOTAL-SCAN
                   END-IF
               END-PERFORM
               MOVE TOTAL-KEY TO MT-MONTH(TOTAL-FOUND)
               MOVE 0 TO MT-LINES(TOTAL-FOUND)
               MOVE 0 TO MT-EXCEPTIONS(TOTAL-FOUND)
               MOVE 0 TO MT-OVERCHARGE(TOTAL-FOUND)
           END-IF

           ADD 1 TO MT-LINES(TOTAL-FOUND)
           IF NOT LINE-IS-CLEAN
               ADD 1 TO MT-EXCEPTIONS(TOTAL-FOUND)
               ADD OVERCHARGE TO MT-OVERCHARGE(TOTAL-FOUND)
           END-IF.

       WRITE-DISPUTE-RECORD.
           MOVE INV-CARRIER TO DSP-CARRIER
           MOVE INV-NUMBER TO DSP-INVOICE
           MOVE INV-TRIP-DATE TO DSP-TRIP-DATE
           MOVE LINE-SOURCE TO DSP-SOURCE
           MOVE LINE-DEST TO DSP-DEST
           MOVE LINE-REASON TO DSP-REASON
           MOVE LINE-KM TO DSP-BILLED-KM
           MOVE NETWORK-KM TO DSP-NETWORK-KM
           MOVE LINE-AMOUNT TO DSP-BILLED-AMOUNT
           MOVE PRICED-AMOUNT TO DSP-PRICED-AMOUNT
           MOVE OVERCHARGE TO DSP-OVERCHARGE
           MOVE RUN-DATE-RAW TO DSP-AUDIT-DATE
           WRITE DISPUTE-RECORD.

      * Three lines per exception: the invoice and what it billed,
      * what our network makes of the lane, and the stored path.
       WRITE-EXCEPTION-LINES.
           MOVE SPACES TO REGISTER-LINE
           MOVE 1 TO REG-PTR
           MOVE LINE-SOURCE TO NODE-TXT
           STRING INV-CARRIER DELIMITED BY SIZE
               " FACTURE " DELIMITED BY SIZE
               INV-NUMBER DELIMITED BY SIZE
               " DU " DELIMITED BY SIZE
               INV-TRIP-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               INV-TRIP-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               INV-TRIP-DATE(7:2) DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               NODE-TXT DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE LINE-DEST TO NODE-TXT
           MOVE LINE-KM TO KM-TXT
           MOVE LINE-AMOUNT TO AMOUNT-TXT
           STRING " A " DELIMITED BY SIZE
               NODE-TXT DELIMITED BY SIZE
               " : FACTURE " DELIMITED BY SIZE
               KM-TXT DELIMITED BY SIZE
               " KM, " DELIMITED BY SIZE
               AMOUNT-TXT DELIMITED BY SIZE
               " C" DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           EVALUATE LINE-REASON
               WHEN 'K'
                   STRING " * KM HORS TOLERANCE" DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               WHEN 'M'
                   STRING " * MONTANT HORS TOLERANCE" DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               WHEN 'B'
                   STRING " * KM ET MONTANT HORS TOLERANCE"
                           DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               WHEN 'L'
                   STRING " * LANE NON DESSERVIE PAR LE RESEAU"
                           DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-REGISTER-LINE-CTL

           MOVE SPACES TO REGISTER-LINE
           MOVE 1 TO REG-PTR
           IF LANE-IS-SERVED
               IF NETWORK-KM-IS-KNOWN
                   MOVE NETWORK-KM TO KM-TXT
                   MOVE LINE-KM-PCT TO PCT-TXT
                   STRING "    RESEAU " DELIMITED BY SIZE
                       KM-TXT DELIMITED BY SIZE
                       " KM (TOLERANCE " DELIMITED BY SIZE
                       PCT-TXT DELIMITED BY SIZE
                       " PCT)" DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               ELSE
                   STRING "    RESEAU : KM NON CONTROLE"
                           DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               END-IF
               IF LANE-PRICED-COL(LINE-SOURCE LINE-DEST) = 'Y'
                   MOVE PRICED-AMOUNT TO AMOUNT-TXT
                   MOVE LINE-AMOUNT-PCT TO PCT-TXT
                   STRING ", TARIF " DELIMITED BY SIZE
                       AMOUNT-TXT DELIMITED BY SIZE
                       " C (TOLERANCE " DELIMITED BY SIZE
                       PCT-TXT DELIMITED BY SIZE
                       " PCT)" DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               ELSE
                   STRING ", LANE NON TARIFEE - MONTANT NON CONTROLE"
                           DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               END-IF
           ELSE
               STRING "    RESEAU : AUCUN ITINERAIRE AU DERNIER CALCUL"
                       DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
           END-IF
           MOVE KM-EXCESS TO KM-TXT
           MOVE OVERCHARGE TO AMOUNT-TXT
           STRING ", ECART +" DELIMITED BY SIZE
               KM-TXT DELIMITED BY SIZE
               " KM, TROP-PERCU " DELIMITED BY SIZE
               AMOUNT-TXT DELIMITED BY SIZE
               " C" DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           PERFORM WRITE-REGISTER-LINE-CTL

           IF RES-PATH-COUNT > 0
               MOVE SPACES TO REGISTER-LINE
               MOVE 1 TO REG-PTR
               STRING "    ITINERAIRE : " DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
               PERFORM VARYING PATH-SUB FROM 1 BY 1
                       UNTIL PATH-SUB > RES-PATH-COUNT
                   MOVE RES-PATH-NODE(PATH-SUB) TO NODE-TXT
                   IF PATH-SUB NOT = 1
                       STRING " -> " DELIMITED BY SIZE
                           INTO REGISTER-LINE
                           WITH POINTER REG-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
                   STRING NODE-TXT DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-PERFORM
               PERFORM WRITE-REGISTER-LINE-CTL
           END-IF.

       WRITE-CARRIER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           PERFORM WRITE-REGISTER-LINE-CTL
           MOVE "TOTAUX PAR TRANSPORTEUR" TO REGISTER-LINE
           PERFORM WRITE-REGISTER-LINE-CTL
           PERFORM VARYING TOTAL-SUB FROM 1 BY 1
                   UNTIL TOTAL-SUB > CARRIER-COUNT
               MOVE SPACES TO REGISTER-LINE
               MOVE 1 TO REG-PTR
               STRING "  " DELIMITED BY SIZE
                   CT-CARRIER(TOTAL-SUB) DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
               MOVE CT-LINES(TOTAL-SUB) TO COUNT-TXT
               PERFORM APPEND-LINE-COUNTS
               MOVE CT-EXCEPTIONS(TOTAL-SUB) TO COUNT-TXT
               MOVE CT-OVERCHARGE(TOTAL-SUB) TO TOTAL-AMOUNT-TXT
               PERFORM APPEND-EXCEPTION-FIGURES
               PERFORM WRITE-REGISTER-LINE-CTL
           END-PERFORM.

       WRITE-MONTH-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           PERFORM WRITE-REGISTER-LINE-CTL
           MOVE "TOTAUX PAR MOIS DE TRAJET" TO REGISTER-LINE
           PERFORM WRITE-REGISTER-LINE-CTL
           PERFORM VARYING TOTAL-SUB FROM 1 BY 1
                   UNTIL TOTAL-SUB > MONTH-COUNT
               MOVE SPACES TO REGISTER-LINE
               MOVE 1 TO REG-PTR
               STRING "  " DELIMITED BY SIZE
                   MT-MONTH(TOTAL-SUB)(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   MT-MONTH(TOTAL-SUB)(5:2) DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
               MOVE MT-LINES(TOTAL-SUB) TO COUNT-TXT
               PERFORM APPEND-LINE-COUNTS
               MOVE MT-EXCEPTIONS(TOTAL-SUB) TO COUNT-TXT
               MOVE MT-OVERCHARGE(TOTAL-SUB) TO TOTAL-AMOUNT-TXT
               PERFORM APPEND-EXCEPTION-FIGURES
               PERFORM WRITE-REGISTER-LINE-CTL
           END-PERFORM.

       APPEND-LINE-COUNTS.
           STRING " : " DELIMITED BY SIZE
               COUNT-TXT DELIMITED BY SIZE
               " LIGNE(S) CONTROLEE(S), " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING.

       APPEND-EXCEPTION-FIGURES.
           STRING COUNT-TXT DELIMITED BY SIZE
               " EN LITIGE, TROP-PERCU " DELIMITED BY SIZE
               TOTAL-AMOUNT-TXT DELIMITED BY SIZE
               " C" DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING.

       WRITE-REGISTER-HEADER.
           ADD 1 TO PAGE-NUM
           MOVE PAGE-NUM TO PAGE-NUM-TXT

           MOVE SPACES TO REGISTER-LINE
           STRING "REGISTRE DE CONTROLE DES FACTURES TRANSPORTEURS"
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
           MOVE AUDITED-COUNT TO COUNT-TXT
           STRING "FIN DE REGISTRE - " DELIMITED BY SIZE
               COUNT-TXT DELIMITED BY SIZE
               " LIGNE(S) CONTROLEE(S), " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE EXCEPTION-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " EN LITIGE, " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE ILLEGIBLE-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " ILLISIBLE(S), " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE UNPRICED-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " NON TARIFEE(S), " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE KM-UNCHECKED-COUNT TO COUNT-TXT
           MOVE GRAND-OVERCHARGE TO TOTAL-AMOUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " KM NON CONTROLE(S), TROP-PERCU TOTAL "
                   DELIMITED BY SIZE
               TOTAL-AMOUNT-TXT DELIMITED BY SIZE
               " C" DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           WRITE REGISTER-LINE.
