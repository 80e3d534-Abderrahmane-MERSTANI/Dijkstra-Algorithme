      * CTR-REGISTER.RPT.
      *
      * CENTER-TXN.DAT record layout: TXN-CODE(1) NUMBER(3) NAME(20)
      * REGION(3) STATUS(1, 'A' or 'I') CLOSE-DATE(8 YYYYMMDD, blank
      * = run date). TXN-CODE is 'A' (add), 'C' (change) or 'D'
      * (delete); NAME/REGION/STATUS are ignored on 'D'. CLOSE-DATE
      * only matters when the transaction closes a center (see
      * below). CENTER-MASTER.DAT layout matches minus the TXN-CODE
      * and the close date -- see CenterMaster.cpy. Reason codes:
      *   01 code transaction invalide     02 numero non numerique
      *   03 numero hors limites           04 statut invalide
      *   05 nom a blanc                   06 doublon dans le lot
      *   07 date de fermeture invalide
      *   09 ajout, centre deja present    10 modification, absent
      *   11 suppression, absent           12 table des centres pleine
      *
      * Closing a center -- a change taking it from 'A' to 'I', or a
      * delete -- cascades to the network: every arc into or out of
      * it in EDGE-MASTER.IDX gets a transaction appended to
      * EDGE-TXN.DAT for EDGEMAINT to apply the same night, a 'C'
      * setting EM-EXP-DATE to the close date (a 'D' for an arc that
      * only takes effect on or after that date; an arc already
      * expired by then is left alone). CLOSURE-IMPACT.RPT lists,
      * per closed center, those arcs, the COMMITMENTS.DAT promises
      * that start or end there, and the RESULTS.IDX pairs whose
      * stored route (or bis route) transits through it -- the
      * promises and routes about to move once the closure takes
      * effect. Pairs starting or ending at the center itself are
      * not listed: they disappear with it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

           SELECT EDGE-MASTER-FILE ASSIGN TO "EDGE-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDGE-MASTER-KEY
               FILE STATUS IS EDGE-MASTER-STATUS.

           SELECT EDGE-TXN-FILE ASSIGN TO "EDGE-TXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDGE-TXN-STATUS.

           SELECT COMMITMENTS-FILE ASSIGN TO "COMMITMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMITMENTS-STATUS.

           SELECT RESULTS-FILE ASSIGN TO "RESULTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RES-KEY
               FILE STATUS IS RESULTS-STATUS.

           SELECT IMPACT-FILE ASSIGN TO "CLOSURE-IMPACT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CENTER-MASTER-FILE.
       01  CENTER-MASTER-RECORD     PIC X(30).

       FD  CENTER-TXN-FILE.
       01  CENTER-TXN-RECORD        PIC X(40).

       FD  TOPOLOGY-FILE.
       01  TOPOLOGY-RECORD          PIC X(20).
       01  REJECT-RECORD.
           05 REJ-REASON        PIC XX.
           05 FILLER            PIC X.
           05 REJ-IMAGE         PIC X(40).

       FD  REGISTER-FILE.
       01  REGISTER-LINE            PIC X(132).

       FD  EDGE-MASTER-FILE.
       01  EDGE-MASTER-RECORD.
           05 EDGE-MASTER-KEY       PIC X(6).
           05 FILLER                PIC X(43).

       FD  EDGE-TXN-FILE.
       01  EDGE-TXN-RECORD          PIC X(50).

       FD  COMMITMENTS-FILE.
       01  COMMITMENT-RECORD        PIC X(20).

       FD  RESULTS-FILE.
       COPY "ResultsRecord.cpy".

       FD  IMPACT-FILE.
       01  IMPACT-LINE              PIC X(700).

       WORKING-STORAGE SECTION.
       77  MAX-CENTERS  PIC 999 VALUE 300.
       77  MAX-TXNS     PIC 9(4) VALUE 1000.

       COPY "CenterMaster.cpy".
       COPY "EdgeMaster.cpy".

       01  CENTER-MASTER-STATUS  PIC XX VALUE "00".
       01  CENTER-TXN-STATUS     PIC XX VALUE "00".
       01  TOPOLOGY-STATUS       PIC XX VALUE "00".
       01  REJECT-STATUS         PIC XX VALUE "00".
       01  REGISTER-STATUS       PIC XX VALUE "00".
       01  EDGE-MASTER-STATUS    PIC XX VALUE "00".
       01  EDGE-TXN-STATUS       PIC XX VALUE "00".
       01  COMMITMENTS-STATUS    PIC XX VALUE "00".
       01  RESULTS-STATUS        PIC XX VALUE "00".
       01  IMPACT-STATUS         PIC XX VALUE "00".

       01  CENTER-MASTER-EOF  PIC X VALUE 'N'.
           88 END-OF-CENTER-MASTER VALUE 'Y'.
           88 END-OF-CENTER-TXN    VALUE 'Y'.
       01  TOPOLOGY-EOF       PIC X VALUE 'N'.
           88 END-OF-TOPOLOGY      VALUE 'Y'.
       01  EDGE-MASTER-EOF    PIC X VALUE 'N'.
           88 END-OF-EDGE-MASTER   VALUE 'Y'.
       01  COMMITMENTS-EOF    PIC X VALUE 'N'.
           88 END-OF-COMMITMENTS   VALUE 'Y'.
       01  RESULTS-EOF        PIC X VALUE 'N'.
           88 END-OF-RESULTS       VALUE 'Y'.

       01  N            PIC 999 VALUE 0.


       01  TXN-TABLE.
           05 TXN-ENTRY OCCURS 1000 TIMES.
              10 TXN-IMAGE      PIC X(40).
              10 TXN-VALID      PIC X.
                 88 TXN-IS-VALID    VALUE 'Y'.
              10 TXN-REASON     PIC XX.
       01  OLD-REGION     PIC X(3).
       01  OLD-STATUS     PIC X.

      * Close-date check, same calendar rules as EDGEMAINT's
      * effective and expiry dates.
       01  VAL-DATE       PIC 9(8).
       01  VAL-DATE-OK    PIC X.
           88 DATE-IS-VALID   VALUE 'Y'.
       01  VAL-YYYY       PIC 9(4).
       01  VAL-MM         PIC 99.
       01  VAL-DD         PIC 99.
       01  VAL-MONTH-DAYS PIC 99.
       01  VAL-REM        PIC 9(4).

      * Centers this batch closed, in the order the transactions
      * were applied, with the date their arcs stop being in force.
      * CLOSED-AT gives, by center number, the entry that closed it,
      * so an arc between two centers closed in the same batch is
      * expired once -- at the earlier of the two dates -- and not
      * twice (EDGEMAINT would bounce the second as a duplicate).
       01  CLOSURE-TABLE.
           05 CLOSURE-ENTRY OCCURS 300 TIMES.
              10 CLS-NUMBER     PIC 999.
              10 CLS-NAME       PIC X(20).
              10 CLS-DATE       PIC 9(8).
              10 CLS-ACTION     PIC X.
                 88 CLS-IS-DELETE   VALUE 'D'.
       01  CLOSURE-TOTAL  PIC 999 VALUE 0.
       01  CLOSURE-SUB    PIC 999.
       01  CLOSED-FLAGS.
           05 CLOSED-AT OCCURS 300 TIMES PIC 999.
       01  CENTER-NAMES.
           05 CENTER-NAME OCCURS 300 TIMES PIC X(20).
       01  OTHER-END      PIC 999.
       01  ARC-CLOSE-DATE PIC 9(8).
       01  ARC-ACTION     PIC X.
       01  COMMIT-SOURCE  PIC 999.
       01  COMMIT-DEST    PIC 999.
       01  PATH-SUB       PIC 999.
       01  ON-PRIMARY     PIC X.
           88 TRANSITS-PRIMARY  VALUE 'Y'.
       01  ON-BIS         PIC X.
           88 TRANSITS-BIS      VALUE 'Y'.
       01  SECTION-COUNT  PIC 9(6).
       01  EXPIRE-COUNT   PIC 9(6) VALUE 0.
       01  ARC-DELETE-COUNT PIC 9(6) VALUE 0.
       01  IMPACT-COMMIT-COUNT PIC 9(6) VALUE 0.
       01  IMPACT-PAIR-COUNT   PIC 9(6) VALUE 0.

      * Arc transactions of the cascade, held until the center master
      * is rewritten -- see CASCADE-CLOSURES. Same limit as
      * EDGEMAINT's batch.
       77  MAX-ARC-TXNS  PIC 9(4) VALUE 5000.
       01  ARC-TXN-TABLE.
           05 ARC-TXN-IMAGE OCCURS 5000 TIMES PIC X(50).
       01  ARC-TXN-TOTAL  PIC 9(4) VALUE 0.
       01  ARC-TXN-SUB    PIC 9(4).

       77  LINES-PER-PAGE  PIC 99 VALUE 55.
       01  PAGE-NUM        PIC 9(4) VALUE 0.
       01  LINE-COUNT      PIC 9(4) VALUE 0.
       01  REG-CTR-TXT     PIC X(50).
       01  COUNT-TXT       PIC ZZZZZ9.
       01  REG-PTR         PIC 9(4).
       01  IMPACT-PAGE-NUM   PIC 9(4) VALUE 0.
       01  IMPACT-LINE-COUNT PIC 9(4) VALUE 0.
       01  IMPACT-NODE     PIC 999.
       01  NODE-TXT        PIC 999.
       01  FROM-TXT        PIC 999.
       01  TO-TXT          PIC 999.
       01  MINUTES-TXT     PIC ZZZZZZZZ9.
       01  DATE-DISPLAY.
           05 DATE-YYYY      PIC X(4).
           05 FILLER         PIC X VALUE "-".
           05 DATE-MM        PIC X(2).
           05 FILLER         PIC X VALUE "-".
           05 DATE-DD        PIC X(2).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-REGISTER-HEADER
           PERFORM VALIDATE-TRANSACTIONS
           PERFORM APPLY-TRANSACTIONS
           IF CLOSURE-TOTAL > 0
               PERFORM CASCADE-CLOSURES
           END-IF
           PERFORM REWRITE-CENTER-MASTER
           IF CLOSURE-TOTAL > 0
               PERFORM APPEND-ARC-TRANSACTIONS
           END-IF
           PERFORM WRITE-REGISTER-TRAILER

           CLOSE REJECT-FILE
               ERROR-COUNT " erreur(s)"
           DISPLAY "CTRMAINT: " REJECT-COUNT " rejet(s) ecrits dans "
               "CTR-REJECTS.DAT"
           IF CLOSURE-TOTAL > 0
               DISPLAY "CTRMAINT: " CLOSURE-TOTAL " fermeture(s), "
                   EXPIRE-COUNT " expiration(s) et "
                   ARC-DELETE-COUNT " suppression(s) d'arc ajoutees "
                   "a EDGE-TXN.DAT"
               DISPLAY "CTRMAINT: " IMPACT-COMMIT-COUNT
                   " engagement(s) et " IMPACT-PAIR-COUNT
                   " paire(s) routee(s) touches, voir "
                   "CLOSURE-IMPACT.RPT"
           END-IF

           STOP RUN.

                       END-IF
                   END-IF
               END-IF
               IF TXN-IS-VALID(TXN-SUB)
                       AND TXN-IMAGE(TXN-SUB)(29:8) NOT = SPACES
                   PERFORM VALIDATE-CLOSE-DATE
               END-IF
           END-IF.

       VALIDATE-CLOSE-DATE.
           IF TXN-IMAGE(TXN-SUB)(29:8) IS NUMERIC
               MOVE TXN-IMAGE(TXN-SUB)(29:8) TO VAL-DATE
               PERFORM VALIDATE-DATE
           ELSE
               MOVE 'N' TO VAL-DATE-OK
           END-IF
           IF NOT DATE-IS-VALID
               MOVE "07" TO TXN-REASON(TXN-SUB)
               PERFORM REJECT-CURRENT-TXN
           END-IF.

       VALIDATE-DATE.
           MOVE 'N' TO VAL-DATE-OK
           MOVE VAL-DATE(1:4) TO VAL-YYYY
           MOVE VAL-DATE(5:2) TO VAL-MM
           MOVE VAL-DATE(7:2) TO VAL-DD

           IF VAL-MM >= 1 AND VAL-MM <= 12 AND VAL-DD >= 1
               EVALUATE VAL-MM
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO VAL-MONTH-DAYS
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO VAL-MONTH-DAYS
                   WHEN 2
                       MOVE 28 TO VAL-MONTH-DAYS
                       MOVE FUNCTION MOD (VAL-YYYY, 4) TO VAL-REM
                       IF VAL-REM = 0
                           MOVE FUNCTION MOD (VAL-YYYY, 100)
                               TO VAL-REM
                           IF VAL-REM NOT = 0
                               MOVE 29 TO VAL-MONTH-DAYS
                           ELSE
                               MOVE FUNCTION MOD (VAL-YYYY, 400)
                                   TO VAL-REM
                               IF VAL-REM = 0
                                   MOVE 29 TO VAL-MONTH-DAYS
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE
               IF VAL-DD <= VAL-MONTH-DAYS
                   MOVE 'Y' TO VAL-DATE-OK
               END-IF
           END-IF.

       CHECK-DUPLICATE-TXN.
               MOVE TXN-STATUS TO CTR-STATUS(FOUND-IDX)
               ADD 1 TO CHANGE-COUNT
               PERFORM WRITE-REGISTER-CHANGE
               IF OLD-STATUS = 'A' AND TXN-STATUS = 'I'
                   PERFORM RECORD-CLOSURE
               END-IF
           END-IF.

       APPLY-DELETE-TRANSACTION.
               MOVE 'Y' TO CTR-DELETED(FOUND-IDX)
               ADD 1 TO DELETE-COUNT
               PERFORM WRITE-REGISTER-DELETE
               PERFORM RECORD-CLOSURE
           END-IF.

      * A deactivation or a delete just applied: keep the center for
      * the cascade, with its close date (run date when none keyed).
       RECORD-CLOSURE.
           ADD 1 TO CLOSURE-TOTAL
           MOVE TXN-NUMBER TO CLS-NUMBER(CLOSURE-TOTAL)
           MOVE OLD-NAME TO CLS-NAME(CLOSURE-TOTAL)
           MOVE TXN-CODE TO CLS-ACTION(CLOSURE-TOTAL)
           IF TXN-IMAGE(TXN-SUB)(29:8) IS NUMERIC
               MOVE TXN-IMAGE(TXN-SUB)(29:8) TO CLS-DATE(CLOSURE-TOTAL)
           ELSE
               MOVE RUN-DATE-RAW TO CLS-DATE(CLOSURE-TOTAL)
           END-IF.

      * The closure cascade: one block per closed center in
      * CLOSURE-IMPACT.RPT. Both its outputs are opened before
      * anything is written, and the arc transactions are only held
      * in ARC-TXN-TABLE here: EDGE-TXN.DAT gets them in one pass by
      * APPEND-ARC-TRANSACTIONS, once the center master has been
      * rewritten. A failure anywhere before that point stops the
      * step RC 8 with EDGE-TXN.DAT and CENTER-MASTER.DAT untouched,
      * so the batch can be rerun as it stands. The only traces left
      * are in the two listings, CTR-REGISTER.RPT and
      * CLOSURE-IMPACT.RPT, which the rerun follows with complete
      * ones.
       CASCADE-CLOSURES.
           PERFORM LOAD-CLOSURE-NAMES
           MOVE 0 TO ARC-TXN-TOTAL

           OPEN EXTEND EDGE-TXN-FILE
           IF EDGE-TXN-STATUS = "35"
               OPEN OUTPUT EDGE-TXN-FILE
           END-IF
           IF EDGE-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR: ouverture de EDGE-TXN.DAT impossible "
                   "- statut " EDGE-TXN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND IMPACT-FILE
           IF IMPACT-STATUS = "35"
               OPEN OUTPUT IMPACT-FILE
           END-IF
           IF IMPACT-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de CLOSURE-IMPACT.RPT "
                   "impossible - statut " IMPACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-IMPACT-HEADER
           PERFORM VARYING CLOSURE-SUB FROM 1 BY 1
                   UNTIL CLOSURE-SUB > CLOSURE-TOTAL
               PERFORM CASCADE-ONE-CLOSURE
           END-PERFORM
           PERFORM WRITE-IMPACT-TRAILER

           CLOSE IMPACT-FILE.

      * EDGEMAINT takes at most MAX-ARC-TXNS transactions a night;
      * a cascade that would pass that is refused before anything
      * reaches EDGE-TXN.DAT.
       HOLD-ARC-TXN.
           IF ARC-TXN-TOTAL >= MAX-ARC-TXNS
               DISPLAY "ERREUR: les fermetures depassent "
                   MAX-ARC-TXNS " transactions d'arc, lot refuse"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ARC-TXN-TOTAL
           MOVE EDGE-TXN-RECORD TO ARC-TXN-IMAGE(ARC-TXN-TOTAL).

      * The held arc transactions, written to EDGE-TXN.DAT (opened
      * by CASCADE-CLOSURES) after the center master is rewritten.
      * A write failure here is reported with the number already
      * written: the center master is in place by then, so those
      * are the transactions still to be keyed from
      * CLOSURE-IMPACT.RPT before EDGEMAINT is run.
       APPEND-ARC-TRANSACTIONS.
           PERFORM VARYING ARC-TXN-SUB FROM 1 BY 1
                   UNTIL ARC-TXN-SUB > ARC-TXN-TOTAL
               MOVE ARC-TXN-IMAGE(ARC-TXN-SUB) TO EDGE-TXN-RECORD
               WRITE EDGE-TXN-RECORD
               IF EDGE-TXN-STATUS NOT = "00"
                   SUBTRACT 1 FROM ARC-TXN-SUB
                   DISPLAY "ERREUR: ecriture dans EDGE-TXN.DAT "
                       "impossible - statut " EDGE-TXN-STATUS
                   DISPLAY "ERREUR: " ARC-TXN-SUB " sur "
                       ARC-TXN-TOTAL " transaction(s) d'arc ecrites"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE EDGE-TXN-FILE.

       LOAD-CLOSURE-NAMES.
           MOVE SPACES TO CENTER-NAMES
           PERFORM VARYING OTHER-END FROM 1 BY 1
                   UNTIL OTHER-END > 300
               MOVE 0 TO CLOSED-AT(OTHER-END)
           END-PERFORM
           PERFORM VARYING CENTER-IDX FROM 1 BY 1
                   UNTIL CENTER-IDX > CENTER-COUNT
               IF CTR-NUMBER(CENTER-IDX) >= 1
                       AND CTR-NUMBER(CENTER-IDX) <= 300
                   MOVE CTR-NAME(CENTER-IDX)
                       TO CENTER-NAME(CTR-NUMBER(CENTER-IDX))
               END-IF
           END-PERFORM
           PERFORM VARYING CLOSURE-SUB FROM 1 BY 1
                   UNTIL CLOSURE-SUB > CLOSURE-TOTAL
               MOVE CLOSURE-SUB TO CLOSED-AT(CLS-NUMBER(CLOSURE-SUB))
               MOVE CLS-NAME(CLOSURE-SUB)
                   TO CENTER-NAME(CLS-NUMBER(CLOSURE-SUB))
           END-PERFORM.

       CASCADE-ONE-CLOSURE.
           PERFORM WRITE-CLOSURE-TITLE
           PERFORM EXPIRE-CLOSED-ARCS
           PERFORM LIST-CLOSED-COMMITMENTS
           PERFORM LIST-CLOSED-ROUTES.

       WRITE-CLOSURE-TITLE.
           MOVE SPACES TO IMPACT-LINE
           PERFORM WRITE-IMPACT-LINE-CTL

           MOVE CLS-DATE(CLOSURE-SUB)(1:4) TO DATE-YYYY
           MOVE CLS-DATE(CLOSURE-SUB)(5:2) TO DATE-MM
           MOVE CLS-DATE(CLOSURE-SUB)(7:2) TO DATE-DD
           MOVE CLS-NUMBER(CLOSURE-SUB) TO NODE-TXT
           MOVE SPACES TO IMPACT-LINE
           MOVE 1 TO REG-PTR
           STRING "CENTRE " DELIMITED BY SIZE
               NODE-TXT DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE CLS-NUMBER(CLOSURE-SUB) TO IMPACT-NODE
           PERFORM APPEND-IMPACT-NAME
           IF CLS-IS-DELETE(CLOSURE-SUB)
               STRING " - SUPPRIME" DELIMITED BY SIZE
                   INTO IMPACT-LINE
                   WITH POINTER REG-PTR
               END-STRING
           ELSE
               STRING " - DESACTIVE" DELIMITED BY SIZE
                   INTO IMPACT-LINE
                   WITH POINTER REG-PTR
               END-STRING
           END-IF
           STRING ", FERMETURE AU " DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
           END-STRING
           PERFORM WRITE-IMPACT-LINE-CTL.

      * Every arc of the master touching the closed center. The
      * transaction carries the arc's current figures unchanged so
      * EDGEMAINT's change only moves the expiry.
       EXPIRE-CLOSED-ARCS.
           MOVE SPACES TO IMPACT-LINE
           MOVE "  ARCS DU CENTRE :" TO IMPACT-LINE
           PERFORM WRITE-IMPACT-LINE-CTL
           MOVE 0 TO SECTION-COUNT

           MOVE 'N' TO EDGE-MASTER-EOF
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
                   IF EM-FROM = CLS-NUMBER(CLOSURE-SUB)
                           OR EM-TO = CLS-NUMBER(CLOSURE-SUB)
                       ADD 1 TO SECTION-COUNT
                       PERFORM EXPIRE-ONE-ARC
                   END-IF
               END-IF
           END-PERFORM

           CLOSE EDGE-MASTER-FILE

           IF SECTION-COUNT = 0
               MOVE SPACES TO IMPACT-LINE
               MOVE "    AUCUN ARC AU FICHIER" TO IMPACT-LINE
               PERFORM WRITE-IMPACT-LINE-CTL
           END-IF.

      * ARC-ACTION: 'C' expire, 'D' delete, 'X' already expired by
      * the close date, 'S' already handled with the other end.
       EXPIRE-ONE-ARC.
           IF EM-FROM = CLS-NUMBER(CLOSURE-SUB)
               MOVE EM-TO TO OTHER-END
           ELSE
               MOVE EM-FROM TO OTHER-END
           END-IF
           MOVE CLS-DATE(CLOSURE-SUB) TO ARC-CLOSE-DATE
           IF OTHER-END >= 1 AND OTHER-END <= 300
                   AND CLOSED-AT(OTHER-END) NOT = 0
                   AND CLOSED-AT(OTHER-END) NOT = CLOSURE-SUB
               IF CLS-DATE(CLOSED-AT(OTHER-END)) < ARC-CLOSE-DATE
                   MOVE CLS-DATE(CLOSED-AT(OTHER-END))
                       TO ARC-CLOSE-DATE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN OTHER-END >= 1 AND OTHER-END <= 300
                       AND CLOSED-AT(OTHER-END) NOT = 0
                       AND CLOSED-AT(OTHER-END) < CLOSURE-SUB
                   MOVE 'S' TO ARC-ACTION
               WHEN EM-EXP-DATE NOT = 0
                       AND EM-EXP-DATE <= ARC-CLOSE-DATE
                   MOVE 'X' TO ARC-ACTION
               WHEN EM-EFF-DATE >= ARC-CLOSE-DATE
                   MOVE 'D' TO ARC-ACTION
               WHEN OTHER
                   MOVE 'C' TO ARC-ACTION
           END-EVALUATE

           IF ARC-ACTION = 'C'
               MOVE ARC-CLOSE-DATE TO EM-EXP-DATE
               MOVE SPACES TO EDGE-TXN-RECORD
               MOVE 'C' TO EDGE-TXN-RECORD(1:1)
               MOVE EDGE-MASTER-FIELDS TO EDGE-TXN-RECORD(2:49)
               PERFORM HOLD-ARC-TXN
               ADD 1 TO EXPIRE-COUNT
           END-IF
           IF ARC-ACTION = 'D'
               MOVE SPACES TO EDGE-TXN-RECORD
               MOVE 'D' TO EDGE-TXN-RECORD(1:1)
               MOVE EDGE-MASTER-FIELDS(1:6) TO EDGE-TXN-RECORD(2:6)
               PERFORM HOLD-ARC-TXN
               ADD 1 TO ARC-DELETE-COUNT
           END-IF

           PERFORM WRITE-ARC-IMPACT-LINE.

       WRITE-ARC-IMPACT-LINE.
           MOVE EM-FROM TO FROM-TXT
           MOVE EM-TO TO TO-TXT
           MOVE SPACES TO IMPACT-LINE
           MOVE 1 TO REG-PTR
           STRING "    ARC " DELIMITED BY SIZE
               FROM-TXT DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE EM-FROM TO IMPACT-NODE
           PERFORM APPEND-IMPACT-NAME
           STRING " -> " DELIMITED BY SIZE
               TO-TXT DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE EM-TO TO IMPACT-NODE
           PERFORM APPEND-IMPACT-NAME

           MOVE ARC-CLOSE-DATE(1:4) TO DATE-YYYY
           MOVE ARC-CLOSE-DATE(5:2) TO DATE-MM
           MOVE ARC-CLOSE-DATE(7:2) TO DATE-DD
           EVALUATE ARC-ACTION
               WHEN 'C'
                   STRING " : EXPIRATION AU " DELIMITED BY SIZE
                       DATE-DISPLAY DELIMITED BY SIZE
                       " (TRANSACTION C)" DELIMITED BY SIZE
                       INTO IMPACT-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               WHEN 'D'
                   STRING " : SUPPRESSION, EN VIGUEUR SEULEMENT A "
                           DELIMITED BY SIZE
                       "PARTIR DE LA FERMETURE (TRANSACTION D)"
                           DELIMITED BY SIZE
                       INTO IMPACT-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               WHEN 'X'
                   STRING " : DEJA EXPIRE A LA DATE DE FERMETURE"
                           DELIMITED BY SIZE
                       INTO IMPACT-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               WHEN OTHER
                   MOVE OTHER-END TO NODE-TXT
                   STRING " : DEJA TRAITE AVEC LE CENTRE "
                           DELIMITED BY SIZE
                       NODE-TXT DELIMITED BY SIZE
                       INTO IMPACT-LINE
                       WITH POINTER REG-PTR
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-IMPACT-LINE-CTL.

      * COMMITMENTS.DAT (SOURCE(3) DEST(3) MINUTES(9), see COMMITCK):
      * every promise starting or ending at the closed center. The
      * file is optional -- without it the block says so.
       LIST-CLOSED-COMMITMENTS.
           MOVE SPACES TO IMPACT-LINE
           MOVE "  ENGAGEMENTS AU DEPART OU A L'ARRIVEE DU CENTRE :"
               TO IMPACT-LINE
           PERFORM WRITE-IMPACT-LINE-CTL
           MOVE 0 TO SECTION-COUNT

           MOVE 'N' TO COMMITMENTS-EOF
           OPEN INPUT COMMITMENTS-FILE
           IF COMMITMENTS-STATUS = "35"
               MOVE SPACES TO IMPACT-LINE
               MOVE "    COMMITMENTS.DAT ABSENT - NON CONTROLE"
                   TO IMPACT-LINE
               PERFORM WRITE-IMPACT-LINE-CTL
           ELSE
               IF COMMITMENTS-STATUS NOT = "00"
                   DISPLAY "ERREUR: lecture de COMMITMENTS.DAT "
                       "impossible - statut " COMMITMENTS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM UNTIL END-OF-COMMITMENTS
                   READ COMMITMENTS-FILE
                       AT END MOVE 'Y' TO COMMITMENTS-EOF
                   END-READ

                   IF NOT END-OF-COMMITMENTS
                           AND COMMITMENT-RECORD(1:6) IS NUMERIC
                       MOVE COMMITMENT-RECORD(1:3) TO COMMIT-SOURCE
                       MOVE COMMITMENT-RECORD(4:3) TO COMMIT-DEST
                       IF COMMIT-SOURCE = CLS-NUMBER(CLOSURE-SUB)
                               OR COMMIT-DEST = CLS-NUMBER(CLOSURE-SUB)
                           ADD 1 TO SECTION-COUNT
                           ADD 1 TO IMPACT-COMMIT-COUNT
                           PERFORM WRITE-COMMIT-IMPACT-LINE
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE COMMITMENTS-FILE

               IF SECTION-COUNT = 0
                   MOVE SPACES TO IMPACT-LINE
                   MOVE "    AUCUN" TO IMPACT-LINE
                   PERFORM WRITE-IMPACT-LINE-CTL
               END-IF
           END-IF.

       WRITE-COMMIT-IMPACT-LINE.
           MOVE COMMIT-SOURCE TO FROM-TXT
           MOVE COMMIT-DEST TO TO-TXT
           MOVE SPACES TO IMPACT-LINE
           MOVE 1 TO REG-PTR
           STRING "    " DELIMITED BY SIZE
               FROM-TXT DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE COMMIT-SOURCE TO IMPACT-NODE
           PERFORM APPEND-IMPACT-NAME
           STRING " -> " DELIMITED BY SIZE
               TO-TXT DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE COMMIT-DEST TO IMPACT-NODE
           PERFORM APPEND-IMPACT-NAME
           IF COMMITMENT-RECORD(7:9) IS NUMERIC
               MOVE COMMITMENT-RECORD(7:9) TO MINUTES-TXT
               STRING " : " DELIMITED BY SIZE
                   MINUTES-TXT DELIMITED BY SIZE
                   " MIN PROMISES" DELIMITED BY SIZE
                   INTO IMPACT-LINE
                   WITH POINTER REG-PTR
               END-STRING
           END-IF
           PERFORM WRITE-IMPACT-LINE-CTL.

      * RESULTS.IDX read end to end: every reachable pair whose stored
      * route, or stored bis route, has the closed center as an
      * intermediate stop. The file is optional (no run loaded yet).
       LIST-CLOSED-ROUTES.
           MOVE SPACES TO IMPACT-LINE
           MOVE "  PAIRES DONT L'ITINERAIRE STOCKE TRANSITE PAR LE "
               TO IMPACT-LINE
           MOVE "CENTRE :" TO IMPACT-LINE(51:8)
           PERFORM WRITE-IMPACT-LINE-CTL
           MOVE 0 TO SECTION-COUNT

           MOVE 'N' TO RESULTS-EOF
           OPEN INPUT RESULTS-FILE
           IF RESULTS-STATUS = "35"
               MOVE SPACES TO IMPACT-LINE
               MOVE "    RESULTS.IDX ABSENT - NON CONTROLE"
                   TO IMPACT-LINE
               PERFORM WRITE-IMPACT-LINE-CTL
           ELSE
               IF RESULTS-STATUS NOT = "00"
                   DISPLAY "ERREUR: ouverture de RESULTS.IDX "
                       "impossible - statut " RESULTS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM UNTIL END-OF-RESULTS
                   READ RESULTS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO RESULTS-EOF
                   END-READ

                   IF NOT END-OF-RESULTS
                       PERFORM CHECK-ONE-STORED-ROUTE
                   END-IF
               END-PERFORM

               CLOSE RESULTS-FILE

               IF SECTION-COUNT = 0
                   MOVE SPACES TO IMPACT-LINE
                   MOVE "    AUCUNE" TO IMPACT-LINE
                   PERFORM WRITE-IMPACT-LINE-CTL
               END-IF
           END-IF.

       CHECK-ONE-STORED-ROUTE.
           MOVE 'N' TO ON-PRIMARY
           MOVE 'N' TO ON-BIS
           IF RES-REACHABLE NOT = 'N'
               PERFORM VARYING PATH-SUB FROM 2 BY 1
                       UNTIL PATH-SUB >= RES-PATH-COUNT
                   IF RES-PATH-NODE(PATH-SUB) = CLS-NUMBER(CLOSURE-SUB)
                       MOVE 'Y' TO ON-PRIMARY
                   END-IF
               END-PERFORM
           END-IF
           IF RES-BIS-REACHABLE = 'Y'
               PERFORM VARYING PATH-SUB FROM 2 BY 1
                       UNTIL PATH-SUB >= RES-BIS-PATH-COUNT
                   IF RES-BIS-PATH-NODE(PATH-SUB)
                           = CLS-NUMBER(CLOSURE-SUB)
                       MOVE 'Y' TO ON-BIS
                   END-IF
               END-PERFORM
           END-IF

           IF TRANSITS-PRIMARY OR TRANSITS-BIS
               ADD 1 TO SECTION-COUNT
               ADD 1 TO IMPACT-PAIR-COUNT
               PERFORM WRITE-ROUTE-IMPACT-LINE
           END-IF.

       WRITE-ROUTE-IMPACT-LINE.
           MOVE RES-SOURCE TO FROM-TXT
           MOVE RES-DEST TO TO-TXT
           MOVE SPACES TO IMPACT-LINE
           MOVE 1 TO REG-PTR
           STRING "    " DELIMITED BY SIZE
               FROM-TXT DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE RES-SOURCE TO IMPACT-NODE
           PERFORM APPEND-IMPACT-NAME
           STRING " -> " DELIMITED BY SIZE
               TO-TXT DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE RES-DEST TO IMPACT-NODE
           PERFORM APPEND-IMPACT-NAME

           IF TRANSITS-PRIMARY
               IF TRANSITS-BIS
                   STRING " : ITINERAIRE ET BIS, CHEMIN "
                           DELIMITED BY SIZE
                       INTO IMPACT-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               ELSE
                   STRING " : ITINERAIRE, CHEMIN " DELIMITED BY SIZE
                       INTO IMPACT-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               END-IF
               PERFORM VARYING PATH-SUB FROM 1 BY 1
                       UNTIL PATH-SUB > RES-PATH-COUNT
                   MOVE RES-PATH-NODE(PATH-SUB) TO NODE-TXT
                   PERFORM APPEND-IMPACT-PATH-NODE
               END-PERFORM
           ELSE
               STRING " : BIS SEULEMENT, CHEMIN BIS " DELIMITED BY SIZE
                   INTO IMPACT-LINE
                   WITH POINTER REG-PTR
               END-STRING
               PERFORM VARYING PATH-SUB FROM 1 BY 1
                       UNTIL PATH-SUB > RES-BIS-PATH-COUNT
                   MOVE RES-BIS-PATH-NODE(PATH-SUB) TO NODE-TXT
                   PERFORM APPEND-IMPACT-PATH-NODE
               END-PERFORM
           END-IF
           PERFORM WRITE-IMPACT-LINE-CTL.

       APPEND-IMPACT-PATH-NODE.
           IF PATH-SUB NOT = 1
               STRING " -> " DELIMITED BY SIZE
                   INTO IMPACT-LINE
                   WITH POINTER REG-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           STRING NODE-TXT DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

       APPEND-IMPACT-NAME.
           IF IMPACT-NODE >= 1 AND IMPACT-NODE <= 300
                   AND CENTER-NAME(IMPACT-NODE) NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   CENTER-NAME(IMPACT-NODE) DELIMITED BY "  "
                   INTO IMPACT-LINE
                   WITH POINTER REG-PTR
               END-STRING
           END-IF.

       WRITE-IMPACT-HEADER.
           ADD 1 TO IMPACT-PAGE-NUM
           MOVE IMPACT-PAGE-NUM TO PAGE-NUM-TXT

           MOVE SPACES TO IMPACT-LINE
           STRING "LISTE D'IMPACT DES FERMETURES DE CENTRES"
                   DELIMITED BY SIZE
               "     PAGE " DELIMITED BY SIZE
               PAGE-NUM-TXT DELIMITED BY SIZE
               INTO IMPACT-LINE
           END-STRING
           WRITE IMPACT-LINE

           MOVE SPACES TO IMPACT-LINE
           STRING "DATE D'EXECUTION : " DELIMITED BY SIZE
               RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO IMPACT-LINE
           END-STRING
           WRITE IMPACT-LINE

           MOVE SPACES TO IMPACT-LINE
           WRITE IMPACT-LINE

           MOVE 3 TO IMPACT-LINE-COUNT.

       WRITE-IMPACT-LINE-CTL.
           IF IMPACT-LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-IMPACT-HEADER
           END-IF
           WRITE IMPACT-LINE
           ADD 1 TO IMPACT-LINE-COUNT.

       WRITE-IMPACT-TRAILER.
           MOVE SPACES TO IMPACT-LINE
           WRITE IMPACT-LINE

           MOVE SPACES TO IMPACT-LINE
           MOVE 1 TO REG-PTR
           MOVE CLOSURE-TOTAL TO COUNT-TXT
           STRING "FIN DE LISTE - " DELIMITED BY SIZE
               COUNT-TXT DELIMITED BY SIZE
               " FERMETURE(S), " DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
           END-STRING
           COMPUTE SECTION-COUNT = EXPIRE-COUNT + ARC-DELETE-COUNT
           MOVE SECTION-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " TRANSACTION(S) D'ARC, " DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE IMPACT-COMMIT-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " ENGAGEMENT(S), " DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE IMPACT-PAIR-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " PAIRE(S) ROUTEE(S)" DELIMITED BY SIZE
               INTO IMPACT-LINE
               WITH POINTER REG-PTR
           END-STRING
           WRITE IMPACT-LINE.

       REWRITE-CENTER-MASTER.
           OPEN OUTPUT CENTER-MASTER-FILE
           IF CENTER-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR: reecriture de CENTER-MASTER.DAT "
                   "impossible - statut " CENTER-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

