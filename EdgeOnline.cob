       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDGEONLN.

      * On-line maintenance of the edge master for the network
      * clerks: one arc at a time, checked and applied while the
      * clerk waits, instead of keying an EDGE-TXN.DAT batch and
      * waiting for EDGEMAINT to bounce it the next morning. Works
      * directly on EDGE-MASTER.IDX (keyed on FROM/TO, built by
      * EDGELOAD). Functions are chosen at the console, one letter:
      *   C  consult one arc (FROM/TO keyed as six digits fffttt)
      *   L  list every arc of one center, leaving it and arriving
      *      at it, with the center names from CENTER-MASTER.DAT
      *   A  add an arc         M  change an arc
      *   E  expire an arc -- a change that only sets the expiry
      *      date, the same closing transaction CTRMAINT generates
      * "FIN" or an empty line ends the session. On an add each field
      * is prompted in turn; on a change or an expiry the current
      * value is shown and an empty answer keeps it. Numbers are
      * keyed left-aligned without leading zeros (42, not
      * 000000042); dates as YYYYMMDD.
      *
      * An update is assembled into the EDGE-TXN.DAT transaction
      * image and put through the same edits as EDGEMAINT with the
      * same reason codes (see EdgeMaint.cob) -- 01 to 17 except 08,
      * duplicates within a batch, which cannot happen here. A
      * refused update is shown with its code and nothing is
      * written. An accepted one is shown again as it will stand and
      * applied only on the clerk's confirmation.
      *
      * Every applied update is appended at once to EDGE-JOURNAL.DAT
      * with its before and after image, in EDGEMAINT's journal
      * layout, so EDGEREBLD rebuilds an as-of master across on-line
      * and batch updates alike; and an EDGEONLN stamp is appended to
      * RUNCTL.DAT, so the DIJKSTRA gate knows the master changed
      * after the last EDGECHK (see RunControl.cpy). Both files are
      * opened and closed around each update so nothing already
      * applied is lost if the session is cut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDGE-MASTER-FILE ASSIGN TO "EDGE-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDGE-MASTER-KEY
               FILE STATUS IS EDGE-MASTER-STATUS.

           SELECT TOPOLOGY-FILE ASSIGN TO "TOPOLOGY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOPOLOGY-STATUS.

           SELECT CENTER-MASTER-FILE ASSIGN TO "CENTER-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENTER-MASTER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "EDGE-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDGE-MASTER-FILE.
       01  EDGE-MASTER-RECORD.
           05 EDGE-MASTER-KEY       PIC X(6).
           05 FILLER                PIC X(43).

       FD  TOPOLOGY-FILE.
       01  TOPOLOGY-RECORD          PIC X(20).

       FD  CENTER-MASTER-FILE.
       01  CENTER-MASTER-RECORD     PIC X(30).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JRN-TIMESTAMP     PIC X(14).
           05 JRN-ACTION        PIC X.
           05 JRN-FROM          PIC 999.
           05 JRN-TO            PIC 999.
           05 JRN-OLD-WEIGHT    PIC 9(9).
           05 JRN-OLD-EFF-DATE  PIC 9(8).
           05 JRN-OLD-EXP-DATE  PIC 9(8).
           05 JRN-OLD-TIME      PIC 9(9).
           05 JRN-OLD-LOAD      PIC 9(9).
           05 JRN-NEW-WEIGHT    PIC 9(9).
           05 JRN-NEW-EFF-DATE  PIC 9(8).
           05 JRN-NEW-EXP-DATE  PIC 9(8).
           05 JRN-NEW-TIME      PIC 9(9).
           05 JRN-NEW-LOAD      PIC 9(9).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD            PIC X(48).

       WORKING-STORAGE SECTION.
       77  MAX-NODES   PIC 999 VALUE 300.

       COPY "EdgeMaster.cpy".
       COPY "CenterMaster.cpy".
       COPY "RunControl.cpy".

       01  EDGE-MASTER-STATUS  PIC XX VALUE "00".
       01  TOPOLOGY-STATUS     PIC XX VALUE "00".
       01  CENTER-MASTER-STATUS PIC XX VALUE "00".
       01  JOURNAL-STATUS      PIC XX VALUE "00".
       01  RUNCTL-STATUS       PIC XX VALUE "00".
       01  RUN-STAMP           PIC X(16).
       01  TODAY-DATE          PIC 9(8).

       01  TOPOLOGY-EOF      PIC X VALUE 'N'.
           88 END-OF-TOPOLOGY     VALUE 'Y'.
       01  CENTER-MASTER-EOF PIC X VALUE 'N'.
           88 END-OF-CENTER-MASTER VALUE 'Y'.
       01  EDGE-MASTER-EOF   PIC X VALUE 'N'.
           88 END-OF-EDGE-MASTER  VALUE 'Y'.

       01  N           PIC 999 VALUE 0.

      * Existence, status and name of each center by node number,
      * from CENTER-MASTER.DAT: the names for the listings, the
      * flags for the code 13/14 edits. When the file is absent the
      * control is off and the names print blank.
       01  CENTER-MASTER-PRESENT PIC X VALUE 'N'.
           88 CENTER-CONTROL-ON       VALUE 'Y'.
       01  CENTER-FLAGS.
           05 CENTER-FLAG-ENTRY OCCURS 300 TIMES.
              10 CTR-KNOWN    PIC X.
                 88 CENTER-IS-KNOWN   VALUE 'Y'.
              10 CTR-STATE    PIC X.
                 88 CENTER-IS-ACTIVE  VALUE 'A'.
              10 CTR-NAME     PIC X(20).
       01  CTR-LOOKUP        PIC 999.

      * Console dialogue.
       01  REQUEST-LINE     PIC X(20).
       01  SESSION-DONE     PIC X VALUE 'N'.
           88 END-OF-SESSION     VALUE 'Y'.
       01  ARC-KEY-OK       PIC X.
           88 ARC-KEY-IS-OK      VALUE 'Y'.
       01  FIELD-LINE       PIC X(20).
       01  FIELD-LEN        PIC 99.
       01  FIELD-POS        PIC 99.
       01  FIELD-WIDTH      PIC 99.
       01  FIELD-WIDTH-TXT  PIC Z9.
       01  FIELD-OK         PIC X.
           88 FIELD-IS-OK        VALUE 'Y'.
       01  FIELD-PROMPT     PIC X(40).
       01  FIELD-CURRENT    PIC X(9).
       01  LIST-CENTER      PIC 999.
       01  LIST-COUNT       PIC 9(4).

      * Set by FIND-EDGE: the arc is on the master, and its record
      * sits in EDGE-MASTER-FIELDS ('Y'), is not ('N'), or the read
      * itself failed -- a lock held by a batch run, an I/O error --
      * and nothing is known of it ('E').
       01  EDGE-FOUND     PIC X.
           88 EDGE-IS-ON-MASTER  VALUE 'Y'.
           88 EDGE-READ-FAILED   VALUE 'E'.

      * The update being keyed, in the EDGE-TXN.DAT layout:
      * TXN-CODE(1) FROM(3) TO(3) WEIGHT(9) EFF-DATE(8) EXP-DATE(8)
      * TIME(9) LOAD(9).
       01  TXN-IMAGE      PIC X(50).
       01  TXN-VALID      PIC X.
           88 TXN-IS-VALID    VALUE 'Y'.
       01  TXN-REASON     PIC XX.
       01  REASON-TEXT    PIC X(45).

      * Set by EXPIRE-ONE-ARC alone: the update came through the
      * expire function, the only one that may be spared the 13/14
      * center edits, and then only when it brings the expiry
      * forward.
       01  EXPIRY-FUNCTION PIC X VALUE 'N'.
           88 UPDATE-IS-EXPIRY VALUE 'Y'.

       01  TXN-CODE       PIC X.
           88 TXN-IS-ADD      VALUE 'A'.
           88 TXN-IS-CHANGE   VALUE 'C'.
           88 TXN-IS-DELETE   VALUE 'D'.
       01  TXN-FROM       PIC 999.
       01  TXN-TO         PIC 999.
       01  TXN-WEIGHT     PIC 9(9).
       01  TXN-EFF-DATE   PIC 9(8).
       01  TXN-EXP-DATE   PIC 9(8).
       01  TXN-TIME       PIC 9(9).
       01  TXN-LOAD       PIC 9(9).

       01  APPLIED-COUNT  PIC 9(6) VALUE 0.
       01  REFUSED-COUNT  PIC 9(6) VALUE 0.

      * YYYYMMDD check shared by the effective and expiry dates, as
      * in EDGEMAINT.
       01  VAL-DATE       PIC 9(8).
       01  VAL-DATE-OK    PIC X.
           88 DATE-IS-VALID   VALUE 'Y'.
       01  VAL-YYYY       PIC 9(4).
       01  VAL-MM         PIC 99.
       01  VAL-DD         PIC 99.
       01  VAL-MONTH-DAYS PIC 99.
       01  VAL-REM        PIC 9(4).

      * Before image of the arc a change is about to touch, for the
      * journal.
       01  OLD-WEIGHT     PIC 9(9).
       01  OLD-EFF-DATE   PIC 9(8).
       01  OLD-EXP-DATE   PIC 9(8).
       01  OLD-TIME       PIC 9(9).
       01  OLD-LOAD       PIC 9(9).

       01  ARC-LINE        PIC X(132).
       01  ARC-PTR         PIC 9(4).
       01  ARC-STATE-TXT   PIC X(12).
       01  NODE-TXT        PIC 999.
       01  WEIGHT-TXT      PIC ZZZZZZZZ9.
       01  TIME-TXT        PIC ZZZZZZZZ9.
       01  LOAD-TXT        PIC ZZZZZZZZ9.
       01  COUNT-TXT       PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-TOPOLOGY-LIMIT
           PERFORM LOAD-CENTER-MASTER

           OPEN I-O EDGE-MASTER-FILE
           IF EDGE-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR: ouverture de EDGE-MASTER.IDX "
                   "impossible - statut " EDGE-MASTER-STATUS
                   " (EDGELOAD a-t-il ete execute ?)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-SESSION
               DISPLAY "FONCTION (C consulter, L lister, A ajouter, "
                   "M modifier, E expirer, FIN) ?"
               MOVE SPACES TO REQUEST-LINE
               ACCEPT REQUEST-LINE FROM CONSOLE
               IF REQUEST-LINE = SPACES
                       OR REQUEST-LINE(1:3) = "FIN"
                   MOVE 'Y' TO SESSION-DONE
               ELSE
                   EVALUATE REQUEST-LINE(1:1)
                       WHEN "C"
                           PERFORM CONSULT-ONE-ARC
                       WHEN "L"
                           PERFORM LIST-CENTER-ARCS
                       WHEN "A"
                           PERFORM ADD-ONE-ARC
                       WHEN "M"
                           PERFORM CHANGE-ONE-ARC
                       WHEN "E"
                           PERFORM EXPIRE-ONE-ARC
                       WHEN OTHER
                           DISPLAY "FONCTION INVALIDE '"
                               REQUEST-LINE(1:1) "'"
                   END-EVALUATE
               END-IF
           END-PERFORM

           CLOSE EDGE-MASTER-FILE

           DISPLAY "EDGEONLN: " APPLIED-COUNT " mise(s) a jour "
               "appliquee(s), " REFUSED-COUNT " refusee(s)"

           STOP RUN.

      * TOPOLOGY.DAT gives the declared node range for the code 07
      * edit, as in EDGEMAINT.
       LOAD-TOPOLOGY-LIMIT.
           OPEN INPUT TOPOLOGY-FILE
           IF TOPOLOGY-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de TOPOLOGY.DAT impossible - "
                   "statut " TOPOLOGY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           READ TOPOLOGY-FILE
               AT END MOVE 'Y' TO TOPOLOGY-EOF
           END-READ

           IF NOT END-OF-TOPOLOGY
               MOVE TOPOLOGY-RECORD(1:3) TO N
           END-IF

           CLOSE TOPOLOGY-FILE

           IF N < 1 OR N > MAX-NODES
               DISPLAY "ERREUR: N=" N
                   " invalide dans TOPOLOGY.DAT (1 a " MAX-NODES ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CENTER-MASTER.
           PERFORM VARYING CTR-LOOKUP FROM 1 BY 1
                   UNTIL CTR-LOOKUP > 300
               MOVE 'N' TO CTR-KNOWN(CTR-LOOKUP)
               MOVE SPACE TO CTR-STATE(CTR-LOOKUP)
               MOVE SPACES TO CTR-NAME(CTR-LOOKUP)
           END-PERFORM

           OPEN INPUT CENTER-MASTER-FILE
           IF CENTER-MASTER-STATUS = "35"
               DISPLAY "EDGEONLN: CENTER-MASTER.DAT absent, "
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
                           MOVE CM-NAME TO CTR-NAME(CM-NUMBER)
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE CENTER-MASTER-FILE
           END-IF.

      * Prompts for the arc key, six digits fffttt, and leaves it in
      * TXN-FROM/TXN-TO.
       ASK-ARC-KEY.
           MOVE 'N' TO ARC-KEY-OK
           DISPLAY "ARC (fffttt) ?"
           MOVE SPACES TO REQUEST-LINE
           ACCEPT REQUEST-LINE FROM CONSOLE
           IF REQUEST-LINE(1:6) NOT NUMERIC
               DISPLAY "ARC INVALIDE '" REQUEST-LINE(1:6)
                   "' - attendu six chiffres fffttt"
           ELSE
               MOVE REQUEST-LINE(1:3) TO TXN-FROM
               MOVE REQUEST-LINE(4:3) TO TXN-TO
               MOVE 'Y' TO ARC-KEY-OK
           END-IF.

       CONSULT-ONE-ARC.
           PERFORM ASK-ARC-KEY
           IF ARC-KEY-IS-OK
               PERFORM FIND-EDGE
               EVALUATE TRUE
                   WHEN EDGE-IS-ON-MASTER
                       PERFORM DISPLAY-ARC-LINE
                   WHEN EDGE-READ-FAILED
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ARC " TXN-FROM " -> " TXN-TO
                           " ABSENT DU FICHIER DES ARCS"
               END-EVALUATE
           END-IF.

      * Every arc leaving the center (a keyed START on FROM, then
      * READ NEXT while FROM holds), then every arc arriving at it
      * (TO is not a key, so the whole master is scanned).
       LIST-CENTER-ARCS.
           DISPLAY "CENTRE (ccc) ?"
           MOVE SPACES TO REQUEST-LINE
           ACCEPT REQUEST-LINE FROM CONSOLE
           IF REQUEST-LINE(1:3) NOT NUMERIC
                   OR REQUEST-LINE(1:3) = "000"
               DISPLAY "CENTRE INVALIDE '" REQUEST-LINE(1:3)
                   "' - attendu trois chiffres ccc"
           ELSE
               MOVE REQUEST-LINE(1:3) TO LIST-CENTER
               PERFORM DISPLAY-CENTER-TITLE

               DISPLAY "  ARCS AU DEPART :"
               MOVE 0 TO LIST-COUNT
               MOVE LIST-CENTER TO EM-FROM
               MOVE 0 TO EM-TO
               PERFORM START-EDGE-MASTER
               PERFORM UNTIL END-OF-EDGE-MASTER
                   PERFORM READ-NEXT-EDGE
                   IF NOT END-OF-EDGE-MASTER
                       IF EM-FROM NOT = LIST-CENTER
                           MOVE 'Y' TO EDGE-MASTER-EOF
                       ELSE
                           ADD 1 TO LIST-COUNT
                           PERFORM DISPLAY-ARC-LINE
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM DISPLAY-LIST-COUNT

               DISPLAY "  ARCS A L'ARRIVEE :"
               MOVE 0 TO LIST-COUNT
               MOVE 0 TO EM-FROM
               MOVE 0 TO EM-TO
               PERFORM START-EDGE-MASTER
               PERFORM UNTIL END-OF-EDGE-MASTER
                   PERFORM READ-NEXT-EDGE
                   IF NOT END-OF-EDGE-MASTER
                           AND EM-TO = LIST-CENTER
                       ADD 1 TO LIST-COUNT
                       PERFORM DISPLAY-ARC-LINE
                   END-IF
               END-PERFORM
               PERFORM DISPLAY-LIST-COUNT
           END-IF.

       DISPLAY-CENTER-TITLE.
           IF LIST-CENTER > 300
               DISPLAY "CENTRE " LIST-CENTER " : INCONNU"
           ELSE
               IF NOT CENTER-IS-KNOWN(LIST-CENTER)
                   DISPLAY "CENTRE " LIST-CENTER
                       " : INCONNU DU FICHIER DES CENTRES"
               ELSE
                   IF CENTER-IS-ACTIVE(LIST-CENTER)
                       DISPLAY "CENTRE " LIST-CENTER " "
                           CTR-NAME(LIST-CENTER) " (ACTIF)"
                   ELSE
                       DISPLAY "CENTRE " LIST-CENTER " "
                           CTR-NAME(LIST-CENTER) " (INACTIF)"
                   END-IF
               END-IF
           END-IF.

       DISPLAY-LIST-COUNT.
           IF LIST-COUNT = 0
               DISPLAY "    aucun"
           ELSE
               MOVE LIST-COUNT TO COUNT-TXT
               DISPLAY "    " COUNT-TXT " arc(s)"
           END-IF.

      * Positions the master on the first key not below
      * EM-FROM/EM-TO for a READ NEXT pass.
       START-EDGE-MASTER.
           MOVE 'N' TO EDGE-MASTER-EOF
           MOVE EDGE-MASTER-FIELDS(1:6) TO EDGE-MASTER-KEY
           START EDGE-MASTER-FILE
               KEY IS NOT LESS THAN EDGE-MASTER-KEY
               INVALID KEY
                   MOVE 'Y' TO EDGE-MASTER-EOF
           END-START.

       READ-NEXT-EDGE.
           READ EDGE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EDGE-MASTER-EOF
               NOT AT END
                   MOVE EDGE-MASTER-RECORD TO EDGE-MASTER-FIELDS
                   PERFORM CLEAR-BLANK-FIELDS
           END-READ.

      * Reads the master record for TXN-FROM/TXN-TO by key into
      * EDGE-MASTER-FIELDS and says whether it is there. Only status
      * 23 means absent; any other failure is reported with its
      * status and leaves EDGE-READ-FAILED, so no update is built on
      * a read that did not happen.
       FIND-EDGE.
           MOVE 'N' TO EDGE-FOUND
           MOVE TXN-FROM TO EM-FROM
           MOVE TXN-TO TO EM-TO
           MOVE EDGE-MASTER-FIELDS(1:6) TO EDGE-MASTER-KEY
           READ EDGE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO EDGE-FOUND
                   MOVE EDGE-MASTER-RECORD TO EDGE-MASTER-FIELDS
                   PERFORM CLEAR-BLANK-FIELDS
           END-READ
           IF EDGE-MASTER-STATUS NOT = "00"
                   AND EDGE-MASTER-STATUS NOT = "23"
               MOVE 'E' TO EDGE-FOUND
               DISPLAY "ERREUR: lecture de l'arc " TXN-FROM "-" TXN-TO
                   " impossible - statut " EDGE-MASTER-STATUS
           END-IF.

      * Blank expiry, time or load on records loaded from an old
      * image read as zero, as everywhere else.
       CLEAR-BLANK-FIELDS.
           IF EM-EXP-DATE NOT NUMERIC
               MOVE 0 TO EM-EXP-DATE
           END-IF
           IF EM-TIME NOT NUMERIC
               MOVE 0 TO EM-TIME
           END-IF
           IF EM-LOAD NOT NUMERIC
               MOVE 0 TO EM-LOAD
           END-IF.

      * "fff NAME -> ttt NAME : POIDS w TEMPS t CHARGE c EFFET d
      * EXPIR d (state)" for the arc in EDGE-MASTER-FIELDS, the state
      * as of today by the usual in-force rule.
       DISPLAY-ARC-LINE.
           EVALUATE TRUE
               WHEN EM-EFF-DATE > TODAY-DATE
                   MOVE "(A VENIR)" TO ARC-STATE-TXT
               WHEN EM-EXP-DATE NOT = 0
                       AND TODAY-DATE >= EM-EXP-DATE
                   MOVE "(EXPIRE)" TO ARC-STATE-TXT
               WHEN OTHER
                   MOVE "(EN VIGUEUR)" TO ARC-STATE-TXT
           END-EVALUATE

           MOVE EM-WEIGHT TO WEIGHT-TXT
           MOVE EM-TIME TO TIME-TXT
           MOVE EM-LOAD TO LOAD-TXT
           MOVE SPACES TO ARC-LINE
           MOVE 1 TO ARC-PTR
           MOVE EM-FROM TO NODE-TXT
           STRING "    " DELIMITED BY SIZE
               NODE-TXT DELIMITED BY SIZE
               INTO ARC-LINE
               WITH POINTER ARC-PTR
           END-STRING
           MOVE EM-FROM TO CTR-LOOKUP
           PERFORM APPEND-CENTER-NAME
           MOVE EM-TO TO NODE-TXT
           STRING " -> " DELIMITED BY SIZE
               NODE-TXT DELIMITED BY SIZE
               INTO ARC-LINE
               WITH POINTER ARC-PTR
           END-STRING
           MOVE EM-TO TO CTR-LOOKUP
           PERFORM APPEND-CENTER-NAME
           STRING " : POIDS " DELIMITED BY SIZE
               WEIGHT-TXT DELIMITED BY SIZE
               " TEMPS " DELIMITED BY SIZE
               TIME-TXT DELIMITED BY SIZE
               " CHARGE " DELIMITED BY SIZE
               LOAD-TXT DELIMITED BY SIZE
               " EFFET " DELIMITED BY SIZE
               EM-EFF-DATE DELIMITED BY SIZE
               " EXPIR " DELIMITED BY SIZE
               EM-EXP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ARC-STATE-TXT DELIMITED BY "  "
               INTO ARC-LINE
               WITH POINTER ARC-PTR
           END-STRING
           DISPLAY ARC-LINE(1:ARC-PTR).

       APPEND-CENTER-NAME.
           IF CTR-LOOKUP >= 1 AND CTR-LOOKUP <= 300
                   AND CTR-NAME(CTR-LOOKUP) NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   CTR-NAME(CTR-LOOKUP) DELIMITED BY "  "
                   INTO ARC-LINE
                   WITH POINTER ARC-PTR
               END-STRING
           END-IF.

      * An add prompts every field of the new arc; the image then
      * goes through the edits like any EDGE-TXN.DAT record.
       ADD-ONE-ARC.
           MOVE 'N' TO EXPIRY-FUNCTION
           PERFORM ASK-ARC-KEY
           IF ARC-KEY-IS-OK
               MOVE SPACES TO TXN-IMAGE
               MOVE "A" TO TXN-IMAGE(1:1)
               MOVE TXN-FROM TO TXN-IMAGE(2:3)
               MOVE TXN-TO TO TXN-IMAGE(5:3)
               MOVE SPACES TO FIELD-CURRENT
               MOVE "POIDS (km) ?" TO FIELD-PROMPT
               MOVE 8 TO FIELD-POS
               MOVE 9 TO FIELD-WIDTH
               PERFORM ASK-ONE-FIELD
               MOVE "DATE D'EFFET (aaaammjj) ?" TO FIELD-PROMPT
               MOVE 17 TO FIELD-POS
               MOVE 8 TO FIELD-WIDTH
               PERFORM ASK-ONE-FIELD
               MOVE "DATE D'EXPIRATION (aaaammjj, vide = aucune) ?"
                   TO FIELD-PROMPT
               MOVE 25 TO FIELD-POS
               MOVE 8 TO FIELD-WIDTH
               PERFORM ASK-ONE-FIELD
               MOVE "TEMPS (min) ?" TO FIELD-PROMPT
               MOVE 33 TO FIELD-POS
               MOVE 9 TO FIELD-WIDTH
               PERFORM ASK-ONE-FIELD
               MOVE "CHARGE MAXIMALE (kg, vide = aucune) ?"
                   TO FIELD-PROMPT
               MOVE 42 TO FIELD-POS
               MOVE 9 TO FIELD-WIDTH
               PERFORM ASK-ONE-FIELD
               PERFORM CHECK-AND-APPLY
           END-IF.

      * A change starts from the arc as it stands and prompts every
      * field with its current value; an empty answer keeps it.
       CHANGE-ONE-ARC.
           MOVE 'N' TO EXPIRY-FUNCTION
           PERFORM ASK-ARC-KEY
           IF ARC-KEY-IS-OK
               PERFORM FIND-EDGE
               IF NOT EDGE-IS-ON-MASTER
                   IF EDGE-READ-FAILED
                       MOVE "12" TO TXN-REASON
                   ELSE
                       MOVE "10" TO TXN-REASON
                   END-IF
                   PERFORM REFUSE-TXN
               ELSE
                   PERFORM DISPLAY-ARC-LINE
                   PERFORM LOAD-CURRENT-IMAGE
                   MOVE EM-WEIGHT TO FIELD-CURRENT
                   MOVE "POIDS (km) ?" TO FIELD-PROMPT
                   MOVE 8 TO FIELD-POS
                   MOVE 9 TO FIELD-WIDTH
                   PERFORM ASK-ONE-FIELD
                   MOVE EM-EFF-DATE TO FIELD-CURRENT
                   MOVE "DATE D'EFFET (aaaammjj) ?" TO FIELD-PROMPT
                   MOVE 17 TO FIELD-POS
                   MOVE 8 TO FIELD-WIDTH
                   PERFORM ASK-ONE-FIELD
                   MOVE EM-EXP-DATE TO FIELD-CURRENT
                   MOVE "DATE D'EXPIRATION (aaaammjj, 0 = aucune) ?"
                       TO FIELD-PROMPT
                   MOVE 25 TO FIELD-POS
                   MOVE 8 TO FIELD-WIDTH
                   PERFORM ASK-ONE-FIELD
                   MOVE EM-TIME TO FIELD-CURRENT
                   MOVE "TEMPS (min) ?" TO FIELD-PROMPT
                   MOVE 33 TO FIELD-POS
                   MOVE 9 TO FIELD-WIDTH
                   PERFORM ASK-ONE-FIELD
                   MOVE EM-LOAD TO FIELD-CURRENT
                   MOVE "CHARGE MAXIMALE (kg, 0 = aucune) ?"
                       TO FIELD-PROMPT
                   MOVE 42 TO FIELD-POS
                   MOVE 9 TO FIELD-WIDTH
                   PERFORM ASK-ONE-FIELD
                   PERFORM CHECK-AND-APPLY
               END-IF
           END-IF.

      * An expiry is a change of the expiry date alone -- the same
      * 'C' image with a date in EXP-DATE that CTRMAINT writes when a
      * center closes, and so exempt from the 13/14 center edits as
      * long as it does not push the arc's current expiry back. The
      * date is mandatory here.
       EXPIRE-ONE-ARC.
           MOVE 'Y' TO EXPIRY-FUNCTION
           PERFORM ASK-ARC-KEY
           IF ARC-KEY-IS-OK
               PERFORM FIND-EDGE
               IF NOT EDGE-IS-ON-MASTER
                   IF EDGE-READ-FAILED
                       MOVE "12" TO TXN-REASON
                   ELSE
                       MOVE "10" TO TXN-REASON
                   END-IF
                   PERFORM REFUSE-TXN
               ELSE
                   PERFORM DISPLAY-ARC-LINE
                   PERFORM LOAD-CURRENT-IMAGE
                   MOVE SPACES TO TXN-IMAGE(25:8)
                   MOVE SPACES TO FIELD-CURRENT
                   MOVE "DATE D'EXPIRATION (aaaammjj) ?"
                       TO FIELD-PROMPT
                   MOVE 25 TO FIELD-POS
                   MOVE 8 TO FIELD-WIDTH
                   PERFORM ASK-ONE-FIELD
                   IF TXN-IMAGE(25:8) = SPACES
                       MOVE "06" TO TXN-REASON
                       PERFORM REFUSE-TXN
                   ELSE
                       PERFORM CHECK-AND-APPLY
                   END-IF
               END-IF
           END-IF.

      * 'C' image of the arc FIND-EDGE just read, for a change or an
      * expiry to edit field by field.
       LOAD-CURRENT-IMAGE.
           MOVE SPACES TO TXN-IMAGE
           MOVE "C" TO TXN-IMAGE(1:1)
           MOVE EDGE-MASTER-FIELDS TO TXN-IMAGE(2:49).

      * Prompts FIELD-PROMPT (with FIELD-CURRENT, when there is one)
      * and puts the answer right-aligned and zero-filled into
      * TXN-IMAGE(FIELD-POS:FIELD-WIDTH). An empty answer keeps what
      * is there -- the current value on a change, blanks on an add.
      * An answer longer than the field, or with anything after a
      * space, is refused and the question asked again: cutting it
      * down would only hand the edits a different, plausible value.
       ASK-ONE-FIELD.
           MOVE 'N' TO FIELD-OK
           PERFORM UNTIL FIELD-IS-OK
               IF FIELD-CURRENT = SPACES
                   DISPLAY "  " FIELD-PROMPT
               ELSE
                   DISPLAY "  " FIELD-PROMPT " [" FIELD-CURRENT "]"
               END-IF
               MOVE SPACES TO FIELD-LINE
               ACCEPT FIELD-LINE FROM CONSOLE
               MOVE 0 TO FIELD-LEN
               INSPECT FIELD-LINE TALLYING FIELD-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF FIELD-LEN > FIELD-WIDTH
                   PERFORM REFUSE-FIELD-ANSWER
               ELSE
                   IF FIELD-LINE(FIELD-LEN + 1:) NOT = SPACES
                       PERFORM REFUSE-FIELD-ANSWER
                   ELSE
                       MOVE 'Y' TO FIELD-OK
                   END-IF
               END-IF
           END-PERFORM

           IF FIELD-LEN > 0
               MOVE ALL "0" TO TXN-IMAGE(FIELD-POS:FIELD-WIDTH)
               MOVE FIELD-LINE(1:FIELD-LEN)
                   TO TXN-IMAGE(FIELD-POS + FIELD-WIDTH
                       - FIELD-LEN:FIELD-LEN)
           END-IF.

       REFUSE-FIELD-ANSWER.
           MOVE FIELD-WIDTH TO FIELD-WIDTH-TXT
           DISPLAY "  REPONSE REFUSEE - au plus " FIELD-WIDTH-TXT
               " caracteres, sans espace".

      * Edits the keyed image, shows the arc as it would stand and
      * applies it on confirmation.
       CHECK-AND-APPLY.
           MOVE 'Y' TO TXN-VALID
           MOVE SPACES TO TXN-REASON
           PERFORM VALIDATE-ONLINE-TXN
           IF TXN-IS-VALID
               PERFORM UNPACK-TXN-IMAGE
               MOVE TXN-IMAGE(2:49) TO EDGE-MASTER-FIELDS
               MOVE TXN-EXP-DATE TO EM-EXP-DATE
               MOVE TXN-TIME TO EM-TIME
               MOVE TXN-LOAD TO EM-LOAD
               DISPLAY "  APRES :"
               PERFORM DISPLAY-ARC-LINE
               DISPLAY "CONFIRMER (O/N) ?"
               MOVE SPACES TO REQUEST-LINE
               ACCEPT REQUEST-LINE FROM CONSOLE
               IF REQUEST-LINE(1:1) = "O"
                   PERFORM APPLY-ONLINE-TXN
               ELSE
                   DISPLAY "MISE A JOUR ABANDONNEE"
               END-IF
           END-IF.

      * EDGEMAINT's edits for one image, in its order: arc range,
      * centers, then weight, dates, time and load.
       VALIDATE-ONLINE-TXN.
           MOVE TXN-IMAGE(1:1) TO TXN-CODE
           IF NOT TXN-IS-ADD AND NOT TXN-IS-CHANGE
               MOVE "01" TO TXN-REASON
               PERFORM REFUSE-TXN
           ELSE
               IF TXN-FROM < 1 OR TXN-FROM > N
                       OR TXN-TO < 1 OR TXN-TO > N
                   MOVE "07" TO TXN-REASON
                   PERFORM REFUSE-TXN
               ELSE
                   IF CENTER-CONTROL-ON
                       PERFORM CHECK-CENTERS-UNLESS-CLOSING
                   END-IF
                   IF TXN-IS-VALID
                       PERFORM VALIDATE-TXN-AMOUNTS
                   END-IF
               END-IF
           END-IF.

      * Only an expiry keyed through 'E' that closes the arc no
      * later than it already closes -- judged against the record
      * FIND-EDGE read for the prompts, still in EDGE-MASTER-FIELDS
      * -- skips the center edits; an add, a change, or an expiry
      * that would reopen the arc is checked like any other update.
       CHECK-CENTERS-UNLESS-CLOSING.
           IF UPDATE-IS-EXPIRY AND TXN-IS-CHANGE
                   AND TXN-IMAGE(25:8) IS NUMERIC
                   AND TXN-IMAGE(25:8) NOT = ZEROS
               MOVE TXN-IMAGE(25:8) TO TXN-EXP-DATE
               IF EM-EXP-DATE = 0 OR TXN-EXP-DATE <= EM-EXP-DATE
                   CONTINUE
               ELSE
                   PERFORM CHECK-TXN-CENTERS
               END-IF
           ELSE
               PERFORM CHECK-TXN-CENTERS
           END-IF.

       CHECK-TXN-CENTERS.
           MOVE TXN-FROM TO CTR-LOOKUP
           PERFORM CHECK-ONE-CENTER
           IF TXN-IS-VALID
               MOVE TXN-TO TO CTR-LOOKUP
               PERFORM CHECK-ONE-CENTER
           END-IF.

       CHECK-ONE-CENTER.
           IF NOT CENTER-IS-KNOWN(CTR-LOOKUP)
               MOVE "13" TO TXN-REASON
               PERFORM REFUSE-TXN
           ELSE
               IF NOT CENTER-IS-ACTIVE(CTR-LOOKUP)
                   MOVE "14" TO TXN-REASON
                   PERFORM REFUSE-TXN
               END-IF
           END-IF.

       VALIDATE-TXN-AMOUNTS.
           IF TXN-IMAGE(8:9) NOT NUMERIC
               MOVE "04" TO TXN-REASON
               PERFORM REFUSE-TXN
           ELSE
               IF TXN-IMAGE(17:8) IS NUMERIC
                   MOVE TXN-IMAGE(17:8) TO VAL-DATE
                   PERFORM VALIDATE-DATE
               ELSE
                   MOVE 'N' TO VAL-DATE-OK
               END-IF
               IF NOT DATE-IS-VALID
                   MOVE "05" TO TXN-REASON
                   PERFORM REFUSE-TXN
               ELSE
                   PERFORM VALIDATE-TXN-EXP-DATE
                   IF TXN-IS-VALID
                       PERFORM VALIDATE-TXN-TIME
                   END-IF
                   IF TXN-IS-VALID
                       PERFORM VALIDATE-TXN-LOAD
                   END-IF
               END-IF
           END-IF.

       VALIDATE-TXN-TIME.
           IF TXN-IMAGE(33:9) NOT = SPACES
                   AND TXN-IMAGE(33:9) NOT NUMERIC
               MOVE "15" TO TXN-REASON
               PERFORM REFUSE-TXN
           END-IF.

       VALIDATE-TXN-LOAD.
           IF TXN-IMAGE(42:9) NOT = SPACES
                   AND TXN-IMAGE(42:9) NOT NUMERIC
               MOVE "17" TO TXN-REASON
               PERFORM REFUSE-TXN
           END-IF.

      * Blank or all-zero expiry is "no planned expiry"; anything else
      * must be a real date strictly after the effective date.
       VALIDATE-TXN-EXP-DATE.
           IF TXN-IMAGE(25:8) = SPACES
               CONTINUE
           ELSE
               IF TXN-IMAGE(25:8) IS NUMERIC
                   MOVE TXN-IMAGE(25:8) TO VAL-DATE
                   IF VAL-DATE = 0
                       CONTINUE
                   ELSE
                       PERFORM VALIDATE-DATE
                       IF NOT DATE-IS-VALID
                           MOVE "06" TO TXN-REASON
                           PERFORM REFUSE-TXN
                       ELSE
                           MOVE TXN-IMAGE(17:8) TO TXN-EFF-DATE
                           IF VAL-DATE <= TXN-EFF-DATE
                               MOVE "16" TO TXN-REASON
                               PERFORM REFUSE-TXN
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   MOVE "06" TO TXN-REASON
                   PERFORM REFUSE-TXN
               END-IF
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

      * Shows the refusal with EDGEMAINT's reason code and wording.
       REFUSE-TXN.
           MOVE 'N' TO TXN-VALID
           ADD 1 TO REFUSED-COUNT
           EVALUATE TXN-REASON
               WHEN "01" MOVE "code transaction invalide"
                             TO REASON-TEXT
               WHEN "04" MOVE "POIDS non numerique" TO REASON-TEXT
               WHEN "05" MOVE "date d'effet invalide" TO REASON-TEXT
               WHEN "06" MOVE "date d'expiration invalide"
                             TO REASON-TEXT
               WHEN "07" MOVE "sommet hors limites" TO REASON-TEXT
               WHEN "09" MOVE "ajout, arc deja present"
                             TO REASON-TEXT
               WHEN "10" MOVE "modification, arc absent"
                             TO REASON-TEXT
               WHEN "12" MOVE "fichier des arcs plein ou inaccessible"
                             TO REASON-TEXT
               WHEN "13" MOVE "centre inconnu au fichier"
                             TO REASON-TEXT
               WHEN "14" MOVE "centre inactif" TO REASON-TEXT
               WHEN "15" MOVE "temps non numerique" TO REASON-TEXT
               WHEN "16" MOVE "expiration anterieure ou egale a l'effet"
                             TO REASON-TEXT
               WHEN "17" MOVE "charge maximale non numerique"
                             TO REASON-TEXT
               WHEN OTHER MOVE SPACES TO REASON-TEXT
           END-EVALUATE
           DISPLAY "REFUSE - CODE " TXN-REASON " : " REASON-TEXT.

       UNPACK-TXN-IMAGE.
           MOVE TXN-IMAGE(1:1) TO TXN-CODE
           MOVE TXN-IMAGE(2:3) TO TXN-FROM
           MOVE TXN-IMAGE(5:3) TO TXN-TO
           MOVE TXN-IMAGE(8:9) TO TXN-WEIGHT
           MOVE TXN-IMAGE(17:8) TO TXN-EFF-DATE
           IF TXN-IMAGE(25:8) IS NUMERIC
               MOVE TXN-IMAGE(25:8) TO TXN-EXP-DATE
           ELSE
               MOVE 0 TO TXN-EXP-DATE
           END-IF
           IF TXN-IMAGE(33:9) IS NUMERIC
               MOVE TXN-IMAGE(33:9) TO TXN-TIME
           ELSE
               MOVE 0 TO TXN-TIME
           END-IF
           IF TXN-IMAGE(42:9) IS NUMERIC
               MOVE TXN-IMAGE(42:9) TO TXN-LOAD
           ELSE
               MOVE 0 TO TXN-LOAD
           END-IF.

      * The arc is read again at apply time, so an add or change
      * keyed against a master that moved meanwhile (a batch
      * EDGEMAINT run, another clerk) is judged against the master
      * as it now stands: 09 and 10 as in EDGEMAINT, 12 when the
      * file refuses the read or the write with any status but 00.
       APPLY-ONLINE-TXN.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RUN-STAMP
           PERFORM FIND-EDGE
           EVALUATE TRUE
               WHEN EDGE-READ-FAILED
                   MOVE "12" TO TXN-REASON
                   PERFORM REFUSE-TXN
               WHEN TXN-IS-ADD
                   IF EDGE-IS-ON-MASTER
                       MOVE "09" TO TXN-REASON
                       PERFORM REFUSE-TXN
                   ELSE
                       MOVE 0 TO OLD-WEIGHT
                       MOVE 0 TO OLD-EFF-DATE
                       MOVE 0 TO OLD-EXP-DATE
                       MOVE 0 TO OLD-TIME
                       MOVE 0 TO OLD-LOAD
                       PERFORM BUILD-EDGE-RECORD
                       WRITE EDGE-MASTER-RECORD
                           INVALID KEY
                               MOVE "12" TO TXN-REASON
                               PERFORM REFUSE-TXN
                       END-WRITE
                       PERFORM CHECK-UPDATE-STATUS
                   END-IF
               WHEN OTHER
                   IF NOT EDGE-IS-ON-MASTER
                       MOVE "10" TO TXN-REASON
                       PERFORM REFUSE-TXN
                   ELSE
                       MOVE EM-WEIGHT TO OLD-WEIGHT
                       MOVE EM-EFF-DATE TO OLD-EFF-DATE
                       MOVE EM-EXP-DATE TO OLD-EXP-DATE
                       MOVE EM-TIME TO OLD-TIME
                       MOVE EM-LOAD TO OLD-LOAD
                       PERFORM BUILD-EDGE-RECORD
                       REWRITE EDGE-MASTER-RECORD
                           INVALID KEY
                               MOVE "12" TO TXN-REASON
                               PERFORM REFUSE-TXN
                       END-REWRITE
                       PERFORM CHECK-UPDATE-STATUS
                   END-IF
           END-EVALUATE

           IF TXN-IS-VALID
               ADD 1 TO APPLIED-COUNT
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM WRITE-RUN-CONTROL-STAMP
               IF TXN-IS-ADD
                   DISPLAY "ARC " TXN-FROM " -> " TXN-TO " AJOUTE"
               ELSE
                   DISPLAY "ARC " TXN-FROM " -> " TXN-TO " MODIFIE"
               END-IF
           END-IF.

      * A WRITE or REWRITE that failed without raising INVALID KEY
      * (a lock held by a batch run, an I/O error) is refused as 12
      * like a full file: nothing is journaled or stamped for an
      * update the master never took.
       CHECK-UPDATE-STATUS.
           IF TXN-IS-VALID AND EDGE-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR: mise a jour de l'arc " TXN-FROM "-"
                   TXN-TO " impossible - statut " EDGE-MASTER-STATUS
               MOVE "12" TO TXN-REASON
               PERFORM REFUSE-TXN
           END-IF.

       BUILD-EDGE-RECORD.
           MOVE TXN-FROM TO EM-FROM
           MOVE TXN-TO TO EM-TO
           MOVE TXN-WEIGHT TO EM-WEIGHT
           MOVE TXN-EFF-DATE TO EM-EFF-DATE
           MOVE TXN-EXP-DATE TO EM-EXP-DATE
           MOVE TXN-TIME TO EM-TIME
           MOVE TXN-LOAD TO EM-LOAD
           MOVE EDGE-MASTER-FIELDS TO EDGE-MASTER-RECORD.

      * Same record as EDGEMAINT's journal, stamped with the moment
      * of this update.
       WRITE-JOURNAL-ENTRY.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "ERREUR: ouverture de EDGE-JOURNAL.DAT "
                   "impossible - statut " JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RUN-STAMP(1:14) TO JRN-TIMESTAMP
           MOVE TXN-CODE TO JRN-ACTION
           MOVE TXN-FROM TO JRN-FROM
           MOVE TXN-TO TO JRN-TO
           MOVE OLD-WEIGHT TO JRN-OLD-WEIGHT
           MOVE OLD-EFF-DATE TO JRN-OLD-EFF-DATE
           MOVE OLD-EXP-DATE TO JRN-OLD-EXP-DATE
           MOVE OLD-TIME TO JRN-OLD-TIME
           MOVE OLD-LOAD TO JRN-OLD-LOAD
           MOVE TXN-WEIGHT TO JRN-NEW-WEIGHT
           MOVE TXN-EFF-DATE TO JRN-NEW-EFF-DATE
           MOVE TXN-EXP-DATE TO JRN-NEW-EXP-DATE
           MOVE TXN-TIME TO JRN-NEW-TIME
           MOVE TXN-LOAD TO JRN-NEW-LOAD
           WRITE JOURNAL-RECORD

           CLOSE JOURNAL-FILE.

      * One EDGEONLN stamp per applied update (COUNT1 = 1): the
      * master just changed, so an EDGECHK stamp older than this one
      * no longer vouches for it.
       WRITE-RUN-CONTROL-STAMP.
           OPEN EXTEND RUNCTL-FILE
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           IF RUNCTL-STATUS NOT = "00"
               DISPLAY "ERREUR: ouverture de RUNCTL.DAT impossible - "
                   "statut " RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RUNCTL-FIELDS
           MOVE "EDGEONLN" TO RC-STEP
           MOVE RUN-STAMP TO RC-TIMESTAMP
           MOVE '0' TO RC-VERDICT
           MOVE 1 TO RC-COUNT1
           MOVE 0 TO RC-COUNT2
           MOVE RUNCTL-FIELDS TO RUNCTL-RECORD
           WRITE RUNCTL-RECORD

           CLOSE RUNCTL-FILE.
