       PROGRAM-ID. EDGEMAINT.

      * Applies add/change/delete transactions from EDGE-TXN.DAT to
      * EDGE-MASTER.IDX, the edge-master file DIJKSTRA reads its GRAPH
      * from -- see request 007. Run this whenever a road segment or
      * link cost changes instead of hand-editing the master or
      * recompiling DIJKSTRA. Single corrections can also be keyed
      * on line through EDGEONLN, which applies the same edits and
      * reason codes one arc at a time.
      *
      * EDGE-TXN.DAT record layout: TXN-CODE(1) FROM(3) TO(3)
      * WEIGHT(9) EFF-DATE(8 YYYYMMDD) EXP-DATE(8 YYYYMMDD, blank or
      * LOAD(9, maximum gross load in kilograms, blank or zero = no
      * restriction). TXN-CODE is 'A' (add), 'C' (change) or 'D'
      * (delete); all fields past the arc key are ignored on 'D'.
      * EDGE-MASTER.IDX record layout matches minus the TXN-CODE:
      * FROM(3) TO(3) WEIGHT(9) EFF-DATE(8) EXP-DATE(8) TIME(9)
      * LOAD(9), keyed on FROM/TO (EDGELOAD builds it from a
      * sequential image in the same layout).
      *
      * The whole batch is validated before anything touches the
      * master: bad records go to EDGE-REJECTS.DAT with a reason
      * code and the original image so they can be corrected and
      * resubmitted, and every applied change is printed with its
      * before and after image in MAINT-REGISTER.RPT. Reason codes:
      *   05 date d'effet invalide         06 date d'expiration invalide
      *   07 sommet hors limites           08 doublon dans le lot
      *   09 ajout, arc deja present       10 modification, arc absent
      *   11 suppression, arc absent       12 fichier des arcs plein
      *   13 centre inconnu au fichier     14 centre inactif
      *   15 temps non numerique
      *   16 expiration anterieure ou egale a la date d'effet
      * Codes 13/14 come from CENTER-MASTER.DAT (see CenterMaster.cpy)
      * and apply to adds and changes only -- a delete is always
      * allowed so the arcs of a closed center can still be cleaned
      * out, and so is a change that only brings the arc's expiry
      * forward (weight, effective date, time and load as on the
      * master, a non-zero expiry no later than the current one), the
      * closing transaction CTRMAINT generates for every arc of a
      * center it deactivates or deletes. A change is judged against
      * the master record at apply time, so 13/14 on a change are
      * apply-time rejects like 10. When the center master is absent
      * the control is skipped with a console note rather than
      * bouncing the whole batch.
      *
      * Every applied transaction is also appended to
      * EDGE-JOURNAL.DAT with its before and after image, so the
      * master's history survives the in-place update -- the print
      * register alone cannot be replayed. EDGEREBLD reads this
      * journal backwards from the current master to rebuild the
      * file exactly as it stood at a requested date and time (claims
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDGE-MASTER-FILE ASSIGN TO "EDGE-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDGE-MASTER-KEY
               FILE STATUS IS EDGE-MASTER-STATUS.

           SELECT EDGE-TXN-FILE ASSIGN TO "EDGE-TXN.DAT"
       DATA DIVISION.
       FILE SECTION.
       FD  EDGE-MASTER-FILE.
       01  EDGE-MASTER-RECORD.
           05 EDGE-MASTER-KEY       PIC X(6).
           05 FILLER                PIC X(43).

       FD  EDGE-TXN-FILE.
       01  EDGE-TXN-RECORD          PIC X(50).
       01  RUNCTL-RECORD            PIC X(48).

       WORKING-STORAGE SECTION.
       77  MAX-TXNS    PIC 9(4) VALUE 5000.
       77  MAX-NODES   PIC 999 VALUE 300.

       01  RUN-TIMESTAMP       PIC X(14).
       01  RUN-STAMP           PIC X(16).

       01  EDGE-TXN-EOF      PIC X VALUE 'N'.
           88 END-OF-EDGE-TXN     VALUE 'Y'.
       01  TOPOLOGY-EOF      PIC X VALUE 'N'.
                 88 CENTER-IS-ACTIVE  VALUE 'A'.
       01  CTR-LOOKUP        PIC 999.

      * Set by FIND-EDGE: the arc of the current transaction is on
      * the master, and its record sits in EDGE-MASTER-FIELDS.
       01  EDGE-FOUND     PIC X.
           88 EDGE-IS-ON-MASTER  VALUE 'Y'.

      * The whole batch is read into this table first so it can be
      * validated as a set (duplicate detection needs to see every
       01  TXN-TIME       PIC 9(9).
       01  TXN-LOAD       PIC 9(9).

       01  TXN-COUNT      PIC 9(6) VALUE 0.
       01  ADD-COUNT      PIC 9(6) VALUE 0.
       01  CHANGE-COUNT   PIC 9(6) VALUE 0.

           PERFORM LOAD-TOPOLOGY-LIMIT
           PERFORM LOAD-CENTER-MASTER
           PERFORM LOAD-TRANSACTIONS

           OPEN I-O EDGE-MASTER-FILE
           IF EDGE-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR: ouverture de EDGE-MASTER.IDX "
                   "impossible - statut " EDGE-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF REJECT-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de EDGE-REJECTS.DAT "
           PERFORM WRITE-REGISTER-HEADER
           PERFORM VALIDATE-TRANSACTIONS
           PERFORM APPLY-TRANSACTIONS
           PERFORM WRITE-REGISTER-TRAILER

           CLOSE EDGE-MASTER-FILE
           CLOSE REJECT-FILE
           CLOSE REGISTER-FILE
           CLOSE JOURNAL-FILE
           STOP RUN.

      * Stamps the run in the shared run-control file: the master was
      * just updated, so an EDGECHK stamp older than this one no
      * longer vouches for it and DIJKSTRA will refuse to start until
      * the check is rerun (see RunControl.cpy).
       WRITE-RUN-CONTROL-STAMP.
               CLOSE CENTER-MASTER-FILE
           END-IF.

       LOAD-TRANSACTIONS.
           OPEN INPUT EDGE-TXN-FILE
           IF EDGE-TXN-STATUS NOT = "00"
               MOVE "07" TO TXN-REASON(TXN-SUB)
               PERFORM REJECT-CURRENT-TXN
           ELSE
               IF CENTER-CONTROL-ON AND TXN-IS-ADD
                   PERFORM CHECK-TXN-CENTERS
               END-IF
               IF TXN-IS-VALID(TXN-SUB) AND NOT TXN-IS-DELETE
      * Marks the current table entry rejected and writes it to the
      * reject file with its reason code -- used both by the pre-edit
      * pass and by apply-time rejections (arc already present, arc
      * absent, write refused).
       REJECT-CURRENT-TXN.
           MOVE 'N' TO TXN-VALID(TXN-SUB)
           MOVE TXN-REASON(TXN-SUB) TO REJ-REASON
                   PERFORM APPLY-DELETE-TRANSACTION
           END-EVALUATE.

      * Reads the master record for TXN-FROM/TXN-TO by key into
      * EDGE-MASTER-FIELDS and says whether it is there. Blank
      * expiry, time or load on records loaded from an old image read
      * as zero, as everywhere else. Only "23" means the arc is not
      * on the master; any other failed read stops the run.
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
                   IF EM-EXP-DATE NOT NUMERIC
                       MOVE 0 TO EM-EXP-DATE
                   END-IF
                   IF EM-TIME NOT NUMERIC
                       MOVE 0 TO EM-TIME
                   END-IF
                   IF EM-LOAD NOT NUMERIC
                       MOVE 0 TO EM-LOAD
                   END-IF
           END-READ
           IF EDGE-MASTER-STATUS NOT = "00"
                   AND EDGE-MASTER-STATUS NOT = "23"
               DISPLAY "ERREUR: lecture de l'arc "
                   TXN-FROM "-" TXN-TO " impossible - statut "
                   EDGE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The after image of an add or change, from TXN-*, ready to be
      * written or rewritten.
       BUILD-EDGE-RECORD.
           MOVE TXN-FROM TO EM-FROM
           MOVE TXN-TO TO EM-TO
           MOVE TXN-WEIGHT TO EM-WEIGHT
           MOVE TXN-EFF-DATE TO EM-EFF-DATE
           MOVE TXN-EXP-DATE TO EM-EXP-DATE
           MOVE TXN-TIME TO EM-TIME
           MOVE TXN-LOAD TO EM-LOAD
           MOVE EDGE-MASTER-FIELDS TO EDGE-MASTER-RECORD.

      * Before image of the arc FIND-EDGE just read, for the journal
      * and the register.
       SAVE-OLD-EDGE.
           MOVE EM-WEIGHT TO OLD-WEIGHT
           MOVE EM-EFF-DATE TO OLD-EFF-DATE
           MOVE EM-EXP-DATE TO OLD-EXP-DATE
           MOVE EM-TIME TO OLD-TIME
           MOVE EM-LOAD TO OLD-LOAD.

      * A write the file refuses (no room left, or any other I/O
      * failure on the keyed master) bounces as code 12, the old
      * table-full code: the arc is not on the master.
       APPLY-ADD-TRANSACTION.
           IF EDGE-IS-ON-MASTER
               MOVE "09" TO TXN-REASON(TXN-SUB)
               PERFORM REJECT-CURRENT-TXN
           ELSE
               PERFORM BUILD-EDGE-RECORD
               WRITE EDGE-MASTER-RECORD
                   INVALID KEY
                       MOVE "12" TO TXN-REASON(TXN-SUB)
                       PERFORM REJECT-CURRENT-TXN
               END-WRITE
               IF TXN-IS-VALID(TXN-SUB)
                   IF EDGE-MASTER-STATUS NOT = "00"
                       MOVE "12" TO TXN-REASON(TXN-SUB)
                       PERFORM REJECT-CURRENT-TXN
                   ELSE
                       ADD 1 TO ADD-COUNT
                       MOVE 0 TO OLD-WEIGHT
                       MOVE 0 TO OLD-EFF-DATE
                       MOVE 0 TO OLD-EXP-DATE
                       MOVE 0 TO OLD-TIME
                       MOVE 0 TO OLD-LOAD
                       PERFORM WRITE-JOURNAL-ENTRY
                       PERFORM WRITE-REGISTER-ADD
                   END-IF
               END-IF
           END-IF.

      * The center check of a change waits until here: only the
      * master record FIND-EDGE just read says whether the change
      * merely closes the arc earlier (exempt) or alters or reopens
      * it (both centers must be known and active).
       APPLY-CHANGE-TRANSACTION.
           IF NOT EDGE-IS-ON-MASTER
               MOVE "10" TO TXN-REASON(TXN-SUB)
               PERFORM REJECT-CURRENT-TXN
           ELSE
               IF CENTER-CONTROL-ON
                   IF TXN-WEIGHT = EM-WEIGHT
                           AND TXN-EFF-DATE = EM-EFF-DATE
                           AND TXN-TIME = EM-TIME
                           AND TXN-LOAD = EM-LOAD
                           AND TXN-EXP-DATE NOT = 0
                           AND (EM-EXP-DATE = 0
                               OR TXN-EXP-DATE <= EM-EXP-DATE)
                       CONTINUE
                   ELSE
                       PERFORM CHECK-TXN-CENTERS
                   END-IF
               END-IF
           END-IF

           IF TXN-IS-VALID(TXN-SUB) AND EDGE-IS-ON-MASTER
               PERFORM SAVE-OLD-EDGE
               PERFORM BUILD-EDGE-RECORD
               REWRITE EDGE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERREUR: reecriture de l'arc "
                           TXN-FROM "-" TXN-TO " impossible - statut "
                           EDGE-MASTER-STATUS
                       STOP RUN
               END-REWRITE
               IF EDGE-MASTER-STATUS NOT = "00"
                   DISPLAY "ERREUR: reecriture de l'arc "
                       TXN-FROM "-" TXN-TO " impossible - statut "
                       EDGE-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CHANGE-COUNT
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM WRITE-REGISTER-CHANGE
           END-IF.

       APPLY-DELETE-TRANSACTION.
           IF NOT EDGE-IS-ON-MASTER
               MOVE "11" TO TXN-REASON(TXN-SUB)
               PERFORM REJECT-CURRENT-TXN
           ELSE
               PERFORM SAVE-OLD-EDGE
               DELETE EDGE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERREUR: suppression de l'arc "
                           TXN-FROM "-" TXN-TO " impossible - statut "
                           EDGE-MASTER-STATUS
                       STOP RUN
               END-DELETE
               IF EDGE-MASTER-STATUS NOT = "00"
                   DISPLAY "ERREUR: suppression de l'arc "
                       TXN-FROM "-" TXN-TO " impossible - statut "
                       EDGE-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DELETE-COUNT
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM WRITE-REGISTER-DELETE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-COUNT.

       WRITE-REGISTER-HEADER.
           ADD 1 TO PAGE-NUM
           MOVE PAGE-NUM TO PAGE-NUM-TXT
