               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOPOLOGY-STATUS.

           SELECT REPORT-FILE ASSIGN USING REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

           SELECT EXCEPTIONS-FILE ASSIGN USING EXCEPTIONS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTIONS-STATUS.

           SELECT EDGE-MASTER-FILE ASSIGN TO "EDGE-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDGE-MASTER-KEY
               FILE STATUS IS EDGE-MASTER-STATUS.

           SELECT AUDIT-FILE ASSIGN USING AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT EXTRACT-FILE ASSIGN USING EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENTER-MASTER-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN USING CHECKPOINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOADRSTR-STATUS.

           SELECT PARTITION-FILE ASSIGN USING PARTITION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-STATUS.

           SELECT PART-IN-FILE ASSIGN USING PART-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PART-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOPOLOGY-FILE.
       01  REPORT-LINE             PIC X(700).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD          PIC X(40).

       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-LINE         PIC X(80).
      * kilograms, zero or blank = no restriction), maintained by
      * EDGEMAINT rather than hand-edited -- see request 007.
       FD  EDGE-MASTER-FILE.
       01  EDGE-MASTER-RECORD.
           05 EDGE-MASTER-KEY       PIC X(6).
           05 FILLER                PIC X(43).

       FD  AUDIT-FILE.
       01  AUDIT-LINE               PIC X(80).
       FD  LOADRSTR-FILE.
       01  LOADRSTR-LINE            PIC X(700).

      * Result of one partition of a partitioned all-pairs run, read
      * back by the merge step: a header record ('H', see
      * PART-HEADER-FIELDS), one 'M' record per matrix cell of the
      * partition's sources (FROM TO DISTANCE, INF kept as-is), one
      * 'U' record per arc its shortest paths used (FROM TO number of
      * paths), then the trailer ('E', see PART-TRAILER-FIELDS),
      * written last -- a file without it is a partition that did
      * not finish.
       FD  PARTITION-FILE.
       01  PARTITION-RECORD.
           05 PART-REC-TYPE    PIC X.
           05 PART-REC-FROM    PIC 999.
           05 PART-REC-TO      PIC 999.
           05 PART-REC-VALUE   PIC 9(9).
           05 FILLER           PIC X(44).

      * Any of a partition's private files (listing, exceptions,
      * audit, extract) read back by the merge step; wide enough for
      * the extract record.
       FD  PART-IN-FILE.
       01  PART-IN-RECORD           PIC X(1839).

       WORKING-STORAGE SECTION.
       77  N           PIC 999 VALUE 0.
       77  MAX-NODES   PIC 999 VALUE 300.
      * Latest EDGECHK and EDGEMAINT stamps from the shared
      * run-control file, for the go/no-go gate: the run refuses to
      * start on a missing or failed EDGECHK stamp, or on one older
      * than the latest master update -- the two ways stale routes
      * reached dispatch before the handshake existed. An online
      * update (EDGEONLN) or a reload (EDGELOAD) changes the master
      * just as an EDGEMAINT batch does and counts the same.
       01  RUNCTL-STATUS       PIC XX VALUE "00".
       01  RUNCTL-EOF          PIC X VALUE 'N'.
           88 END-OF-RUNCTL         VALUE 'Y'.
      * The scenario needs the full baseline matrix to compare
      * against, so exclusion cards are ignored (with a console note)
      * in selected-starts mode.
      * Columns 26-28 and 29-31 split the nightly all-pairs pass into
      * partitions run as separate job steps: an 'A' card with
      * partition number p in 26-28 and partition count c in 29-31
      * computes only the p-th of c source ranges, and a final step
      * with mode 'M' and the same count in 29-31 merges them (see
      * the partitioned-run notes below). Blank means a one-piece run.
       01  CONTROL-EOF     PIC X VALUE 'N'.
           88 END-OF-CONTROL     VALUE 'Y'.
       01  RUN-MODE        PIC X VALUE 'A'.
           88 ALL-PAIRS-MODE     VALUE 'A'.
           88 SELECTED-STARTS-MODE VALUE 'S'.
           88 MERGE-MODE         VALUE 'M'.
       01  CONTROL-N-OVERRIDE    PIC 999 VALUE 0.
       01  AS-OF-DATE            PIC 9(8) VALUE 0.
       01  AS-OF-KEYED           PIC X VALUE 'N'.
       01  CKPT-DIST            PIC 9(9).
       01  CKPT-PRED            PIC 999.

      * Partitioned all-pairs run (control card columns 26-31): when
      * the national pass outgrows its window it is split by source
      * range into PART-COUNT job steps against the same edge master
      * and as-of date, which can run side by side, and a merge step
      * (mode 'M') puts the night back together. Sources are dealt
      * out in ranges of PART-SIZE = N / PART-COUNT rounded up, the
      * last range taking what is left.
      * A partition step writes nothing shared: its listing,
      * exceptions, audit trail, extract and checkpoint go to private
      * copies suffixed ".Pnnn" (DISTANCES.RPT.P001 ...), and its
      * matrix rows and arc-usage tallies to PARTITION.DAT.Pnnn (see
      * the PARTITION-FILE FD). It never touches SNAPSHOT.DAT, the
      * network history or the run-control file.
      * The merge step checks every partition before writing
      * anything: a partition file that is missing, has no trailer,
      * or was written for another partition plan, network size,
      * metric, as-of date or EDGECHK control is refused and the
      * merge stops with RETURN-CODE 8, leaving last night's image
      * and stamp untouched -- RESLOAD must never load half a
      * network. Only then are the partial listings appended to the
      * shared DISTANCES.RPT, EXCEPTIONS.RPT and AUDIT.LOG, the
      * extracts concatenated into DISTANCES.EXT, and the matrix,
      * changes, snapshot, history and critical-link outputs produced
      * from the merged matrix and tallies exactly as a one-piece run
      * would, followed by the one DIJKSTRA stamp.
      * All steps of one night must agree on the as-of date even when
      * they straddle midnight, so a defaulted as-of in a partitioned
      * run is the date of the EDGECHK control the steps are gated
      * on, not the calendar date of each step. A partition step
      * only takes that default when EDGECHK ran the same day: one
      * started on a later day against an older control would
      * quietly leave out the arcs that took effect since, so it is
      * refused and EDGECHK must be rerun first. The merge keeps the
      * default whatever its own date, since every partition it
      * accepts must carry that same as-of date.
       01  PART-NUMBER          PIC 999 VALUE 0.
       01  PART-COUNT           PIC 999 VALUE 0.
       01  PART-RUN             PIC X VALUE 'N'.
           88 IS-PARTITION-RUN       VALUE 'Y'.
       01  PART-SIZE            PIC 999.
       01  PART-FROM            PIC 999 VALUE 1.
       01  PART-TO              PIC 999 VALUE 0.
       01  PART-SUB             PIC 999.
       01  PART-SOURCES         PIC 999 VALUE 0.
       01  PART-SUFFIX.
           05 FILLER            PIC XX VALUE ".P".
           05 PART-SUFFIX-NO    PIC 999.
       01  REPORT-NAME          PIC X(40) VALUE "DISTANCES.RPT".
       01  EXCEPTIONS-NAME      PIC X(40) VALUE "EXCEPTIONS.RPT".
       01  AUDIT-NAME           PIC X(40) VALUE "AUDIT.LOG".
       01  EXTRACT-NAME         PIC X(40) VALUE "DISTANCES.EXT".
       01  CHECKPOINT-NAME      PIC X(40) VALUE "CHECKPOINT.DAT".
       01  PARTITION-NAME       PIC X(40) VALUE "PARTITION.DAT".
       01  PART-IN-NAME         PIC X(40) VALUE SPACES.
       01  PARTITION-STATUS     PIC XX VALUE "00".
       01  PART-IN-STATUS       PIC XX VALUE "00".
       01  PART-IN-EOF          PIC X VALUE 'N'.
           88 END-OF-PART-IN         VALUE 'Y'.
       01  PART-FILE-OK         PIC X VALUE 'N'.
           88 PART-FILE-IS-OK        VALUE 'Y'.
       01  PART-MATRIX-RECS     PIC 9(9).
       01  PART-USAGE-RECS      PIC 9(9).
       01  PART-EXPECTED-RECS   PIC 9(9).
       01  PART-COPY-COUNT      PIC 9(9).
       01  PART-EXTRACT-TOTAL   PIC 9(9) VALUE 0.
      * PARTITION.DAT header and trailer records.
       01  PART-HEADER-FIELDS.
           05 PH-TYPE           PIC X.
           05 PH-PART-NUMBER    PIC 999.
           05 PH-PART-COUNT     PIC 999.
           05 PH-FROM           PIC 999.
           05 PH-TO             PIC 999.
           05 PH-N              PIC 999.
           05 PH-METRIC         PIC X.
           05 PH-AS-OF          PIC 9(8).
           05 PH-EDGECHK-TS     PIC X(16).
           05 PH-RUN-STAMP      PIC X(16).
           05 FILLER            PIC X(3).
       01  PART-TRAILER-FIELDS.
           05 PT-TYPE           PIC X.
           05 PT-SOURCES        PIC 999.
           05 PT-MATRIX-RECS    PIC 9(9).
           05 PT-USAGE-RECS     PIC 9(9).
           05 FILLER            PIC X(38).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD

           PERFORM LOAD-CONTROL-CARD
           IF AS-OF-DATE = 0
               IF PART-COUNT > 0
                   MOVE LAST-EDGECHK-TS(1:8) TO AS-OF-DATE
                   IF AS-OF-DATE NOT = RUN-DATE-RAW
                           AND NOT MERGE-MODE
                       DISPLAY "ERREUR: dernier controle EDGECHK du "
                           LAST-EDGECHK-TS " anterieur a la date du "
                           "jour - relancer EDGECHK avant la marche "
                           "partitionnee"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   MOVE RUN-DATE-RAW TO AS-OF-DATE
               END-IF
           END-IF
           IF AS-OF-WAS-KEYED
               MOVE AS-OF-DATE TO SNAP-AS-OF-HDR
               END-IF
           END-IF
           PERFORM LOAD-TOPOLOGY
           MOVE N TO PART-TO
           IF PART-COUNT > 0 OR MERGE-MODE
               PERFORM CHECK-PARTITION-PLAN
           END-IF
           IF MERGE-MODE
               PERFORM VERIFY-PARTITIONS
           END-IF

           IF IS-PARTITION-RUN
               OPEN OUTPUT REPORT-FILE
           ELSE
               OPEN EXTEND REPORT-FILE
               IF REPORT-STATUS = "35"
                   OPEN OUTPUT REPORT-FILE
               END-IF
           END-IF
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de DISTANCES.RPT impossible - "
               STOP RUN
           END-IF

           IF IS-PARTITION-RUN
               OPEN OUTPUT EXCEPTIONS-FILE
           ELSE
               OPEN EXTEND EXCEPTIONS-FILE
               IF EXCEPTIONS-STATUS = "35"
                   OPEN OUTPUT EXCEPTIONS-FILE
               END-IF
           END-IF
           IF EXCEPTIONS-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de EXCEPTIONS.RPT impossible "
           END-STRING
           WRITE EXCEPTIONS-LINE

           IF IS-PARTITION-RUN
               OPEN OUTPUT AUDIT-FILE
           ELSE
               OPEN EXTEND AUDIT-FILE
               IF AUDIT-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
           END-IF
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "ERREUR: ouverture de AUDIT.LOG impossible - "
               STOP RUN
           END-IF

           IF MERGE-MODE
               PERFORM COPY-PARTITION-LISTINGS
           END-IF

           PERFORM WRITE-REPORT-HEADER

           IF SELECTED-STARTS-MODE
                           PERFORM WRITE-AUDIT-RECORD
                   END-EVALUATE
               END-PERFORM
           END-IF

           IF MERGE-MODE
               PERFORM MERGE-PARTITIONS
           END-IF

           IF ALL-PAIRS-MODE
               EVALUATE TRUE
                   WHEN IS-PLANNING-RUN
                       DISPLAY "DIJKSTRA: date de reference explicite "
                       DISPLAY "DIJKSTRA: marche a charge limitee "
                           RESTRICT-WEIGHT " KG - extrait, cliche et "
                           "historique non produits"
                   WHEN IS-PARTITION-RUN
                       OPEN OUTPUT EXTRACT-FILE
                       IF EXTRACT-STATUS NOT = "00"
                           DISPLAY "ERREUR: creation de DISTANCES.EXT "
                               "impossible - statut " EXTRACT-STATUS
                           STOP RUN
                       END-IF

                       PERFORM START-PARTITION-RESULT
                   WHEN OTHER
                       OPEN OUTPUT EXTRACT-FILE
                       IF EXTRACT-STATUS NOT = "00"
                       PERFORM LOAD-PRIOR-SNAPSHOT
               END-EVALUATE

               PERFORM VARYING START-NODE FROM PART-FROM BY 1
                       UNTIL START-NODE > PART-TO
                   IF CENTER-IN-SCOPE(START-NODE) = 'Y'
                       PERFORM RUN-DIJKSTRA-FOR-SOURCE
                       IF NOT IS-PLANNING-RUN AND NOT IS-REGION-RUN
                   END-IF
               END-PERFORM

               IF IS-PARTITION-RUN
                   CLOSE EXTRACT-FILE
               ELSE
                   PERFORM WRITE-MATRIX-REPORT
                   PERFORM WRITE-REGION-ROLLUP
                   IF NOT IS-PLANNING-RUN AND NOT IS-REGION-RUN
                           AND NOT IS-HEAVY-HAUL-RUN
                       CLOSE EXTRACT-FILE
                       PERFORM WRITE-CHANGES-REPORT
                       PERFORM WRITE-SNAPSHOT
                       PERFORM WRITE-NETWORK-HISTORY
                   END-IF
                   PERFORM WRITE-CRITICAL-REPORT
               END-IF

               IF RESTRICT-WEIGHT > 0
                   PERFORM RUN-LOAD-RESTRICTED
           CLOSE EXCEPTIONS-FILE
           CLOSE AUDIT-FILE

           IF IS-PARTITION-RUN
               PERFORM WRITE-PARTITION-RESULT
           END-IF

           IF (ALL-PAIRS-MODE AND NOT IS-PLANNING-RUN
                   AND NOT IS-REGION-RUN AND NOT IS-HEAVY-HAUL-RUN
                   AND NOT IS-PARTITION-RUN)
                   OR MERGE-MODE
               PERFORM WRITE-RUN-CONTROL-STAMP
           END-IF

                           MOVE RC-TIMESTAMP TO LAST-EDGECHK-TS
                           MOVE RC-VERDICT TO LAST-EDGECHK-VERDICT
                       WHEN "EDGEMAINT"
                       WHEN "EDGEONLN"
                       WHEN "EDGELOAD"
                           MOVE RC-TIMESTAMP TO LAST-EDGEMAINT-TS
                       WHEN OTHER
                           CONTINUE
      * against the EDGECHK anchor even within one clock second.
      * Only the national all-pairs run stamps -- planning, region,
      * heavy-haul and selected-starts runs do not replace the image.
      * A partitioned run is stamped by its merge step alone, once
      * every partition has been verified and merged.
       WRITE-RUN-CONTROL-STAMP.
           OPEN EXTEND RUNCTL-FILE
           IF RUNCTL-STATUS NOT = "00"

           CLOSE RUNCTL-FILE.

      * Validates the partition plan of a partition or merge step
      * against the network just loaded, and for a partition step
      * sets its source range and switches its private files to
      * their ".Pnnn" names. Region, planning, heavy-haul and
      * scenario runs are daytime jobs that never need splitting,
      * and none of them produces the nightly image a merge rebuilds,
      * so they are refused here rather than half-supported.
       CHECK-PARTITION-PLAN.
           IF SELECTED-STARTS-MODE
               DISPLAY "ERREUR: CONTROL.DAT partition impossible en "
                   "mode sommets choisis"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF IS-PLANNING-RUN OR IS-REGION-RUN OR IS-HEAVY-HAUL-RUN
                   OR EXCLUDE-COUNT > 0
               DISPLAY "ERREUR: CONTROL.DAT marche partitionnee "
                   "reservee au passage national du soir (ni date de "
                   "reference future, ni region, ni charge, ni "
                   "exclusion)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PART-COUNT < 2 OR PART-COUNT > N
               DISPLAY "ERREUR: CONTROL.DAT nombre de partitions "
                   PART-COUNT " invalide (attendu 2 a " N ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF MERGE-MODE
               IF PART-NUMBER NOT = 0
                   DISPLAY "ERREUR: CONTROL.DAT numero de partition "
                       PART-NUMBER " inattendu en mode fusion"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF PART-NUMBER < 1 OR PART-NUMBER > PART-COUNT
                   DISPLAY "ERREUR: CONTROL.DAT numero de partition "
                       PART-NUMBER " invalide (attendu 1 a "
                       PART-COUNT ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO PART-RUN
               MOVE PART-NUMBER TO PART-SUB
               PERFORM COMPUTE-PARTITION-RANGE
               PERFORM BUILD-PARTITION-NAMES
               IF PART-SOURCES = 0
                   DISPLAY "DIJKSTRA: partition " PART-NUMBER "/"
                       PART-COUNT " - aucune source dans cette "
                       "tranche"
               ELSE
                   DISPLAY "DIJKSTRA: partition " PART-NUMBER "/"
                       PART-COUNT " - sources " PART-FROM " a "
                       PART-TO " - cliche, historique et registre "
                       "laisses a la fusion"
               END-IF
           END-IF.

      * Source range of partition PART-SUB of PART-COUNT. With more
      * partitions than full ranges the last ones can come out empty
      * (PART-FROM past PART-TO): such a partition still writes its
      * header and trailer, so the merge can tell it ran.
       COMPUTE-PARTITION-RANGE.
           COMPUTE PART-SIZE = (N + PART-COUNT - 1) / PART-COUNT
           COMPUTE PART-FROM = (PART-SUB - 1) * PART-SIZE + 1
           COMPUTE PART-TO = PART-SUB * PART-SIZE
           IF PART-TO > N
               MOVE N TO PART-TO
           END-IF
           IF PART-TO < PART-FROM
               MOVE 0 TO PART-SOURCES
           ELSE
               COMPUTE PART-SOURCES = PART-TO - PART-FROM + 1
           END-IF.

       BUILD-PARTITION-NAMES.
           MOVE PART-NUMBER TO PART-SUFFIX-NO
           MOVE SPACES TO REPORT-NAME
           STRING "DISTANCES.RPT" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO REPORT-NAME
           END-STRING
           MOVE SPACES TO EXCEPTIONS-NAME
           STRING "EXCEPTIONS.RPT" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO EXCEPTIONS-NAME
           END-STRING
           MOVE SPACES TO AUDIT-NAME
           STRING "AUDIT.LOG" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO AUDIT-NAME
           END-STRING
           MOVE SPACES TO EXTRACT-NAME
           STRING "DISTANCES.EXT" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO EXTRACT-NAME
           END-STRING
           MOVE SPACES TO CHECKPOINT-NAME
           STRING "CHECKPOINT.DAT" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO CHECKPOINT-NAME
           END-STRING
           MOVE SPACES TO PARTITION-NAME
           STRING "PARTITION.DAT" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO PARTITION-NAME
           END-STRING.

      * Opened (and any earlier result of this partition overwritten)
      * before the first source runs, so a rerun that abends leaves a
      * file with no trailer rather than last attempt's complete one
      * beside this attempt's truncated extract.
       START-PARTITION-RESULT.
           OPEN OUTPUT PARTITION-FILE
           IF PARTITION-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de " PARTITION-NAME(1:20)
                   " impossible - statut " PARTITION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO PART-HEADER-FIELDS
           MOVE 'H' TO PH-TYPE
           MOVE PART-NUMBER TO PH-PART-NUMBER
           MOVE PART-COUNT TO PH-PART-COUNT
           MOVE PART-FROM TO PH-FROM
           MOVE PART-TO TO PH-TO
           MOVE N TO PH-N
           MOVE OPT-METRIC TO PH-METRIC
           MOVE AS-OF-DATE TO PH-AS-OF
           MOVE LAST-EDGECHK-TS TO PH-EDGECHK-TS
           MOVE RUN-STAMP TO PH-RUN-STAMP
           MOVE PART-HEADER-FIELDS TO PARTITION-RECORD
           WRITE PARTITION-RECORD.

      * Written once the partition's listing, exceptions, audit trail
      * and extract are closed: its matrix rows, its arc-usage
      * tallies, then the trailer that tells the merge it finished.
       WRITE-PARTITION-RESULT.
           MOVE 0 TO PART-MATRIX-RECS
           MOVE 0 TO PART-USAGE-RECS

           PERFORM VARYING I FROM PART-FROM BY 1 UNTIL I > PART-TO
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N
                   MOVE SPACES TO PARTITION-RECORD
                   MOVE 'M' TO PART-REC-TYPE
                   MOVE I TO PART-REC-FROM
                   MOVE J TO PART-REC-TO
                   MOVE MATRIX-COL(I J) TO PART-REC-VALUE
                   WRITE PARTITION-RECORD
                   ADD 1 TO PART-MATRIX-RECS
               END-PERFORM
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N
                   IF ARC-USAGE-COL(I J) > 0
                       MOVE SPACES TO PARTITION-RECORD
                       MOVE 'U' TO PART-REC-TYPE
                       MOVE I TO PART-REC-FROM
                       MOVE J TO PART-REC-TO
                       MOVE ARC-USAGE-COL(I J) TO PART-REC-VALUE
                       WRITE PARTITION-RECORD
                       ADD 1 TO PART-USAGE-RECS
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO PART-TRAILER-FIELDS
           MOVE 'E' TO PT-TYPE
           MOVE PART-SOURCES TO PT-SOURCES
           MOVE PART-MATRIX-RECS TO PT-MATRIX-RECS
           MOVE PART-USAGE-RECS TO PT-USAGE-RECS
           MOVE PART-TRAILER-FIELDS TO PARTITION-RECORD
           WRITE PARTITION-RECORD

           CLOSE PARTITION-FILE

           DISPLAY "DIJKSTRA: partition " PART-NUMBER "/" PART-COUNT
               " terminee - " PART-MATRIX-RECS " paire(s), "
               PART-USAGE-RECS " arc(s) utilise(s)".

      * Merge step: every partition is read back and checked before
      * a single shared file is opened, loading its matrix rows into
      * MATRIX-DIST and adding its tallies into ARC-USAGE on the way.
      * Any refusal stops the job with RETURN-CODE 8 and nothing
      * written.
       VERIFY-PARTITIONS.
           MOVE 0 TO PART-EXTRACT-TOTAL
           PERFORM VARYING PART-SUB FROM 1 BY 1
                   UNTIL PART-SUB > PART-COUNT
               PERFORM VERIFY-ONE-PARTITION
           END-PERFORM

           DISPLAY "DIJKSTRA: fusion de " PART-COUNT " partition(s) "
               "du controle EDGECHK du " LAST-EDGECHK-TS " - "
               PART-EXTRACT-TOTAL " paire(s)".

       VERIFY-ONE-PARTITION.
           PERFORM COMPUTE-PARTITION-RANGE
           MOVE PART-SUB TO PART-SUFFIX-NO
           MOVE SPACES TO PARTITION-NAME
           STRING "PARTITION.DAT" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO PARTITION-NAME
           END-STRING

           OPEN INPUT PARTITION-FILE
           IF PARTITION-STATUS NOT = "00"
               DISPLAY "ERREUR: partition " PART-SUB "/" PART-COUNT
                   " absente (" PARTITION-NAME(1:18) " illisible - "
                   "statut " PARTITION-STATUS ") - fusion abandonnee"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO PART-IN-EOF
           MOVE 'Y' TO PART-FILE-OK
           MOVE SPACES TO PART-HEADER-FIELDS
           MOVE SPACES TO PART-TRAILER-FIELDS
           READ PARTITION-FILE
               AT END MOVE 'Y' TO PART-IN-EOF
           END-READ
           IF NOT END-OF-PART-IN
               MOVE PARTITION-RECORD TO PART-HEADER-FIELDS
           END-IF
           IF PH-TYPE NOT = 'H'
                   OR PH-PART-NUMBER NOT = PART-SUB
                   OR PH-PART-COUNT NOT = PART-COUNT
                   OR PH-FROM NOT = PART-FROM
                   OR PH-TO NOT = PART-TO
                   OR PH-N NOT = N
                   OR PH-METRIC NOT = OPT-METRIC
                   OR PH-AS-OF NOT = AS-OF-DATE
                   OR PH-EDGECHK-TS NOT = LAST-EDGECHK-TS
               DISPLAY "ERREUR: partition " PART-SUB "/" PART-COUNT
                   " d'une autre execution (controle EDGECHK du "
                   PH-EDGECHK-TS ", date de reference " PH-AS-OF
                   ", N=" PH-N ", metrique " PH-METRIC
                   ") - fusion abandonnee"
               CLOSE PARTITION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO PART-MATRIX-RECS
           MOVE 0 TO PART-USAGE-RECS
           PERFORM UNTIL END-OF-PART-IN OR PT-TYPE = 'E'
               READ PARTITION-FILE
                   AT END MOVE 'Y' TO PART-IN-EOF
               END-READ
               IF NOT END-OF-PART-IN
                   PERFORM LOAD-ONE-PARTITION-RECORD
               END-IF
           END-PERFORM
           CLOSE PARTITION-FILE

           COMPUTE PART-EXPECTED-RECS = PART-SOURCES * N
           IF PT-TYPE NOT = 'E'
                   OR NOT PART-FILE-IS-OK
                   OR PT-SOURCES NOT = PART-SOURCES
                   OR PT-MATRIX-RECS NOT = PART-MATRIX-RECS
                   OR PT-USAGE-RECS NOT = PART-USAGE-RECS
                   OR PART-MATRIX-RECS NOT = PART-EXPECTED-RECS
               DISPLAY "ERREUR: partition " PART-SUB "/" PART-COUNT
                   " incomplete ou alteree (" PART-MATRIX-RECS
                   " paire(s) lue(s), " PART-EXPECTED-RECS
                   " attendue(s)) - fusion abandonnee"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO PART-IN-NAME
           STRING "DISTANCES.RPT" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO PART-IN-NAME
           END-STRING
           PERFORM OPEN-PARTITION-INPUT
           CLOSE PART-IN-FILE

           MOVE SPACES TO PART-IN-NAME
           STRING "EXCEPTIONS.RPT" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO PART-IN-NAME
           END-STRING
           PERFORM OPEN-PARTITION-INPUT
           CLOSE PART-IN-FILE

           MOVE SPACES TO PART-IN-NAME
           STRING "AUDIT.LOG" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO PART-IN-NAME
           END-STRING
           PERFORM OPEN-PARTITION-INPUT
           CLOSE PART-IN-FILE

           MOVE SPACES TO PART-IN-NAME
           STRING "DISTANCES.EXT" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO PART-IN-NAME
           END-STRING
           PERFORM OPEN-PARTITION-INPUT
           MOVE 0 TO PART-COPY-COUNT
           PERFORM UNTIL END-OF-PART-IN
               READ PART-IN-FILE
                   AT END MOVE 'Y' TO PART-IN-EOF
               END-READ
               IF NOT END-OF-PART-IN
                   ADD 1 TO PART-COPY-COUNT
                   IF PART-IN-RECORD(1:3) < PART-FROM
                           OR PART-IN-RECORD(1:3) > PART-TO
                       MOVE 'N' TO PART-FILE-OK
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PART-IN-FILE

           IF PART-COPY-COUNT NOT = PART-EXPECTED-RECS
                   OR NOT PART-FILE-IS-OK
               DISPLAY "ERREUR: extrait de la partition " PART-SUB "/"
                   PART-COUNT " incomplet ou altere ("
                   PART-COPY-COUNT " enregistrement(s), "
                   PART-EXPECTED-RECS " attendu(s)) - fusion "
                   "abandonnee"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD PART-COPY-COUNT TO PART-EXTRACT-TOTAL.

      * A matrix cell outside the partition's own rows, a tally on a
      * node outside the network or an unknown record type marks the
      * file as altered; the trailer ends the read.
       LOAD-ONE-PARTITION-RECORD.
           EVALUATE PART-REC-TYPE
               WHEN 'M'
                   IF PART-REC-FROM < PART-FROM
                           OR PART-REC-FROM > PART-TO
                           OR PART-REC-TO < 1 OR PART-REC-TO > N
                       MOVE 'N' TO PART-FILE-OK
                   ELSE
                       MOVE PART-REC-VALUE
                           TO MATRIX-COL(PART-REC-FROM PART-REC-TO)
                       ADD 1 TO PART-MATRIX-RECS
                   END-IF
               WHEN 'U'
                   IF PART-REC-FROM < 1 OR PART-REC-FROM > N
                           OR PART-REC-TO < 1 OR PART-REC-TO > N
                       MOVE 'N' TO PART-FILE-OK
                   ELSE
                       ADD PART-REC-VALUE
                           TO ARC-USAGE-COL(PART-REC-FROM PART-REC-TO)
                       ADD 1 TO PART-USAGE-RECS
                   END-IF
               WHEN 'E'
                   MOVE PARTITION-RECORD TO PART-TRAILER-FIELDS
               WHEN OTHER
                   MOVE 'N' TO PART-FILE-OK
           END-EVALUATE.

       OPEN-PARTITION-INPUT.
           MOVE 'N' TO PART-IN-EOF
           OPEN INPUT PART-IN-FILE
           IF PART-IN-STATUS NOT = "00"
               DISPLAY "ERREUR: " PART-IN-NAME(1:19) " illisible - "
                   "statut " PART-IN-STATUS " - fusion abandonnee"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Appends each partition's listing and audit trail, in
      * partition order, ahead of the merge's own pages, and its
      * exceptions under the merge's execution banner -- the
      * partition's own banner (its first record) is dropped so the
      * night reads as one execution.
       COPY-PARTITION-LISTINGS.
           PERFORM VARYING PART-SUB FROM 1 BY 1
                   UNTIL PART-SUB > PART-COUNT
               PERFORM COPY-ONE-PARTITION-LISTING
           END-PERFORM.

       COPY-ONE-PARTITION-LISTING.
           MOVE PART-SUB TO PART-SUFFIX-NO

           MOVE SPACES TO PART-IN-NAME
           STRING "DISTANCES.RPT" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO PART-IN-NAME
           END-STRING
           PERFORM OPEN-PARTITION-INPUT
           PERFORM UNTIL END-OF-PART-IN
               READ PART-IN-FILE
                   AT END MOVE 'Y' TO PART-IN-EOF
               END-READ
               IF NOT END-OF-PART-IN
                   MOVE PART-IN-RECORD TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           CLOSE PART-IN-FILE

           MOVE SPACES TO PART-IN-NAME
           STRING "EXCEPTIONS.RPT" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO PART-IN-NAME
           END-STRING
           PERFORM OPEN-PARTITION-INPUT
           MOVE 0 TO PART-COPY-COUNT
           PERFORM UNTIL END-OF-PART-IN
               READ PART-IN-FILE
                   AT END MOVE 'Y' TO PART-IN-EOF
               END-READ
               IF NOT END-OF-PART-IN
                   ADD 1 TO PART-COPY-COUNT
                   IF PART-COPY-COUNT > 1
                       MOVE PART-IN-RECORD TO EXCEPTIONS-LINE
                       WRITE EXCEPTIONS-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PART-IN-FILE

           MOVE SPACES TO PART-IN-NAME
           STRING "AUDIT.LOG" DELIMITED BY SIZE
               PART-SUFFIX DELIMITED BY SIZE
               INTO PART-IN-NAME
           END-STRING
           PERFORM OPEN-PARTITION-INPUT
           PERFORM UNTIL END-OF-PART-IN
               READ PART-IN-FILE
                   AT END MOVE 'Y' TO PART-IN-EOF
               END-READ
               IF NOT END-OF-PART-IN
                   MOVE PART-IN-RECORD TO AUDIT-LINE
                   WRITE AUDIT-LINE
               END-IF
           END-PERFORM
           CLOSE PART-IN-FILE.

      * The rest of the merge, once the listings are across: the
      * partition extracts concatenated in partition order (which is
      * source order, as a one-piece run writes them), then the
      * end-of-run outputs of a one-piece nightly run, fed by the
      * merged MATRIX-DIST and ARC-USAGE.
       MERGE-PARTITIONS.
           OPEN OUTPUT EXTRACT-FILE
           IF EXTRACT-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de DISTANCES.EXT "
                   "impossible - statut " EXTRACT-STATUS
               STOP RUN
           END-IF

           PERFORM LOAD-PRIOR-SNAPSHOT

           PERFORM VARYING PART-SUB FROM 1 BY 1
                   UNTIL PART-SUB > PART-COUNT
               MOVE PART-SUB TO PART-SUFFIX-NO
               MOVE SPACES TO PART-IN-NAME
               STRING "DISTANCES.EXT" DELIMITED BY SIZE
                   PART-SUFFIX DELIMITED BY SIZE
                   INTO PART-IN-NAME
               END-STRING
               PERFORM OPEN-PARTITION-INPUT
               PERFORM UNTIL END-OF-PART-IN
                   READ PART-IN-FILE
                       AT END MOVE 'Y' TO PART-IN-EOF
                   END-READ
                   IF NOT END-OF-PART-IN
                       MOVE PART-IN-RECORD TO EXTRACT-RECORD
                       WRITE EXTRACT-RECORD
                   END-IF
               END-PERFORM
               CLOSE PART-IN-FILE
           END-PERFORM

           CLOSE EXTRACT-FILE

           PERFORM WRITE-MATRIX-REPORT
           PERFORM WRITE-REGION-ROLLUP
           PERFORM WRITE-CHANGES-REPORT
           PERFORM WRITE-SNAPSHOT
           PERFORM WRITE-NETWORK-HISTORY
           PERFORM WRITE-CRITICAL-REPORT.

      * TOPOLOGY.DAT is now just the graph-size card (a single record
      * giving N) -- the edge data itself lives in the maintained
      * EDGE-MASTER.IDX and is loaded separately by
      * LOAD-EDGE-MASTER below. CONTROL-N-OVERRIDE (request 001), when
      * non-zero, takes precedence over the TOPOLOGY.DAT value. GRAPH
      * is only INITIALIZEd once N is final, since GRAPH is OCCURS
                   "actif(s)) - extrait et cliche non produits"
           END-IF.

      * Rejects any EDGE-MASTER.IDX record whose FROM/TO falls outside
      * 1..N instead of using it unchecked as a GRAPH-COL subscript --
      * GRAPH is sized to this run's N, not to MAX-NODES, so an
      * out-of-range edge would otherwise index past the allocated
       LOAD-EDGE-MASTER.
           OPEN INPUT EDGE-MASTER-FILE
           IF EDGE-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de EDGE-MASTER.IDX impossible "
                   "- statut " EDGE-MASTER-STATUS
               STOP RUN
           END-IF
                   MOVE EM-WEIGHT TO EDGE-WEIGHT
                   IF EDGE-FROM < 1 OR EDGE-FROM > N
                           OR EDGE-TO < 1 OR EDGE-TO > N
                       DISPLAY "ERREUR: EDGE-MASTER.IDX arc "
                           EDGE-FROM " -> " EDGE-TO
                           " hors limites (N=" N "), ignore"
                   ELSE
               ELSE
                   MOVE CONTROL-RECORD(1:1) TO RUN-MODE
                   IF NOT ALL-PAIRS-MODE AND NOT SELECTED-STARTS-MODE
                           AND NOT MERGE-MODE
                       DISPLAY "ERREUR: CONTROL.DAT mode de marche '"
                           RUN-MODE "' invalide (attendu 'A', 'S' "
                           "ou 'M')"
                       STOP RUN
                   END-IF
                   IF CONTROL-RECORD(2:3) = SPACES
                           STOP RUN
                       END-IF
                   END-IF
                   IF CONTROL-RECORD(26:6) NOT = SPACES
                       IF CONTROL-RECORD(26:3) = SPACES
                           MOVE ZEROS TO CONTROL-RECORD(26:3)
                       END-IF
                       IF CONTROL-RECORD(26:6) IS NUMERIC
                           MOVE CONTROL-RECORD(26:3) TO PART-NUMBER
                           MOVE CONTROL-RECORD(29:3) TO PART-COUNT
                       ELSE
                           DISPLAY "ERREUR: CONTROL.DAT partition '"
                               CONTROL-RECORD(26:6) "' invalide "
                               "(attendu numero et nombre sur 3 "
                               "chiffres chacun)"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF

               PERFORM UNTIL END-OF-CONTROL
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF
           IF IS-PARTITION-RUN
               STRING "   PARTITION : " DELIMITED BY SIZE
                   PART-NUMBER DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   PART-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF
           IF MERGE-MODE
               STRING "   FUSION DE " DELIMITED BY SIZE
                   PART-COUNT DELIMITED BY SIZE
                   " PARTITIONS" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
