       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEP.

      * Monthly housekeeping of the chain files that only ever grow:
      * the logs and histories appended by the chain (AUDIT.LOG,
      * RUNCTL.DAT, NETWORK-HISTORY.DAT, EDGE-JOURNAL.DAT) and the
      * print reports opened EXTEND run after run (DISTANCES.RPT,
      * EXCEPTIONS.RPT, CHANGES.RPT, CRITICAL.RPT, MAINT-REGISTER.RPT,
      * RATE-REGISTER.RPT, CHAIN-SUMMARY.RPT). Records older than
      * their file's retention period are moved out of the online
      * file -- into a dated archive generation, or simply dropped --
      * and everything younger is kept in its original order.
      *
      * RETENTION.DAT drives it, one card per file: FILE-NAME(20)
      * DAYS(4, days kept online) ARCHIVE(1, 'Y' move to an archive
      * generation / 'N' purge). Blank cards and cards starting '*'
      * are comments. A file without a card is left alone; a card
      * for a file this program does not know is refused (RETURN-CODE
      * 4), since it could not tell that file's record dates.
      *
      * How each file's records are dated:
      *   - AUDIT.LOG, EDGE-JOURNAL.DAT: the run timestamp at the
      *     head of every record; RUNCTL.DAT: RC-TIMESTAMP (column
      *     11); NETWORK-HISTORY.DAT: HIST-RUN-DATE (column 2);
      *   - EXCEPTIONS.RPT, CHANGES.RPT, CRITICAL.RPT,
      *     CHAIN-SUMMARY.RPT: each run opens with a "=== ...
      *     EXECUTION yyyymmddhhmmss ===" title, and every line down
      *     to the next title belongs to that run;
      *   - DISTANCES.RPT, MAINT-REGISTER.RPT, RATE-REGISTER.RPT:
      *     every page header carries "DATE D'EXECUTION : yyyy-mm-dd"
      *     on its second line, and the page title line just above it
      *     goes with it.
      * A line before the first dated title or header has no date
      * and is kept. A whole run therefore moves or stays together.
      *
      * RUNCTL.DAT is never cut below what the handshakes read: the
      * latest stamp of every step name in the file (DIJKSTRA's gate
      * on EDGECHK against EDGEMAINT/EDGEONLN/EDGELOAD, RESLOAD's
      * consume-once test, CHAINSUM's per-step summary) stays online
      * whatever its age.
      *
      * An archive generation is named after the file and the day of
      * the pass ("EDGE-JOURNAL.DAT.20261031") and recorded in
      * ARCHIVE-CATALOG.DAT (see ArchiveCatalog.cpy), through which
      * EDGEREBLD and NETTREND reach back past the purge date. A file
      * already archived on the same day is skipped, so a rerun
      * cannot catalog one generation twice. The generation is
      * written and closed before the online file is rewritten, so a
      * failure in between leaves records in both, never in neither.
      * Each file's outcome -- records before, moved, after, and
      * where they went -- is printed in ARCHIVE-REGISTER.RPT.
      * Run it outside the chain window: it rewrites the files the
      * chain appends to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-FILE ASSIGN TO "RETENTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETENTION-STATUS.

           SELECT SOURCE-FILE ASSIGN USING SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN USING ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

           SELECT WORK-FILE ASSIGN TO "HOUSEKEEP.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "ARCHIVE-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "ARCHIVE-REGISTER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-FILE.
       01  RETENTION-RECORD         PIC X(40).

      * Wide enough for the widest line of any file handled
      * (DISTANCES.RPT, 700).
       FD  SOURCE-FILE.
       01  SOURCE-RECORD            PIC X(1000).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(1000).

       FD  WORK-FILE.
       01  WORK-RECORD              PIC X(1000).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD           PIC X(93).

       FD  REGISTER-FILE.
       01  REGISTER-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       77  FILE-TOTAL   PIC 99 VALUE 11.
       77  MAX-STEPS    PIC 99 VALUE 50.

       COPY "ArchiveCatalog.cpy".
       COPY "RunControl.cpy".

       01  RETENTION-STATUS PIC XX VALUE "00".
       01  SOURCE-STATUS    PIC XX VALUE "00".
       01  ARCHIVE-STATUS   PIC XX VALUE "00".
       01  WORK-STATUS      PIC XX VALUE "00".
       01  CATALOG-STATUS   PIC XX VALUE "00".
       01  REGISTER-STATUS  PIC XX VALUE "00".

       01  RETENTION-EOF PIC X VALUE 'N'.
           88 END-OF-RETENTION  VALUE 'Y'.
       01  SOURCE-EOF    PIC X VALUE 'N'.
           88 END-OF-SOURCE     VALUE 'Y'.
       01  WORK-EOF      PIC X VALUE 'N'.
           88 END-OF-WORK       VALUE 'Y'.
       01  CATALOG-EOF   PIC X VALUE 'N'.
           88 END-OF-CATALOG    VALUE 'Y'.

      * The files this program knows how to date, in register order,
      * with the retention the cards set for them. FILE-DATING: 'F'
      * date field at FILE-DATE-POS in every record, 'T' run title
      * line, 'P' page header line. FILE-PROTECT 'S' keeps the latest
      * record of every step (RUNCTL.DAT).
       01  FILE-TABLE.
           05 FILE-ENTRY OCCURS 11 TIMES.
              10 FILE-NAME      PIC X(20).
              10 FILE-DATING    PIC X.
                 88 FILE-DATED-BY-FIELD   VALUE 'F'.
                 88 FILE-DATED-BY-TITLE   VALUE 'T'.
                 88 FILE-DATED-BY-HEADER  VALUE 'P'.
              10 FILE-DATE-POS  PIC 99.
              10 FILE-PROTECT   PIC X.
                 88 FILE-KEEPS-LAST-STAMPS VALUE 'S'.
              10 FILE-CARD-SEEN PIC X.
                 88 FILE-HAS-CARD         VALUE 'Y'.
              10 FILE-DAYS      PIC 9(4).
              10 FILE-ARCHIVE   PIC X.
                 88 FILE-IS-ARCHIVED      VALUE 'Y'.
       01  FILE-SUB      PIC 99.
       01  FILE-FOUND    PIC 99.

      * Latest record number of every step name in RUNCTL.DAT, from a
      * first pass over the file.
       01  STEP-TABLE.
           05 STEP-ENTRY OCCURS 50 TIMES.
              10 STEP-NAME      PIC X(9).
              10 STEP-LAST-REC  PIC 9(9).
       01  STEP-TOTAL    PIC 99 VALUE 0.
       01  STEP-SUB      PIC 99.
       01  STEP-FOUND    PIC 99.

       01  SOURCE-NAME    PIC X(40).
       01  ARCHIVE-NAME   PIC X(40).
       01  ARCHIVE-OPEN   PIC X.
           88 ARCHIVE-IS-OPEN    VALUE 'Y'.
       01  ALREADY-DONE   PIC X.
           88 ARCHIVED-TODAY     VALUE 'Y'.
       01  FILE-OUTCOME   PIC X.
           88 OUTCOME-NO-CARD    VALUE 'C'.
           88 OUTCOME-ABSENT     VALUE 'A'.
           88 OUTCOME-DONE-TODAY VALUE 'J'.
           88 OUTCOME-PROCESSED  VALUE 'T'.

      * Per-file dating: the cutoff, the date of the record being
      * judged, and for sectioned reports the date of the current
      * run and the one line held back until the next line says
      * whether it opens a new page.
       01  CUTOFF-DAY     PIC 9(8).
       01  CUTOFF-DATE    PIC X(8).
       01  RECORD-DATE    PIC X(8).
       01  SECTION-DATE   PIC X(8).
       01  MARK-DATE      PIC X(8).
       01  MARK-FOUND     PIC X.
           88 LINE-IS-MARK       VALUE 'Y'.
       01  MARK-POS       PIC 9(4).
       01  HELD-RECORD    PIC X(1000).
       01  HELD-REC-NUM   PIC 9(9).
       01  HELD-PRESENT   PIC X.
           88 LINE-IS-HELD       VALUE 'Y'.
       01  FIRST-MOVED    PIC X(8).
       01  LAST-MOVED     PIC X(8).

       01  BEFORE-COUNT    PIC 9(9).
       01  MOVED-COUNT     PIC 9(9).
       01  KEPT-COUNT      PIC 9(9).
       01  PROTECTED-COUNT PIC 9(9).
       01  FILES-DONE      PIC 9(4) VALUE 0.
       01  TOTAL-MOVED     PIC 9(9) VALUE 0.
       01  BAD-CARD-COUNT  PIC 9(4) VALUE 0.

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
       01  DAYS-TXT        PIC ZZZ9.
       01  COUNT-TXT       PIC ZZZZZZZZ9.
       01  REG-PTR         PIC 9(4).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE RUN-DATE-RAW(1:4) TO RUN-DATE-YYYY
           MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-MM
           MOVE RUN-DATE-RAW(7:2) TO RUN-DATE-DD

           PERFORM LOAD-FILE-TABLE
           PERFORM LOAD-RETENTION-TABLE

           OPEN EXTEND REGISTER-FILE
           IF REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de ARCHIVE-REGISTER.RPT "
                   "impossible - statut " REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REGISTER-HEADER

           PERFORM VARYING FILE-SUB FROM 1 BY 1
                   UNTIL FILE-SUB > FILE-TOTAL
               PERFORM HOUSEKEEP-ONE-FILE
           END-PERFORM

           PERFORM WRITE-REGISTER-TRAILER
           CLOSE REGISTER-FILE

           DISPLAY "HOUSEKEEP: " FILES-DONE " fichier(s) traite(s), "
               TOTAL-MOVED " enregistrement(s) deplace(s)"
           IF BAD-CARD-COUNT > 0
               DISPLAY "HOUSEKEEP: " BAD-CARD-COUNT " carte(s) de "
                   "RETENTION.DAT refusee(s)"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-FILE-TABLE.
           MOVE "AUDIT.LOG" TO FILE-NAME(1)
           MOVE 'F' TO FILE-DATING(1)
           MOVE 1 TO FILE-DATE-POS(1)
           MOVE "RUNCTL.DAT" TO FILE-NAME(2)
           MOVE 'F' TO FILE-DATING(2)
           MOVE 11 TO FILE-DATE-POS(2)
           MOVE "NETWORK-HISTORY.DAT" TO FILE-NAME(3)
           MOVE 'F' TO FILE-DATING(3)
           MOVE 2 TO FILE-DATE-POS(3)
           MOVE "EDGE-JOURNAL.DAT" TO FILE-NAME(4)
           MOVE 'F' TO FILE-DATING(4)
           MOVE 1 TO FILE-DATE-POS(4)
           MOVE "DISTANCES.RPT" TO FILE-NAME(5)
           MOVE 'P' TO FILE-DATING(5)
           MOVE "EXCEPTIONS.RPT" TO FILE-NAME(6)
           MOVE 'T' TO FILE-DATING(6)
           MOVE "CHANGES.RPT" TO FILE-NAME(7)
           MOVE 'T' TO FILE-DATING(7)
           MOVE "CRITICAL.RPT" TO FILE-NAME(8)
           MOVE 'T' TO FILE-DATING(8)
           MOVE "MAINT-REGISTER.RPT" TO FILE-NAME(9)
           MOVE 'P' TO FILE-DATING(9)
           MOVE "RATE-REGISTER.RPT" TO FILE-NAME(10)
           MOVE 'P' TO FILE-DATING(10)
           MOVE "CHAIN-SUMMARY.RPT" TO FILE-NAME(11)
           MOVE 'T' TO FILE-DATING(11)

           PERFORM VARYING FILE-SUB FROM 1 BY 1
                   UNTIL FILE-SUB > FILE-TOTAL
               IF NOT FILE-DATED-BY-FIELD(FILE-SUB)
                   MOVE 0 TO FILE-DATE-POS(FILE-SUB)
               END-IF
               MOVE SPACE TO FILE-PROTECT(FILE-SUB)
               MOVE 'N' TO FILE-CARD-SEEN(FILE-SUB)
               MOVE 0 TO FILE-DAYS(FILE-SUB)
               MOVE 'N' TO FILE-ARCHIVE(FILE-SUB)
           END-PERFORM
           MOVE 'S' TO FILE-PROTECT(2).

       LOAD-RETENTION-TABLE.
           OPEN INPUT RETENTION-FILE
           IF RETENTION-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de RETENTION.DAT impossible - "
                   "statut " RETENTION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-RETENTION
               READ RETENTION-FILE
                   AT END MOVE 'Y' TO RETENTION-EOF
               END-READ

               IF NOT END-OF-RETENTION
                       AND RETENTION-RECORD NOT = SPACES
                       AND RETENTION-RECORD(1:1) NOT = "*"
                   PERFORM LOAD-ONE-RETENTION-CARD
               END-IF
           END-PERFORM

           CLOSE RETENTION-FILE.

       LOAD-ONE-RETENTION-CARD.
           MOVE 0 TO FILE-FOUND
           PERFORM VARYING FILE-SUB FROM 1 BY 1
                   UNTIL FILE-SUB > FILE-TOTAL
               IF FILE-NAME(FILE-SUB) = RETENTION-RECORD(1:20)
                   MOVE FILE-SUB TO FILE-FOUND
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN FILE-FOUND = 0
                   DISPLAY "HOUSEKEEP: fichier " RETENTION-RECORD(1:20)
                       " non pris en charge, carte refusee"
                   ADD 1 TO BAD-CARD-COUNT
               WHEN RETENTION-RECORD(21:4) NOT NUMERIC
                   DISPLAY "HOUSEKEEP: duree de conservation invalide "
                       "pour " RETENTION-RECORD(1:20) ", carte refusee"
                   ADD 1 TO BAD-CARD-COUNT
               WHEN RETENTION-RECORD(25:1) NOT = 'Y'
                       AND RETENTION-RECORD(25:1) NOT = 'N'
                   DISPLAY "HOUSEKEEP: indicateur d'archivage invalide "
                       "pour " RETENTION-RECORD(1:20) ", carte refusee"
                   ADD 1 TO BAD-CARD-COUNT
               WHEN OTHER
                   MOVE 'Y' TO FILE-CARD-SEEN(FILE-FOUND)
                   MOVE RETENTION-RECORD(21:4) TO FILE-DAYS(FILE-FOUND)
                   MOVE RETENTION-RECORD(25:1)
                       TO FILE-ARCHIVE(FILE-FOUND)
           END-EVALUATE.

      * One file, start to finish: cutoff, the split into what stays
      * and what moves, then -- only when something moved -- the
      * catalog entry and the rewrite of the online file.
       HOUSEKEEP-ONE-FILE.
           MOVE 0 TO BEFORE-COUNT
           MOVE 0 TO MOVED-COUNT
           MOVE 0 TO KEPT-COUNT
           MOVE 0 TO PROTECTED-COUNT
           MOVE SPACES TO FIRST-MOVED
           MOVE SPACES TO LAST-MOVED
           MOVE 'N' TO ARCHIVE-OPEN
           MOVE FILE-NAME(FILE-SUB) TO SOURCE-NAME
           MOVE SPACES TO ARCHIVE-NAME
           STRING FILE-NAME(FILE-SUB) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               RUN-DATE-RAW DELIMITED BY SIZE
               INTO ARCHIVE-NAME
           END-STRING

           MOVE 'T' TO FILE-OUTCOME
           IF NOT FILE-HAS-CARD(FILE-SUB)
               MOVE 'C' TO FILE-OUTCOME
           ELSE
               IF FILE-IS-ARCHIVED(FILE-SUB)
                   PERFORM CHECK-CATALOG
                   IF ARCHIVED-TODAY
                       MOVE 'J' TO FILE-OUTCOME
                   END-IF
               END-IF
           END-IF

           IF OUTCOME-PROCESSED
               OPEN INPUT SOURCE-FILE
               IF SOURCE-STATUS = "35"
                   MOVE 'A' TO FILE-OUTCOME
               ELSE
                   IF SOURCE-STATUS NOT = "00"
                       DISPLAY "ERREUR: lecture de " SOURCE-NAME
                           " impossible - statut " SOURCE-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CLOSE SOURCE-FILE
               END-IF
           END-IF

           IF OUTCOME-PROCESSED
               COMPUTE CUTOFF-DAY =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(RUN-DATE-RAW))
                   - FILE-DAYS(FILE-SUB)
               MOVE FUNCTION DATE-OF-INTEGER(CUTOFF-DAY)
                   TO CUTOFF-DATE
               IF FILE-KEEPS-LAST-STAMPS(FILE-SUB)
                   PERFORM FIND-LAST-STAMPS
               END-IF
               PERFORM SPLIT-SOURCE-FILE
               IF MOVED-COUNT > 0
                   IF FILE-IS-ARCHIVED(FILE-SUB)
                       PERFORM WRITE-CATALOG-ENTRY
                   END-IF
                   PERFORM REPLACE-SOURCE-FILE
               END-IF
               ADD 1 TO FILES-DONE
               ADD MOVED-COUNT TO TOTAL-MOVED
               DISPLAY "HOUSEKEEP: " FILE-NAME(FILE-SUB) " "
                   BEFORE-COUNT " -> " KEPT-COUNT " (" MOVED-COUNT
                   " deplace(s))"
           END-IF

           PERFORM WRITE-FILE-LINE.

      * A generation of this file already written today means this
      * is a rerun; cataloging a second pass under the same name
      * would make the readers load those records twice.
       CHECK-CATALOG.
           MOVE 'N' TO ALREADY-DONE
           MOVE 'N' TO CATALOG-EOF
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS = "00"
               PERFORM UNTIL END-OF-CATALOG
                   READ CATALOG-FILE
                       AT END MOVE 'Y' TO CATALOG-EOF
                   END-READ
                   IF NOT END-OF-CATALOG
                       MOVE CATALOG-RECORD TO ARCHIVE-CATALOG-FIELDS
                       IF AC-ARCHIVE-NAME = ARCHIVE-NAME
                           MOVE 'Y' TO ALREADY-DONE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

      * First pass over RUNCTL.DAT: the record number of the latest
      * stamp of every step name. Those records stay online whatever
      * their age. A file with more step names than the table holds
      * is left untouched rather than cut blind.
       FIND-LAST-STAMPS.
           MOVE 0 TO STEP-TOTAL
           MOVE 0 TO BEFORE-COUNT
           MOVE 'N' TO SOURCE-EOF
           OPEN INPUT SOURCE-FILE
           PERFORM UNTIL END-OF-SOURCE
               READ SOURCE-FILE
                   AT END MOVE 'Y' TO SOURCE-EOF
               END-READ
               IF NOT END-OF-SOURCE
                   ADD 1 TO BEFORE-COUNT
                   MOVE SOURCE-RECORD(1:48) TO RUNCTL-FIELDS
                   PERFORM FIND-STEP
                   IF STEP-FOUND = 0
                       IF STEP-TOTAL >= MAX-STEPS
                           DISPLAY "ERREUR: plus de " MAX-STEPS
                               " etapes dans RUNCTL.DAT - fichier "
                               "laisse en l'etat"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO STEP-TOTAL
                       MOVE STEP-TOTAL TO STEP-FOUND
                       MOVE RC-STEP TO STEP-NAME(STEP-FOUND)
                   END-IF
                   MOVE BEFORE-COUNT TO STEP-LAST-REC(STEP-FOUND)
               END-IF
           END-PERFORM
           CLOSE SOURCE-FILE
           MOVE 0 TO BEFORE-COUNT.

       FIND-STEP.
           MOVE 0 TO STEP-FOUND
           PERFORM VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > STEP-TOTAL
               IF STEP-NAME(STEP-SUB) = RC-STEP
                   MOVE STEP-SUB TO STEP-FOUND
               END-IF
           END-PERFORM.

      * Reads the online file once, sending every record either to
      * the work file (stays) or to the archive generation (moves).
      * Sectioned reports hold each line back by one: a page header
      * date line also dates the title line printed just above it.
       SPLIT-SOURCE-FILE.
           MOVE SPACES TO SECTION-DATE
           MOVE 'N' TO HELD-PRESENT
           MOVE 'N' TO SOURCE-EOF
           OPEN INPUT SOURCE-FILE
           OPEN OUTPUT WORK-FILE
           IF WORK-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de HOUSEKEEP.WRK impossible "
                   "- statut " WORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-SOURCE
               READ SOURCE-FILE
                   AT END MOVE 'Y' TO SOURCE-EOF
               END-READ
               IF NOT END-OF-SOURCE
                   ADD 1 TO BEFORE-COUNT
                   PERFORM CLASSIFY-ONE-RECORD
               END-IF
           END-PERFORM

           IF LINE-IS-HELD
               MOVE SECTION-DATE TO RECORD-DATE
               PERFORM DISPOSE-HELD-RECORD
           END-IF

           CLOSE SOURCE-FILE
           CLOSE WORK-FILE
           IF ARCHIVE-IS-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.

       CLASSIFY-ONE-RECORD.
           IF FILE-DATED-BY-FIELD(FILE-SUB)
               MOVE SOURCE-RECORD TO HELD-RECORD
               MOVE BEFORE-COUNT TO HELD-REC-NUM
               MOVE SOURCE-RECORD(FILE-DATE-POS(FILE-SUB):8)
                   TO RECORD-DATE
               PERFORM DISPOSE-HELD-RECORD
           ELSE
               PERFORM FIND-SECTION-MARK
               IF LINE-IS-HELD
                   IF LINE-IS-MARK AND FILE-DATED-BY-HEADER(FILE-SUB)
                       MOVE MARK-DATE TO RECORD-DATE
                   ELSE
                       MOVE SECTION-DATE TO RECORD-DATE
                   END-IF
                   PERFORM DISPOSE-HELD-RECORD
               END-IF
               IF LINE-IS-MARK
                   MOVE MARK-DATE TO SECTION-DATE
               END-IF
               MOVE SOURCE-RECORD TO HELD-RECORD
               MOVE BEFORE-COUNT TO HELD-REC-NUM
               MOVE 'Y' TO HELD-PRESENT
           END-IF.

      * Is this line a run title ("=== ... EXECUTION yyyymmdd...") or
      * a page header date line ("DATE D'EXECUTION : yyyy-mm-dd"),
      * and if so of which day?
       FIND-SECTION-MARK.
           MOVE 'N' TO MARK-FOUND
           MOVE SPACES TO MARK-DATE
           IF FILE-DATED-BY-TITLE(FILE-SUB)
                   AND SOURCE-RECORD(1:4) = "=== "
               MOVE 0 TO MARK-POS
               INSPECT SOURCE-RECORD TALLYING MARK-POS
                   FOR CHARACTERS BEFORE INITIAL "EXECUTION "
               IF MARK-POS < 900
                   MOVE SOURCE-RECORD(MARK-POS + 11:8) TO MARK-DATE
               END-IF
           END-IF
           IF FILE-DATED-BY-HEADER(FILE-SUB)
                   AND SOURCE-RECORD(1:19) = "DATE D'EXECUTION : "
               MOVE SOURCE-RECORD(20:4) TO MARK-DATE(1:4)
               MOVE SOURCE-RECORD(25:2) TO MARK-DATE(5:2)
               MOVE SOURCE-RECORD(28:2) TO MARK-DATE(7:2)
           END-IF
           IF MARK-DATE IS NUMERIC
               MOVE 'Y' TO MARK-FOUND
           END-IF.

      * HELD-RECORD, dated RECORD-DATE, stays or moves. Undated
      * records stay, and so does the latest RUNCTL stamp of each
      * step however old it is.
       DISPOSE-HELD-RECORD.
           MOVE 'N' TO HELD-PRESENT
           IF RECORD-DATE IS NUMERIC AND RECORD-DATE < CUTOFF-DATE
               IF FILE-KEEPS-LAST-STAMPS(FILE-SUB)
                   MOVE HELD-RECORD(1:48) TO RUNCTL-FIELDS
                   PERFORM FIND-STEP
               ELSE
                   MOVE 0 TO STEP-FOUND
               END-IF
               IF STEP-FOUND NOT = 0
                       AND STEP-LAST-REC(STEP-FOUND) = HELD-REC-NUM
                   ADD 1 TO PROTECTED-COUNT
                   PERFORM KEEP-HELD-RECORD
               ELSE
                   PERFORM MOVE-HELD-RECORD
               END-IF
           ELSE
               PERFORM KEEP-HELD-RECORD
           END-IF.

       KEEP-HELD-RECORD.
           MOVE HELD-RECORD TO WORK-RECORD
           WRITE WORK-RECORD
           ADD 1 TO KEPT-COUNT.

       MOVE-HELD-RECORD.
           ADD 1 TO MOVED-COUNT
           IF FIRST-MOVED = SPACES OR RECORD-DATE < FIRST-MOVED
               MOVE RECORD-DATE TO FIRST-MOVED
           END-IF
           IF LAST-MOVED = SPACES OR RECORD-DATE > LAST-MOVED
               MOVE RECORD-DATE TO LAST-MOVED
           END-IF
           IF FILE-IS-ARCHIVED(FILE-SUB)
               IF NOT ARCHIVE-IS-OPEN
                   OPEN OUTPUT ARCHIVE-FILE
                   IF ARCHIVE-STATUS NOT = "00"
                       DISPLAY "ERREUR: creation de " ARCHIVE-NAME
                           " impossible - statut " ARCHIVE-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO ARCHIVE-OPEN
               END-IF
               MOVE HELD-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
           END-IF.

       WRITE-CATALOG-ENTRY.
           OPEN EXTEND CATALOG-FILE
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "ERREUR: ouverture de ARCHIVE-CATALOG.DAT "
                   "impossible - statut " CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FILE-NAME(FILE-SUB) TO AC-FILE-NAME
           MOVE ARCHIVE-NAME TO AC-ARCHIVE-NAME
           MOVE FIRST-MOVED TO AC-FIRST-DATE
           MOVE LAST-MOVED TO AC-LAST-DATE
           MOVE MOVED-COUNT TO AC-RECORD-COUNT
           MOVE RUN-DATE-RAW TO AC-RUN-DATE
           MOVE ARCHIVE-CATALOG-FIELDS TO CATALOG-RECORD
           WRITE CATALOG-RECORD

           CLOSE CATALOG-FILE.

      * The records that stay become the online file.
       REPLACE-SOURCE-FILE.
           MOVE 'N' TO WORK-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT SOURCE-FILE
           IF SOURCE-STATUS NOT = "00"
               DISPLAY "ERREUR: reecriture de " SOURCE-NAME
                   " impossible - statut " SOURCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-WORK
               READ WORK-FILE
                   AT END MOVE 'Y' TO WORK-EOF
               END-READ
               IF NOT END-OF-WORK
                   MOVE WORK-RECORD TO SOURCE-RECORD
                   WRITE SOURCE-RECORD
               END-IF
           END-PERFORM

           CLOSE WORK-FILE
           CLOSE SOURCE-FILE.

       WRITE-REGISTER-HEADER.
           ADD 1 TO PAGE-NUM
           MOVE PAGE-NUM TO PAGE-NUM-TXT

           MOVE SPACES TO REGISTER-LINE
           STRING "REGISTRE D'ARCHIVAGE DES FICHIERS DE LA CHAINE"
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

      * "FILE  CONSERVATION n J  AVANT a  DEPLACES d  APRES k", or
      * why the file was not processed; when records moved, a second
      * line says where to and the span of their dates.
       WRITE-FILE-LINE.
           MOVE SPACES TO REGISTER-LINE
           MOVE 1 TO REG-PTR
           STRING FILE-NAME(FILE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING

           EVALUATE TRUE
               WHEN OUTCOME-NO-CARD
                   STRING "SANS CARTE DE CONSERVATION - NON TRAITE"
                           DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               WHEN OUTCOME-DONE-TODAY
                   STRING "DEJA ARCHIVE CE JOUR DANS " DELIMITED BY SIZE
                       ARCHIVE-NAME DELIMITED BY SPACE
                       " - NON TRAITE" DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               WHEN OUTCOME-ABSENT
                   STRING "ABSENT - RIEN A TRAITER" DELIMITED BY SIZE
                       INTO REGISTER-LINE
                       WITH POINTER REG-PTR
                   END-STRING
               WHEN OTHER
                   PERFORM APPEND-FILE-COUNTS
           END-EVALUATE
           PERFORM WRITE-REGISTER-LINE-CTL

           IF OUTCOME-PROCESSED AND MOVED-COUNT > 0
               PERFORM WRITE-DESTINATION-LINE
           END-IF

           IF PROTECTED-COUNT > 0
               MOVE SPACES TO REGISTER-LINE
               MOVE PROTECTED-COUNT TO COUNT-TXT
               STRING "                     " DELIMITED BY SIZE
                   COUNT-TXT DELIMITED BY SIZE
                   " MARQUE(S) ECHUE(S) CONSERVEE(S) : DERNIERE "
                       DELIMITED BY SIZE
                   "MARQUE DE CHAQUE ETAPE" DELIMITED BY SIZE
                   INTO REGISTER-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE-CTL
           END-IF.

       APPEND-FILE-COUNTS.
           MOVE FILE-DAYS(FILE-SUB) TO DAYS-TXT
           STRING "CONSERVATION " DELIMITED BY SIZE
               DAYS-TXT DELIMITED BY SIZE
               " J  AVANT " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE BEFORE-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               "  DEPLACES " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE MOVED-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               "  APRES " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE KEPT-COUNT TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           IF MOVED-COUNT = 0
               STRING "  RIEN A DEPLACER" DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
           END-IF.

       WRITE-DESTINATION-LINE.
           MOVE SPACES TO REGISTER-LINE
           MOVE 22 TO REG-PTR
           IF FILE-IS-ARCHIVED(FILE-SUB)
               STRING "-> " DELIMITED BY SIZE
                   ARCHIVE-NAME DELIMITED BY SPACE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
           ELSE
               STRING "SUPPRIMES" DELIMITED BY SIZE
                   INTO REGISTER-LINE
                   WITH POINTER REG-PTR
               END-STRING
           END-IF
           STRING " (ENREGISTREMENTS DU " DELIMITED BY SIZE
               FIRST-MOVED DELIMITED BY SIZE
               " AU " DELIMITED BY SIZE
               LAST-MOVED DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           PERFORM WRITE-REGISTER-LINE-CTL.

       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE 1 TO REG-PTR
           MOVE FILES-DONE TO COUNT-TXT
           STRING "FIN DE REGISTRE - " DELIMITED BY SIZE
               COUNT-TXT DELIMITED BY SIZE
               " FICHIER(S) TRAITE(S), " DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           MOVE TOTAL-MOVED TO COUNT-TXT
           STRING COUNT-TXT DELIMITED BY SIZE
               " ENREGISTREMENT(S) DEPLACE(S)" DELIMITED BY SIZE
               INTO REGISTER-LINE
               WITH POINTER REG-PTR
           END-STRING
           WRITE REGISTER-LINE.
