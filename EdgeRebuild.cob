
      * Rebuilds the edge master exactly as it stood at a requested
      * date and time, for claims disputes ("what did the network
      * look like on July 1 when this shipment ran?"). EDGEMAINT and
      * the online EDGEONLN transaction update EDGE-MASTER.IDX in
      * place, but both append every applied before/after image to
      * EDGE-JOURNAL.DAT -- so the historical state is recovered by
      * walking that journal BACKWARDS from today's master, undoing
      * every entry stamped after the requested moment: an add is
      * removed, a delete is re-added from its before image, a
      * change is restored to its before image. No archived copy of
      * the master is needed, and reconstruction is possible back to
      * the day journaling started (older history is gone with the
      * old print registers). Journal entries HOUSEKEEP has moved
      * out of EDGE-JOURNAL.DAT are read back from their archive
      * generations, found in ARCHIVE-CATALOG.DAT (see
      * ArchiveCatalog.cpy); only the generations holding entries
      * from the requested day onward are needed.
      *
      * REBUILD-REQUEST.DAT carries the requested moment on one
      * record: DATE(8 YYYYMMDD) then an optional TIME(6 HHMMSS,
      * blank = end of that day). The rebuilt file is written to
      * EDGE-MASTER-ASOF.DAT -- never over the live master -- in the
      * master's own record layout as a sequential image, the form
      * EDGELOAD loads into a keyed master for a historical DIJKSTRA
      * run.
      *
      * A journal entry that cannot be undone (its arc missing from
      * the reconstruction, usually a master edited by hand outside
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDGE-MASTER-FILE ASSIGN TO "EDGE-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDGE-MASTER-KEY
               FILE STATUS IS EDGE-MASTER-STATUS.

           SELECT JOURNAL-FILE ASSIGN USING JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "ARCHIVE-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT REQUEST-FILE ASSIGN TO "REBUILD-REQUEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EDGE-MASTER-FILE.
       01  EDGE-MASTER-RECORD.
           05 EDGE-MASTER-KEY       PIC X(6).
           05 FILLER                PIC X(43).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD           PIC X(107).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD           PIC X(93).

       FD  REQUEST-FILE.
       01  REQUEST-RECORD           PIC X(20).

       77  MAX-JOURNAL  PIC 9(5) VALUE 10000.

       COPY "EdgeMaster.cpy".
       COPY "ArchiveCatalog.cpy".

       01  EDGE-MASTER-STATUS  PIC XX VALUE "00".
       01  JOURNAL-STATUS      PIC XX VALUE "00".
       01  CATALOG-STATUS      PIC XX VALUE "00".
       01  REQUEST-STATUS      PIC XX VALUE "00".
       01  ASOF-STATUS         PIC XX VALUE "00".

           88 END-OF-EDGE-MASTER  VALUE 'Y'.
       01  JOURNAL-EOF       PIC X VALUE 'N'.
           88 END-OF-JOURNAL      VALUE 'Y'.
       01  CATALOG-EOF       PIC X VALUE 'N'.
           88 END-OF-CATALOG      VALUE 'Y'.
       01  REQUEST-EOF       PIC X VALUE 'N'.
           88 END-OF-REQUEST      VALUE 'Y'.

       01  TARGET-TIMESTAMP  PIC X(14).
       01  JOURNAL-NAME      PIC X(40) VALUE "EDGE-JOURNAL.DAT".
       01  GENERATION-COUNT  PIC 9(4) VALUE 0.

      * Working reconstruction of the master, same scheme as
      * EDGEMAINT's EDGE-TABLE: undone deletes are re-added at the
           DISPLAY "EDGEREBLD: " UNDONE-COUNT " image(s) defaites, "
               WRITTEN-COUNT " arc(s) ecrits dans "
               "EDGE-MASTER-ASOF.DAT"
           IF GENERATION-COUNT > 0
               DISPLAY "EDGEREBLD: " GENERATION-COUNT " generation(s) "
                   "archivee(s) du journal relue(s)"
           END-IF
           IF MISMATCH-COUNT > 0
               DISPLAY "EDGEREBLD: " MISMATCH-COUNT " image(s) "
                   "inconciliables avec le maitre - reconstruction "
           MOVE 1 TO EDGE-COUNT
           OPEN INPUT EDGE-MASTER-FILE
           IF EDGE-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de EDGE-MASTER.IDX impossible "
                   "- statut " EDGE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN

           COMPUTE EDGE-COUNT = EDGE-COUNT - 1.

      * Archived generations first, in catalog (chronological)
      * order, then the online journal, so JRN-TABLE stays in arrival
      * order. A missing online journal is not fatal: it only means
      * no maintenance was journalized since the last housekeeping
      * (or ever), so the current master already is the oldest state
      * reconstructible from it.
       LOAD-JOURNAL.
           PERFORM LOAD-ARCHIVED-JOURNALS

           MOVE "EDGE-JOURNAL.DAT" TO JOURNAL-NAME
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               DISPLAY "EDGEREBLD: EDGE-JOURNAL.DAT absent, aucune "
                   "image en ligne a defaire"
           ELSE
               IF JOURNAL-STATUS NOT = "00"
                   DISPLAY "ERREUR: lecture de EDGE-JOURNAL.DAT "
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-JOURNAL-GENERATION
           END-IF.

      * A generation whose newest entry predates the requested day
      * holds nothing to undo and is not read. One that is needed
      * but cannot be opened is fatal: without it the rebuild would
      * silently keep changes made after the requested moment. The
      * same goes for the catalog itself: only a catalog that does
      * not exist (nothing ever archived) is passed over.
       LOAD-ARCHIVED-JOURNALS.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00" AND CATALOG-STATUS NOT = "35"
               DISPLAY "ERREUR: lecture de ARCHIVE-CATALOG.DAT "
                   "impossible - statut " CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CATALOG-STATUS = "00"
               PERFORM UNTIL END-OF-CATALOG
                   READ CATALOG-FILE
                       AT END MOVE 'Y' TO CATALOG-EOF
                   END-READ

                   IF NOT END-OF-CATALOG
                       MOVE CATALOG-RECORD TO ARCHIVE-CATALOG-FIELDS
                       IF AC-FILE-NAME = "EDGE-JOURNAL.DAT"
                               AND AC-LAST-DATE >=
                                   TARGET-TIMESTAMP(1:8)
                           PERFORM LOAD-ONE-ARCHIVED-JOURNAL
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE CATALOG-FILE
           END-IF.

       LOAD-ONE-ARCHIVED-JOURNAL.
           MOVE AC-ARCHIVE-NAME TO JOURNAL-NAME
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "ERREUR: generation archivee " JOURNAL-NAME
                   " illisible - statut " JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO GENERATION-COUNT
           DISPLAY "EDGEREBLD: lecture de la generation archivee "
               JOURNAL-NAME
           PERFORM READ-JOURNAL-GENERATION.

       READ-JOURNAL-GENERATION.
           MOVE 'N' TO JOURNAL-EOF
           PERFORM UNTIL END-OF-JOURNAL
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO JOURNAL-EOF
               END-READ

               IF NOT END-OF-JOURNAL
                   IF JRN-TOTAL >= MAX-JOURNAL
                       DISPLAY "ERREUR: le journal depasse "
                           MAX-JOURNAL " images, reconstruction "
                           "abandonnee"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO JRN-TOTAL
                   MOVE JOURNAL-RECORD TO JRN-IMAGE(JRN-TOTAL)
               END-IF
           END-PERFORM

           CLOSE JOURNAL-FILE.

       UNDO-LATER-ENTRIES.
           PERFORM VARYING JRN-SUB FROM JRN-TOTAL BY -1
                   UNTIL JRN-SUB < 1
