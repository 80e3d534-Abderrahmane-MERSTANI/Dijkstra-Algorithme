      * Only distance-metric ('D') history records are used: a trend
      * mixing kilometres with minutes would chart nonsense, so
      * records of time-metric runs are counted and left out.
      * History HOUSEKEEP has moved out of NETWORK-HISTORY.DAT is read
      * back first from its archive generations, in the order
      * ARCHIVE-CATALOG.DAT lists them (see ArchiveCatalog.cpy), so
      * the first appearance of a center is still its first ever; a
      * cataloged generation that cannot be read is reported and the
      * run ends with RETURN-CODE 4, its period missing from the
      * trend. A catalog that exists but cannot be read is reported
      * the same way, RETURN-CODE 4, the trend then covering only
      * the history still online.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN USING HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "ARCHIVE-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT CENTER-MASTER-FILE ASSIGN TO "CENTER-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENTER-MASTER-STATUS.
           05 HIST-AVG-DIST     PIC 9(9).
           05 HIST-MAX-DIST     PIC 9(9).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD       PIC X(93).

       FD  CENTER-MASTER-FILE.
       01  CENTER-MASTER-RECORD PIC X(30).

       77  BAR-WIDTH    PIC 99 VALUE 50.

       COPY "CenterMaster.cpy".
       COPY "ArchiveCatalog.cpy".

       01  HISTORY-STATUS       PIC XX VALUE "00".
       01  CATALOG-STATUS       PIC XX VALUE "00".
       01  CENTER-MASTER-STATUS PIC XX VALUE "00".
       01  TREND-STATUS         PIC XX VALUE "00".

       01  HISTORY-EOF       PIC X VALUE 'N'.
           88 END-OF-HISTORY      VALUE 'Y'.
       01  CATALOG-EOF       PIC X VALUE 'N'.
           88 END-OF-CATALOG      VALUE 'Y'.

       01  HISTORY-NAME      PIC X(40) VALUE "NETWORK-HISTORY.DAT".
       01  GENERATION-COUNT  PIC 9(4) VALUE 0.
       01  CENTER-MASTER-EOF PIC X VALUE 'N'.
           88 END-OF-CENTER-MASTER VALUE 'Y'.


           DISPLAY "NETTREND: " RUN-TOTAL " execution(s) tracee(s), "
               RANK-TOTAL " centre(s) classes"
           IF GENERATION-COUNT > 0
               DISPLAY "NETTREND: " GENERATION-COUNT " generation(s) "
                   "archivee(s) de l'historique relue(s)"
           END-IF

           STOP RUN.

      * The online history may only be absent when archived
      * generations were read: everything then lies in the archive.
       LOAD-HISTORY.
           PERFORM LOAD-ARCHIVED-HISTORY

           MOVE "NETWORK-HISTORY.DAT" TO HISTORY-NAME
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = "35" AND GENERATION-COUNT > 0
               DISPLAY "NETTREND: NETWORK-HISTORY.DAT absent, "
                   "historique archive seul"
           ELSE
               IF HISTORY-STATUS NOT = "00"
                   DISPLAY "ERREUR: lecture de NETWORK-HISTORY.DAT "
                       "impossible - statut " HISTORY-STATUS
                       " (aucune execution historisee ?)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-HISTORY-GENERATION
           END-IF.

       LOAD-ARCHIVED-HISTORY.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00" AND CATALOG-STATUS NOT = "35"
               DISPLAY "NETTREND: ARCHIVE-CATALOG.DAT illisible - "
                   "statut " CATALOG-STATUS ", historique archive "
                   "absent de la tendance"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CATALOG-STATUS = "00"
               PERFORM UNTIL END-OF-CATALOG
                   READ CATALOG-FILE
                       AT END MOVE 'Y' TO CATALOG-EOF
                   END-READ

                   IF NOT END-OF-CATALOG
                       MOVE CATALOG-RECORD TO ARCHIVE-CATALOG-FIELDS
                       IF AC-FILE-NAME = "NETWORK-HISTORY.DAT"
                           PERFORM LOAD-ONE-ARCHIVED-HISTORY
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE CATALOG-FILE
           END-IF.

       LOAD-ONE-ARCHIVED-HISTORY.
           MOVE AC-ARCHIVE-NAME TO HISTORY-NAME
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "NETTREND: generation archivee " HISTORY-NAME
                   " illisible - statut " HISTORY-STATUS
                   ", periode absente de la tendance"
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO GENERATION-COUNT
               PERFORM READ-HISTORY-GENERATION
           END-IF.

       READ-HISTORY-GENERATION.
           MOVE 'N' TO HISTORY-EOF
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO HISTORY-EOF
