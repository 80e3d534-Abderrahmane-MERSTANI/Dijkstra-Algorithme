       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDGELOAD.

      * Loads a sequential edge-master image (EDGE-MASTER.DAT, the
      * layout of EdgeMaster.cpy, one arc per record) into
      * EDGE-MASTER.IDX, the keyed master every other program reads
      * and that EDGEMAINT and the online EDGEONLN update in place.
      * Used once to convert the old sequential master, and again
      * whenever a master must be rebuilt from an image -- e.g. the
      * EDGE-MASTER-ASOF.DAT written by EDGEREBLD, loaded in a run
      * directory of its own for a historical DIJKSTRA run, never
      * over the live master.
      *
      * EDGE-MASTER.IDX is rebuilt from scratch on every load. The
      * image need not be in key order: records are written by key,
      * so a duplicate FROM/TO is refused and reported instead of
      * silently replacing the first one. A record with a non-numeric
      * FROM or TO is skipped. Blank expiry, time or load on records
      * from before those fields existed are stored as zero, which
      * is how every reader already treats them.
      *
      * A clean load appends an EDGELOAD stamp to RUNCTL.DAT (see
      * RunControl.cpy): the master has just been replaced, so the
      * DIJKSTRA gate must see it as changed since the last EDGECHK.
      * RETURN-CODE 4 when records were skipped, 8 when nothing could
      * be loaded.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMAGE-FILE ASSIGN TO "EDGE-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMAGE-STATUS.

           SELECT EDGE-MASTER-FILE ASSIGN TO "EDGE-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDGE-MASTER-KEY
               FILE STATUS IS EDGE-MASTER-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMAGE-FILE.
       01  IMAGE-RECORD             PIC X(49).

       FD  EDGE-MASTER-FILE.
       01  EDGE-MASTER-RECORD.
           05 EDGE-MASTER-KEY       PIC X(6).
           05 FILLER                PIC X(43).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD            PIC X(48).

       WORKING-STORAGE SECTION.
       COPY "EdgeMaster.cpy".
       COPY "RunControl.cpy".

       01  IMAGE-STATUS        PIC XX VALUE "00".
       01  EDGE-MASTER-STATUS  PIC XX VALUE "00".
       01  RUNCTL-STATUS       PIC XX VALUE "00".

       01  IMAGE-EOF   PIC X VALUE 'N'.
           88 END-OF-IMAGE      VALUE 'Y'.

       01  RUN-STAMP        PIC X(16).
       01  LOADED-COUNT     PIC 9(6) VALUE 0.
       01  SKIPPED-COUNT    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RUN-STAMP

           OPEN INPUT IMAGE-FILE
           IF IMAGE-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de EDGE-MASTER.DAT impossible "
                   "- statut " IMAGE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EDGE-MASTER-FILE
           IF EDGE-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR: creation de EDGE-MASTER.IDX impossible "
                   "- statut " EDGE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-IMAGE
               READ IMAGE-FILE
                   AT END MOVE 'Y' TO IMAGE-EOF
               END-READ

               IF NOT END-OF-IMAGE
                   PERFORM LOAD-ONE-ARC
               END-IF
           END-PERFORM

           CLOSE IMAGE-FILE
           CLOSE EDGE-MASTER-FILE

           DISPLAY "EDGELOAD: " LOADED-COUNT " arc(s) charge(s), "
               SKIPPED-COUNT " enregistrement(s) ignore(s)"

           IF LOADED-COUNT = 0
               DISPLAY "ERREUR: aucun arc charge - EDGE-MASTER.IDX "
                   "vide"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RUN-CONTROL-STAMP

           IF SKIPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-ONE-ARC.
           IF IMAGE-RECORD(1:3) NOT NUMERIC
                   OR IMAGE-RECORD(4:3) NOT NUMERIC
               DISPLAY "EDGELOAD: arc non numerique ignore : "
                   IMAGE-RECORD(1:6)
               ADD 1 TO SKIPPED-COUNT
           ELSE
               MOVE IMAGE-RECORD TO EDGE-MASTER-FIELDS
               IF EM-EXP-DATE NOT NUMERIC
                   MOVE 0 TO EM-EXP-DATE
               END-IF
               IF EM-TIME NOT NUMERIC
                   MOVE 0 TO EM-TIME
               END-IF
               IF EM-LOAD NOT NUMERIC
                   MOVE 0 TO EM-LOAD
               END-IF
               MOVE EDGE-MASTER-FIELDS TO EDGE-MASTER-RECORD
               WRITE EDGE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERREUR: arc en double " EM-FROM "-"
                           EM-TO " - statut " EDGE-MASTER-STATUS
                       ADD 1 TO SKIPPED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
               END-WRITE
           END-IF.

      * Same stamp shape as EDGEMAINT's: arcs loaded in COUNT1,
      * records refused in COUNT2.
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
           MOVE "EDGELOAD" TO RC-STEP
           MOVE RUN-STAMP TO RC-TIMESTAMP
           IF SKIPPED-COUNT > 0
               MOVE '4' TO RC-VERDICT
           ELSE
               MOVE '0' TO RC-VERDICT
           END-IF
           MOVE LOADED-COUNT TO RC-COUNT1
           MOVE SKIPPED-COUNT TO RC-COUNT2
           MOVE RUNCTL-FIELDS TO RUNCTL-RECORD
           WRITE RUNCTL-RECORD

           CLOSE RUNCTL-FILE.
