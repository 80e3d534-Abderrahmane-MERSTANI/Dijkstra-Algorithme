      * record per committed pair: SOURCE(3) DEST(3) MINUTES(9
      * promised transit minutes). The computed side comes from the
      * stored routes of the nightly run (RESULTS.IDX) with the drive
      * time summed arc by arc from EDGE-MASTER.IDX's EM-TIME over
      * each stored path -- the stored total is in whatever metric
      * that run optimized, so it cannot be compared to minutes
      * directly.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMITMENTS-STATUS.

           SELECT EDGE-MASTER-FILE ASSIGN TO "EDGE-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDGE-MASTER-KEY
               FILE STATUS IS EDGE-MASTER-STATUS.

           SELECT CENTER-MASTER-FILE ASSIGN TO "CENTER-MASTER.DAT"
       01  COMMITMENT-RECORD        PIC X(20).

       FD  EDGE-MASTER-FILE.
       01  EDGE-MASTER-RECORD.
           05 EDGE-MASTER-KEY       PIC X(6).
           05 FILLER                PIC X(43).

       FD  CENTER-MASTER-FILE.
       01  CENTER-MASTER-RECORD     PIC X(30).
           INITIALIZE TIME-GRID
           OPEN INPUT EDGE-MASTER-FILE
           IF EDGE-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de EDGE-MASTER.IDX impossible "
                   "- statut " EDGE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
