       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDGECHK.

      * Integrity check of EDGE-MASTER.IDX as a whole, meant to run
      * ahead of DIJKSTRA in the nightly chain. DIJKSTRA only defends
      * itself record by record (out-of-range arcs are skipped at
      * load), so a corrupt master otherwise surfaces as wrong
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDGE-MASTER-FILE ASSIGN TO "EDGE-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDGE-MASTER-KEY
               FILE STATUS IS EDGE-MASTER-STATUS.

           SELECT TOPOLOGY-FILE ASSIGN TO "TOPOLOGY.DAT"
       DATA DIVISION.
       FILE SECTION.
       FD  EDGE-MASTER-FILE.
       01  EDGE-MASTER-RECORD.
           05 EDGE-MASTER-KEY       PIC X(6).
           05 FILLER                PIC X(43).

       FD  TOPOLOGY-FILE.
       01  TOPOLOGY-RECORD          PIC X(20).
           MOVE 1 TO EDGE-COUNT
           OPEN INPUT EDGE-MASTER-FILE
           IF EDGE-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR: lecture de EDGE-MASTER.IDX impossible "
                   "- statut " EDGE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN

               IF NOT END-OF-EDGE-MASTER
                   IF EDGE-COUNT > MAX-EDGES
                       DISPLAY "ERREUR: EDGE-MASTER.IDX depasse "
                           MAX-EDGES " arcs, controle abandonne"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
