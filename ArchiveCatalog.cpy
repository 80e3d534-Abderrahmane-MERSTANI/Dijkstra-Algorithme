      * Shared ARCHIVE-CATALOG.DAT record layout for HOUSEKEEP, which
      * writes it, and for EDGEREBLD and NETTREND, which read it to
      * find the archived generations of EDGE-JOURNAL.DAT and
      * NETWORK-HISTORY.DAT -- kept in one copybook for the same
      * reason as EdgeMaster.cpy.
      *
      * One record per archive generation, appended in the order the
      * generations were written, which is also the chronological
      * order of their contents (each monthly pass only moves records
      * older than everything still online): FILE-NAME(20) the chain
      * file the records came from, ARCHIVE-NAME(40) the generation
      * holding them (FILE-NAME, a dot and the housekeeping date),
      * FIRST-DATE and LAST-DATE (YYYYMMDD) the oldest and newest
      * record date moved, RECORD-COUNT(9) and RUN-DATE(8) the day
      * of the housekeeping pass. A file purged without archiving
      * gets no catalog record: its records are gone.
       01  ARCHIVE-CATALOG-FIELDS.
           05 AC-FILE-NAME     PIC X(20).
           05 AC-ARCHIVE-NAME  PIC X(40).
           05 AC-FIRST-DATE    PIC X(8).
           05 AC-LAST-DATE     PIC X(8).
           05 AC-RECORD-COUNT  PIC 9(9).
           05 AC-RUN-DATE      PIC X(8).
