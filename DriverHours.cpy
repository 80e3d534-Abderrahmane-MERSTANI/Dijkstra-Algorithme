      * Shared drivers'-hours layout for ROUTESHT and TRIPPLAN, kept
      * in one copybook for the same reason as EdgeMaster.cpy: the
      * two sheets must apply the driving-time rules identically.
      *
      * The limits come from DRIVER-HOURS.DAT, one card per record,
      * CODE(1) MINUTES(4):
      *   'C' continuous driving after which a break is due (270)
      *   'B' length of that break (45)
      *   'D' daily driving limit (540)
      *   'E' extended daily driving limit (600)
      *   'N' extended days allowed per week -- a count, not minutes
      *       (2)
      *   'R' daily rest period (660)
      * A limit without a card keeps the regulation value shown.
      *
      * The running counters follow one driver along the route, arc
      * by arc: driving since the last break, driving since the last
      * daily rest, total driving, and elapsed time (driving plus
      * every break and rest). Each break or rest that falls due is
      * kept in HOURS-EVENT with the arc it falls on and how many
      * minutes into the arc -- zero means at the arc's FROM center
      * -- so the sheet can print it where it happens.
       01  DRIVER-HOURS-LIMITS.
           05 DH-CONTINUOUS-LIMIT PIC 9(4) VALUE 270.
           05 DH-BREAK-MINUTES    PIC 9(4) VALUE 45.
           05 DH-DAILY-LIMIT      PIC 9(4) VALUE 540.
           05 DH-EXTENDED-LIMIT   PIC 9(4) VALUE 600.
           05 DH-EXTENSIONS       PIC 9(4) VALUE 2.
           05 DH-DAILY-REST       PIC 9(4) VALUE 660.

       01  DRIVER-HOURS-COUNTERS.
           05 HOURS-SINCE-BREAK   PIC 9(6).
           05 HOURS-DRIVE-TODAY   PIC 9(6).
           05 HOURS-DRIVEN        PIC 9(9).
           05 HOURS-ELAPSED       PIC 9(9).
           05 HOURS-BREAKS        PIC 9(4).
           05 HOURS-RESTS         PIC 9(4).
           05 HOURS-EXT-USED      PIC 9(4).
           05 HOURS-EXT-TODAY     PIC X.
              88 HOURS-DAY-EXTENDED   VALUE 'Y'.
           05 HOURS-INCOMPLETE    PIC X.
              88 HOURS-NOT-KNOWN      VALUE 'Y'.
           05 HOURS-RELAY-CENTER  PIC 999.
           05 HOURS-NEXT-EVENT    PIC X.
           05 HOURS-DAY-LIMIT     PIC 9(6).
           05 HOURS-ARC-FROM      PIC 999.
           05 HOURS-ARC-TO        PIC 999.
           05 HOURS-ARC-MIN       PIC 9(9).
           05 HOURS-REMAIN        PIC 9(9).
           05 HOURS-INTO          PIC 9(9).
           05 HOURS-CHUNK         PIC 9(9).

       01  HOURS-EVENT-TABLE.
           05 HOURS-EVENT OCCURS 50 TIMES.
              10 EVT-TYPE         PIC X.
                 88 EVT-IS-BREAK      VALUE 'P'.
                 88 EVT-IS-REST       VALUE 'R'.
              10 EVT-FROM         PIC 999.
              10 EVT-TO           PIC 999.
              10 EVT-INTO         PIC 9(9).
              10 EVT-DRIVEN       PIC 9(9).
              10 EVT-ELAPSED      PIC 9(9).
       01  HOURS-EVENT-TOTAL      PIC 99.
       01  HOURS-EVENT-SUB        PIC 99.
       01  HOURS-EVENT-SELECT     PIC X.
