      * Shared RUNCTL.DAT record layout for every step of the nightly
      * chain (EDGECHK, EDGEMAINT, DIJKSTRA, RESLOAD, LANECOST), for
      * the daytime master updates (EDGEONLN online, EDGELOAD reload)
      * and for CHAINSUM, kept in one copybook for the same reason as
      * EdgeMaster.cpy. Each step appends one stamp when it finishes:
      * its name, the timestamp of its run, its verdict ('0' clean,
      * '4' warnings, '8' failed) and two step-specific counts. The
      * file only grows; "the latest stamp of a step" is simply the
      * last record carrying its name. The handshakes built on it:
      * DIJKSTRA refuses to start when the latest EDGECHK stamp is a
      * failure or older than the latest EDGEMAINT, EDGEONLN or
      * EDGELOAD stamp (the master changed after it was checked), and
      * RESLOAD refuses an extract whose snapshot timestamp is not
      * the latest DIJKSTRA stamp -- a leftover from a prior night
      * must never reach dispatch. A partitioned DIJKSTRA run stamps
      * once, from its merge step, after every partition has been
      * verified; the partition steps themselves never stamp.
      * RC-TIMESTAMP carries hundredths of a second (the full 16
      * digits of CURRENT-DATE): two steps of a fast scheduler can
      * land in the same clock second, and both the DIJKSTRA gate
