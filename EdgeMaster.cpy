      * written before the field existed -- means no restriction:
      * unlike weight and time, absence of a limit keeps the arc
      * usable, it does not remove it.
      *
      * EDGE-MASTER.IDX is keyed on the first six bytes, EM-FROM and
      * EM-TO together: one record per arc, in FROM then TO order.
      * EDGELOAD builds it from a sequential image in this same
      * layout (EDGE-MASTER.DAT, or an as-of image from EDGEREBLD).
       01  EDGE-MASTER-FIELDS.
           05 EM-FROM        PIC 999.
           05 EM-TO          PIC 999.
