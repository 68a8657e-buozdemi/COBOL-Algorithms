      * stays out of the GPA and every statistic, exactly like the
      * other non-graded statuses.
               88  GH-TRANSFER        VALUE 'T'.
      * X is written to the journal only, never to GRDHISTX: FGIDCHG
      * appends it under each key it has moved to a new student id,
      * marking that the old key no longer has a current row.
      * FGHISTLD deletes the key on an X row and FGHISTVF expects
      * the key to be absent from GRDHISTX.
               88  GH-KEY-RETIRED     VALUE 'X'.
      * Run identifier (run time to the hundredth of a second, the
      * same shape as AUD-BATCH-ID) stamped by the posting run, so
      * a rerun after an abend can tell which rows an earlier run
      * Transfer-credit particulars, spaces/zero on every row that
      * is not a GH-TRANSFER row.
           05  GH-XFER-INST      PIC X(12).
      * On a row FGLAPSE posted - an incomplete that ran out of time
      * and lapsed to a failing grade - the same twelve bytes carry
      * the lapse reason instead: LAPSED followed by the term whose
      * lapse run posted it.  The row is otherwise a normally graded
      * row, so every GPA reader counts it as the F it is, and the
      * reason is what tells it apart from a computed F.
           05  GH-LAPSE-REASON   REDEFINES GH-XFER-INST PIC X(12).
           05  GH-XFER-HOURS     PIC 9(2).
