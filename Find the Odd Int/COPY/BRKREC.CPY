      * up in the ODDREC output is marked cleared, and a value seen
      * for the first time starts a new row.  Rows already cleared on
      * a prior night are dropped at the next rewrite so the master
      * holds open breaks plus the ones cleared tonight; every row
      * dropped goes to the permanent BRKHIST break history first.
      * Paired and written-off breaks stay on as resolved rows while
      * their ids are still odd (see BRK-STATUS).
      * BRK-AMOUNT is the dollar exposure of the break - the summed
      * posting amounts of tonight's unmatched occurrences of the
      * value, refreshed each night the break stays open - so the
      * back office can work the expensive breaks first.  It is in
      * reporting currency (US dollars), each posting valued at the
      * night's FXRATE rate, so exposure adds up across entities;
      * BRK-ORIG-AMOUNT keeps the same exposure in the currency the
      * postings were made in.
           05  BRK-ID-VALUE      PIC S9(9) SIGN LEADING.
           05  BRK-FIRST-SEEN    PIC 9(8).
           05  BRK-LAST-SEEN     PIC 9(8).
           05  BRK-NIGHTS        PIC 9(5).
      * W = written off: the FDWOPOST approval batch posted the
      * break's write-off to the GL and closed it.  A written-off
      * row drops at the next FDNIGHT rewrite the same as a cleared
      * one.
      * R = resolved: a written-off break, or one an analyst paired
      * in FDWORKQ, that FDNIGHT has already put on BRKHIST but
      * keeps on the master while its id is still odd on the
      * extract, so the id is not opened again as a new break.  A
      * resolved row is not reported or worked; it drops at the
      * first rewrite after the id stops being odd.
           05  BRK-STATUS        PIC X(1).
               88  BRK-OPEN          VALUE 'O'.
               88  BRK-CLEARED       VALUE 'C'.
               88  BRK-WRITTEN-OFF   VALUE 'W'.
               88  BRK-RESOLVED      VALUE 'R'.
           05  BRK-AMOUNT        PIC 9(11)V99.
      * Subsidiary entity the break belongs to - a value can break
      * in two entities at once and the two rows are distinct
      * breaks, so the master's key is entity plus value.  Blank on
      * rows from before the entity dimension.
           05  BRK-ENTITY        PIC X(2).
      * Break class, carried the same as the FININTF2 detail class:
      * M = missing (one posting, no counterpart), X = extra post
      * (odd count above one), V = amount variance (the ID paired
      * off on count but its postings do not net within the entity's
      * tolerance; BRK-AMOUNT then holds the variance).  Restated
      * each night the break stays open.  Blank on rows from before
      * the class was carried.
           05  BRK-CLASS         PIC X(1).
               88  BRK-CLS-MISSING      VALUE 'M'.
               88  BRK-CLS-EXTRA-POST   VALUE 'X'.
               88  BRK-CLS-AMT-VARIANCE VALUE 'V'.
      * Highest BRK-AMOUNT the break has carried on any night it was
      * open, kept alongside the restated nightly amount so the
      * break history can say how big it ever got.  Rows from before
      * the field was carried load it from BRK-AMOUNT.
           05  BRK-PEAK-AMOUNT   PIC 9(11)V99.
      * Date the break stopped being open - the night FDNIGHT marked
      * it cleared, the FDWORKQ session that paired it, or the
      * FDWOPOST run that wrote it off.  Zero while open.
           05  BRK-CLOSED-DATE   PIC 9(8).
      * Currency the break's postings were made in and the break's
      * exposure in that currency, restated with BRK-AMOUNT each
      * night.  A break whose postings are in more than one currency
      * carries the reporting currency here and BRK-ORIG-AMOUNT
      * equals BRK-AMOUNT.  Rows from before the currency was
      * carried load as dollars at BRK-AMOUNT.
           05  BRK-CURRENCY      PIC X(3).
           05  BRK-ORIG-AMOUNT   PIC 9(11)V99.
