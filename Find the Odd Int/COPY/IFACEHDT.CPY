      * Each detail carries the break's dollar exposure (the summed
      * posting amounts of the value's unmatched occurrences) and
      * the trailer the batch's total exposure, so the consumer can
      * rank its exception queue by money without a lookup.  Both
      * are in reporting currency (US dollars), each posting valued
      * at the run date's FXRATE rate.
      * An amount-variance detail (class V) is an ID that paired off
      * on count but whose postings do not net; its occurs is the
      * (even) posting count and its amount is the variance.
           05  IF2-DATA          PIC X(32).
      * One header/detail/trailer batch is written per subsidiary
      * entity in the run, the entity code on the batch header, so
               10  IF2-D-CLASS       PIC X(1).
                   88  IF2-D-MISSING     VALUE 'M'.
                   88  IF2-D-EXTRA-POST  VALUE 'X'.
                   88  IF2-D-AMT-VARIANCE VALUE 'V'.
               10  IF2-D-AMOUNT      PIC 9(11)V99.
           05  IF2-TRAILER-DATA REDEFINES IF2-DATA.
               10  IF2-T-EXCP-COUNT  PIC 9(9).
