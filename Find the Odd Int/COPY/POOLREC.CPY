      * POOLREC - timing-difference holding pool record, one row per
      * single-count ID FDNIGHT is holding back from the break master
      * (the PENDPOOL dataset).  Most one-sided postings are timing,
      * not breaks: side A lands just before the extract cut and
      * side B rides into the next night's extract.  A first-night
      * count-1 ID goes to the pool instead of BRKMSTR, and every
      * pool row is merged back into the next night's load ahead of
      * the FINDALL check, so the late counterpart pairs it off and
      * the row simply drops out.  A row still unmatched once it has
      * been held POOLCTL's grace window of business nights (counted
      * off the ops run calendar like break aging) is released to
      * the break master as a MISSING break, first-seen date carried
      * over from the night it was pooled.
           05  PL-ID-VALUE       PIC S9(9) SIGN LEADING.
           05  PL-ENTITY         PIC X(2).
           05  PL-SIDE           PIC X(1).
           05  PL-AMOUNT         PIC 9(11)V99.
           05  PL-FIRST-SEEN     PIC 9(8).
      * Business nights the row has been held since the night it was
      * pooled (zero on that first night).
           05  PL-NIGHTS         PIC 9(3).
      * Currency of the held posting and its amount in that currency.
      * PL-AMOUNT is the reporting-currency value as of the night the
      * pool was last written; the held posting is revalued from
      * PL-ORIG-AMOUNT at each night's rate when it merges back in.
      * Rows from before the currency was carried load as dollars.
           05  PL-CURRENCY       PIC X(3).
           05  PL-ORIG-AMOUNT    PIC 9(11)V99.
