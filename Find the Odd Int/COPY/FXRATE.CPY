      * FXRATE - daily foreign-exchange rate control file (the FXRATE
      * dataset), maintained by operations, one row per currency per
      * business date.  FX-RATE is the number of reporting-currency
      * (US dollar) units one unit of FX-CURRENCY buys on
      * FX-RATE-DATE, so a posting's reporting amount is its
      * original amount times the rate.  The reconciliation runs
      * take only the rows dated for the run date; a currency posted
      * on the extract with no row for that date rejects the batch
      * rather than valuing the posting at zero.  The last row for a
      * currency and date wins, so a correction is simply appended.
      * Dollar postings need no row.
           05  FX-RATE-DATE      PIC 9(8).
           05  FX-CURRENCY       PIC X(3).
           05  FX-RATE           PIC 9(5)V9(6).
