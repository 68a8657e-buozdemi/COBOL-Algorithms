      * AUD-EXPOSURE is the total posting amount of the run's
      * unmatched IDs (zero on a clean run), so the summary rollup
      * can show dollar exposure without rereading the extract.
      * Exposure is in reporting currency (US dollars), each posting
      * valued at the run date's FXRATE rate.
           05  AUD-RUN-DATE      PIC 9(8).
           05  AUD-RUN-TIME      PIC 9(6).
           05  AUD-BATCH-ID      PIC X(8).
