      * summary, so a Monday after a holiday weekend hands off the
      * weekend's runs instead of losing them.  With no calendar on
      * file the window is today alone, exactly the old behavior.
      *
      * Exposure on the audit rows is in reporting currency (US
      * dollars) - the nightly run values every posting at the run
      * date's FXRATE rate before it totals - so the batch lines,
      * the per-entity totals, and the day's total add up across
      * subsidiaries that post in different currencies.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RPT-T-EXCEPTION     PIC ZZZZZZZZ9.
       01  RPT-TOTALS-4.
           05  FILLER              PIC X(33) VALUE
               'TOTAL EXPOSURE (USD) ........ : '.
           05  RPT-T-EXPOSURE      PIC ZZZZZZZZZZZZ9.99.
       01  RPT-ENT-HEADING         PIC X(24) VALUE
               'PER-ENTITY TOTALS'.
