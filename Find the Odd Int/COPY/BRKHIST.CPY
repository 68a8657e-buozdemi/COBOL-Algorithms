      * BRKHIST - permanent break history, one row per break that has
      * left the BRKMSTR master.  FDNIGHT drops a cleared or written-
      * off break at the rewrite after it closes, and FDWORKQ drops
      * its assignment row at the next session close, so without
      * this file nothing would show that the break ever existed.
      * FDNIGHT appends the row as the break drops, carrying the
      * break's own dates, nights, and amounts off the master and
      * the last analyst, disposition, and comment off BRKASGN (all
      * blank for a break nobody was assigned).  The file is only
      * ever appended to; FDRESRPT reads it for the monthly time-to-
      * resolve report.
           05  BH-ID-VALUE       PIC S9(9) SIGN LEADING.
           05  BH-ENTITY         PIC X(2).
           05  BH-FIRST-SEEN     PIC 9(8).
           05  BH-CLOSED-DATE    PIC 9(8).
      * Business nights the break was open, off BRK-NIGHTS.
           05  BH-NIGHTS         PIC 9(5).
           05  BH-PEAK-AMOUNT    PIC 9(11)V99.
      * Exposure on the night the break closed - the dollars the
      * resolution took off the books.
           05  BH-CLOSE-AMOUNT   PIC 9(11)V99.
           05  BH-CLASS          PIC X(1).
      * How the break left: C = cleared (paired off on the extract or
      * paired by an analyst), W = written off.
           05  BH-CLOSE-STATUS   PIC X(1).
               88  BH-CLEARED        VALUE 'C'.
               88  BH-WRITTEN-OFF    VALUE 'W'.
           05  BH-ANALYST-ID     PIC X(10).
           05  BH-DISP-CODE      PIC X(1).
           05  BH-COMMENT        PIC X(30).
      * The break's currency and closing exposure in that currency,
      * off BRK-CURRENCY and BRK-ORIG-AMOUNT; the peak and close
      * amounts above are reporting currency.  Blank/zero on rows
      * written before the currency was carried.
           05  BH-CURRENCY       PIC X(3).
           05  BH-ORIG-AMOUNT    PIC 9(11)V99.
