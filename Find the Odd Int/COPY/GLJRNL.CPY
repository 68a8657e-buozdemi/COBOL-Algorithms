      * GLJRNL - general-ledger journal extract written by the
      * FDWOPOST write-off approval batch (the GLWOJRNL file) for
      * the ledger's journal import.  One balanced batch goes out
      * per subsidiary entity: a header (batch id, run date,
      * entity), two details per approved write-off - a debit to
      * the entity's write-off expense account and a credit to its
      * recon suspense account for the break amount - and a trailer
      * with the line count and the debit and credit totals, which
      * are always equal.  Detail amounts and the totals are in the
      * reporting currency (US dollars) the break master values
      * breaks in, so one batch adds up across the currencies its
      * breaks were posted in; each detail states that currency and
      * also carries the break's own currency and amount.
           05  GJ-REC-TYPE       PIC X(1).
               88  GJ-HEADER         VALUE 'H'.
               88  GJ-DETAIL         VALUE 'D'.
               88  GJ-TRAILER        VALUE 'T'.
           05  GJ-ENTITY         PIC X(2).
           05  GJ-DATA           PIC X(64).
           05  GJ-HEADER-DATA REDEFINES GJ-DATA.
               10  GJ-H-BATCH-ID     PIC X(8).
               10  GJ-H-RUN-DATE     PIC 9(8).
               10  GJ-H-SOURCE       PIC X(8).
               10  FILLER            PIC X(40).
      * Each detail carries the break id and the approving analyst
      * as its reference, so the ledger line traces back to the
      * break and its sign-off.
           05  GJ-DETAIL-DATA REDEFINES GJ-DATA.
               10  GJ-D-ACCOUNT      PIC X(10).
               10  GJ-D-DR-CR        PIC X(1).
                   88  GJ-D-DEBIT        VALUE 'D'.
                   88  GJ-D-CREDIT       VALUE 'C'.
               10  GJ-D-AMOUNT       PIC 9(11)V99.
               10  GJ-D-REF-VALUE    PIC S9(9) SIGN LEADING.
               10  GJ-D-APPROVER-ID  PIC X(10).
      * Currency of GJ-D-AMOUNT, always the reporting currency, and
      * the break's exposure in the currency it was posted in, off
      * BRK-CURRENCY and BRK-ORIG-AMOUNT.
               10  GJ-D-CURRENCY     PIC X(3).
               10  GJ-D-ORIG-CURRENCY PIC X(3).
               10  GJ-D-ORIG-AMOUNT  PIC 9(11)V99.
               10  FILLER            PIC X(2).
           05  GJ-TRAILER-DATA REDEFINES GJ-DATA.
               10  GJ-T-LINE-COUNT   PIC 9(9).
               10  GJ-T-DEBIT-TOTAL  PIC 9(13)V99.
               10  GJ-T-CREDIT-TOTAL PIC 9(13)V99.
               10  FILLER            PIC X(25).
