      * WOAPPREC - write-off approval decision, one row per decision
      * keyed on the FDWORKQ APR action (the WOAPPROV file).  An
      * analyst requests a write-off by setting the break's BRKASGN
      * disposition to W; a second analyst approves or rejects it
      * here.  The screen refuses a decision by the requesting
      * analyst and FDWOPOST re-checks it, so no one signs off their
      * own write-off.  FDWOPOST works the file at its next run -
      * the last decision keyed for a break wins - and empties it.
           05  WA-ID-VALUE       PIC S9(9) SIGN LEADING.
           05  WA-ENTITY         PIC X(2).
           05  WA-APPROVER-ID    PIC X(10).
           05  WA-DECISION       PIC X(1).
               88  WA-APPROVED       VALUE 'A'.
               88  WA-REJECTED       VALUE 'R'.
           05  WA-COMMENT        PIC X(30).
           05  WA-DECISION-DATE  PIC 9(8).
