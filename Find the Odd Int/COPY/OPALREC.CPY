      * OPALREC - operator alert record on the OPALERT dataset the
      * scheduler's paging rule watches.  Every alert carries the
      * date and time it was raised; the body that follows depends
      * on who raised it.  FDALERT's exception-volume spike body is
      * all numeric; FDNIGHT's replayed-extract body opens with an
      * alphabetic reason code, so the first body byte tells the two
      * apart without widening the record.
           05  AL-ALERT-DATE      PIC 9(8).
           05  AL-ALERT-TIME      PIC 9(6).
           05  AL-ALERT-BODY      PIC X(21).
           05  AL-VOLUME-DATA REDEFINES AL-ALERT-BODY.
               10  AL-TONIGHT-COUNT   PIC 9(5).
               10  AL-TRAIL-AVG       PIC 9(5)V99.
               10  AL-TRAIL-SPREAD    PIC 9(5)V99.
               10  AL-THRESH-MULT     PIC 9V9.
      * Replayed-extract alert: D = the extract repeats one already
      * on the EXTREG registry, S = its extract date is older than
      * the latest already processed for the entity.
           05  AL-REPLAY-DATA REDEFINES AL-ALERT-BODY.
               10  AL-R-REASON        PIC X(1).
                   88  AL-R-DUPLICATE     VALUE 'D'.
                   88  AL-R-STALE         VALUE 'S'.
               10  AL-R-ENTITY        PIC X(2).
               10  AL-R-EXTRACT-DATE  PIC 9(8).
               10  AL-R-SOURCE        PIC X(8).
               10  FILLER             PIC X(2).
