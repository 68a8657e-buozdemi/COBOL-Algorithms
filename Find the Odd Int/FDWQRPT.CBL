      * no calendar arithmetic, and a never-touched assignment ages
      * from the night the break opened.
      *
      * Every break line shows the break's class off the master
      * (MISS, XPST, or AVAR for an amount variance - an ID that
      * paired off on count but whose postings do not net), and the
      * totals count the open amount-variance breaks on their own.
      *
      * Every break line carries the break's exposure and the totals
      * roll it up per analyst, for the unassigned breaks, and for
      * the whole queue, so the supervisor can balance workload by
      * money as well as by count.  Exposure is in reporting
      * currency (US dollars) as FDNIGHT values it off the night's
      * FXRATE rates, so breaks in different currencies add up.
      *
      * Return codes, shared by every batch driver in this suite so
      * the scheduler can COND on them:
      *     0 = clean run, no exceptions
       01  WS-ASSIGNED-COUNT      PIC 9(9) VALUE 0.
       01  WS-UNASSIGNED-COUNT    PIC 9(9) VALUE 0.
       01  WS-UNTOUCHED-COUNT     PIC 9(9) VALUE 0.
       01  WS-VARIANCE-COUNT      PIC 9(9) VALUE 0.
       01  WS-CLASS-TEXT          PIC X(4) VALUE SPACES.
       01  WS-OPEN-EXPOSURE       PIC 9(13)V99 VALUE 0.
       01  WS-UNASSIGNED-EXPOSURE PIC 9(13)V99 VALUE 0.

      * BRK-TABLE - tonight's open breaks with a worked flag so the
      * unassigned section can list what no assignment row covers.
               10  BT-ENTITY      PIC X(2).
               10  BT-NIGHTS      PIC 9(5).
               10  BT-ASSIGNED-SW PIC X(1).
               10  BT-CLASS       PIC X(1).
               10  BT-AMOUNT      PIC 9(11)V99.

      * ASG-TABLE - the assignment rows for this report pass.
       01  ASG-TABLE.
               10  AN-ANALYST-ID  PIC X(10).
               10  AN-HELD-COUNT  PIC 9(5).
               10  AN-STALE-COUNT PIC 9(5).
               10  AN-HELD-EXPOSURE PIC 9(13)V99.

       01  RPT-HEADING.
           05  FILLER              PIC X(30) VALUE
           05  FILLER              PIC X(4)  VALUE 'DISP'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'NIGHTS UNTOUCH'.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'CLASS'.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'EXPOSURE'.
       01  RPT-DETAIL.
           05  RPT-D-ID            PIC -(9)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-UNTOUCHED     PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-FLAG          PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-CLASS         PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-AMOUNT        PIC ZZZZZZZZZZ9.99.
       01  RPT-UNASSIGNED-HEADING  PIC X(30) VALUE
               'UNASSIGNED BREAKS'.
       01  RPT-UNASSIGNED-DETAIL.
           05  RPT-U-ENTITY        PIC X(2).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-U-NIGHTS        PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-U-CLASS         PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-U-AMOUNT        PIC ZZZZZZZZZZ9.99.
       01  RPT-ANL-TOTAL-LINE.
           05  RPT-AT-ID           PIC X(10).
           05  FILLER              PIC X(8)  VALUE '  HELD: '.
           05  RPT-AT-HELD         PIC ZZZZ9.
           05  FILLER              PIC X(9)  VALUE '  STALE: '.
           05  RPT-AT-STALE        PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE '  EXPOSURE: '.
           05  RPT-AT-EXPOSURE     PIC ZZZZZZZZZZZZ9.99.
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'OPEN BREAKS ................ : '.
           05  FILLER              PIC X(31) VALUE
               'UNTOUCHED - REBALANCE ...... : '.
           05  RPT-T-UNTOUCHED     PIC ZZZZZZZZ9.
       01  RPT-TOTALS-5.
           05  FILLER              PIC X(31) VALUE
               'AMOUNT VARIANCE ............ : '.
           05  RPT-T-VARIANCE      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-6.
           05  FILLER              PIC X(31) VALUE
               'OPEN EXPOSURE (USD) ........ : '.
           05  RPT-T-EXPOSURE      PIC ZZZZZZZZZZZZ9.99.
       01  RPT-TOTALS-7.
           05  FILLER              PIC X(31) VALUE
               'UNASSIGNED EXPOSURE (USD) .. : '.
           05  RPT-T-UNASSIGNED-EXP PIC ZZZZZZZZZZZZ9.99.
       01  RPT-EMPTY-LINE          PIC X(40) VALUE
               'NO OPEN BREAKS - QUEUE IS EMPTY.'.

                                TO BT-ENTITY(BRK-COUNT)
                           MOVE BRK-NIGHTS TO BT-NIGHTS(BRK-COUNT)
                           MOVE 'N' TO BT-ASSIGNED-SW(BRK-COUNT)
                           MOVE BRK-CLASS TO BT-CLASS(BRK-COUNT)
                           MOVE BRK-AMOUNT TO BT-AMOUNT(BRK-COUNT)
                           ADD BRK-AMOUNT TO WS-OPEN-EXPOSURE
                           IF BRK-CLS-AMT-VARIANCE
                             ADD 1 TO WS-VARIANCE-COUNT
                           END-IF
                         END-IF
                 END-READ
             END-PERFORM
             MOVE AT-ANALYST-ID(AX) TO AN-ANALYST-ID(ANL-COUNT)
             MOVE 0 TO AN-HELD-COUNT(ANL-COUNT)
             MOVE 0 TO AN-STALE-COUNT(ANL-COUNT)
             MOVE 0 TO AN-HELD-EXPOSURE(ANL-COUNT)
           END-IF.
       3050-END. EXIT.
      *
           IF WS-BRK-IDX > 0
             ADD 1 TO WS-ASSIGNED-COUNT
             ADD 1 TO AN-HELD-COUNT(NX)
             ADD BT-AMOUNT(WS-BRK-IDX) TO AN-HELD-EXPOSURE(NX)
             MOVE BT-AMOUNT(WS-BRK-IDX) TO RPT-D-AMOUNT
             MOVE 'Y' TO BT-ASSIGNED-SW(WS-BRK-IDX)
             MOVE AT-ID-VALUE(AX) TO RPT-D-ID
             MOVE AT-ENTITY(AX) TO RPT-D-ENTITY
               MOVE 0 TO WS-GAP-NIGHTS
             END-IF
             MOVE WS-GAP-NIGHTS TO RPT-D-UNTOUCHED
             SET BX TO WS-BRK-IDX
             PERFORM 3200-SET-CLASS-TEXT
             MOVE WS-CLASS-TEXT TO RPT-D-CLASS
             IF WS-GAP-NIGHTS >= WS-STALE-NIGHTS
               ADD 1 TO WS-UNTOUCHED-COUNT
               ADD 1 TO AN-STALE-COUNT(NX)
             END-IF
           END-PERFORM.
       3110-END. EXIT.
      *
       3200-SET-CLASS-TEXT.
           EVALUATE BT-CLASS(BX)
             WHEN 'M'
               MOVE 'MISS' TO WS-CLASS-TEXT
             WHEN 'X'
               MOVE 'XPST' TO WS-CLASS-TEXT
             WHEN 'V'
               MOVE 'AVAR' TO WS-CLASS-TEXT
             WHEN OTHER
               MOVE SPACES TO WS-CLASS-TEXT
           END-EVALUATE.
       3200-END. EXIT.
      *
       4000-REPORT-UNASSIGNED.
           WRITE RPT-LINE FROM RPT-UNASSIGNED-HEADING
               MOVE BT-ID-VALUE(BX) TO RPT-U-ID
               MOVE BT-ENTITY(BX) TO RPT-U-ENTITY
               MOVE BT-NIGHTS(BX) TO RPT-U-NIGHTS
               MOVE BT-AMOUNT(BX) TO RPT-U-AMOUNT
               ADD BT-AMOUNT(BX) TO WS-UNASSIGNED-EXPOSURE
               PERFORM 3200-SET-CLASS-TEXT
               MOVE WS-CLASS-TEXT TO RPT-U-CLASS
               WRITE RPT-LINE FROM RPT-UNASSIGNED-DETAIL
             END-IF
           END-PERFORM.
             MOVE AN-ANALYST-ID(NX) TO RPT-AT-ID
             MOVE AN-HELD-COUNT(NX) TO RPT-AT-HELD
             MOVE AN-STALE-COUNT(NX) TO RPT-AT-STALE
             MOVE AN-HELD-EXPOSURE(NX) TO RPT-AT-EXPOSURE
             WRITE RPT-LINE FROM RPT-ANL-TOTAL-LINE
           END-PERFORM
           MOVE WS-OPEN-COUNT TO RPT-T-OPEN
           MOVE WS-UNASSIGNED-COUNT TO RPT-T-UNASSIGNED
           WRITE RPT-LINE FROM RPT-TOTALS-3
           MOVE WS-UNTOUCHED-COUNT TO RPT-T-UNTOUCHED
           WRITE RPT-LINE FROM RPT-TOTALS-4
           MOVE WS-VARIANCE-COUNT TO RPT-T-VARIANCE
           WRITE RPT-LINE FROM RPT-TOTALS-5
           MOVE WS-OPEN-EXPOSURE TO RPT-T-EXPOSURE
           WRITE RPT-LINE FROM RPT-TOTALS-6
           MOVE WS-UNASSIGNED-EXPOSURE TO RPT-T-UNASSIGNED-EXP
           WRITE RPT-LINE FROM RPT-TOTALS-7.
       5000-END. EXIT.
      *
       9700-WRITE-RUN-START.
