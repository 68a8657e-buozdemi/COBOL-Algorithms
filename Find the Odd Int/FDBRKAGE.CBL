      * off the master.  The list prints largest exposure first, so
      * the back office works the expensive breaks before the
      * pennies.
      *
      * Each line also carries the break class off the master -
      * MISSING, EXTRA-POST, or AMT-VARIANCE for an ID that paired
      * off on count but whose postings do not net (its exposure is
      * the variance) - and the totals count the open variance
      * breaks separately, since they are worked differently from a
      * posting that never arrived.
      *
      * Breaks the FDWOPOST approval batch wrote off tonight show
      * in their own WRITTEN OFF band, like a clearance, and carry
      * no exposure - the write-off has gone to the GL.  Once it
      * has left the band, a written-off or paired break FDNIGHT
      * keeps on the master as a resolved row is not listed.
      *
      * Exposure is in reporting currency (US dollars), valued by
      * FDNIGHT at the night's FXRATE rate, so the largest-first
      * order and the open total hold across subsidiaries that post
      * in different currencies.  Each line also shows the break's
      * original currency and its exposure in that currency.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY BRKREC.

       FD  AGING-RPT.
       01  RPT-LINE               PIC X(120).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
       01  WS-MID-COUNT           PIC 9(9) VALUE 0.
       01  WS-OLD-COUNT           PIC 9(9) VALUE 0.
       01  WS-CLEARED-COUNT       PIC 9(9) VALUE 0.
       01  WS-WRITTEN-OFF-COUNT   PIC 9(9) VALUE 0.
       01  WS-VARIANCE-COUNT      PIC 9(9) VALUE 0.
       01  WS-TOTAL-EXPOSURE      PIC 9(13)V99 VALUE 0.
       01  WS-BRT-MAX             PIC 9(5) VALUE 99999.
       01  BRT-FULL-SW            PIC X VALUE 'N'.
               10  BRT-NIGHTS     PIC 9(5).
               10  BRT-STATUS     PIC X(1).
               10  BRT-ENTITY     PIC X(2).
               10  BRT-CLASS      PIC X(1).
               10  BRT-CURRENCY   PIC X(3).
               10  BRT-ORIG-AMOUNT PIC 9(11)V99.

       01  RPT-HEADING.
           05  FILLER              PIC X(30) VALUE
           05  FILLER              PIC X(8)  VALUE 'EXPOSURE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(3)  VALUE 'ENT'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'CLASS'.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(3)  VALUE 'CCY'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'ORIG EXPOSURE'.
       01  RPT-DETAIL.
           05  RPT-D-ID            PIC -(9)9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-D-AMOUNT        PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-ENTITY        PIC X(2).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-D-CLASS         PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-D-CURRENCY      PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-D-ORIG-AMOUNT   PIC ZZZZZZZZZZ9.99.
       01  RPT-EMPTY-LINE          PIC X(40) VALUE
               'NO BREAKS ON FILE - MASTER IS CLEAN.'.
       01  RPT-TOTALS-1.
           05  RPT-T-CLEARED       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-5.
           05  FILLER              PIC X(31) VALUE
               'OPEN EXPOSURE (USD) ........ : '.
           05  RPT-T-EXPOSURE      PIC ZZZZZZZZZZZZ9.99.
       01  RPT-TOTALS-6.
           05  FILLER              PIC X(31) VALUE
               'OPEN AMOUNT VARIANCE ....... : '.
           05  RPT-T-VARIANCE      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-7.
           05  FILLER              PIC X(31) VALUE
               'WRITTEN OFF THIS RUN ....... : '.
           05  RPT-T-WRITTEN-OFF   PIC ZZZZZZZZ9.
       01  RPT-BRT-FULL-LINE       PIC X(46) VALUE
               'BREAK MASTER EXCEEDS TABLE LIMIT - LIST CUT'.

                   AT END
                       MOVE 'Y' TO EOF-SW
                   NOT AT END
      * A resolved row is already settled and on the history.
                       IF NOT BRK-RESOLVED
                         PERFORM 1500-LOAD-BREAK-ROW
                       END-IF
               END-READ
           END-PERFORM
      * Largest exposure first: the amount is the leading field of
             MOVE BRK-NIGHTS TO BRT-NIGHTS(BRT-COUNT)
             MOVE BRK-STATUS TO BRT-STATUS(BRT-COUNT)
             MOVE BRK-ENTITY TO BRT-ENTITY(BRT-COUNT)
             MOVE BRK-CLASS TO BRT-CLASS(BRT-COUNT)
      * A row from before the currency was carried is a dollar
      * break at its reporting amount.
             IF BRK-CURRENCY = SPACES
               MOVE 'USD' TO BRT-CURRENCY(BRT-COUNT)
             ELSE
               MOVE BRK-CURRENCY TO BRT-CURRENCY(BRT-COUNT)
             END-IF
             IF BRK-ORIG-AMOUNT NUMERIC
               MOVE BRK-ORIG-AMOUNT TO BRT-ORIG-AMOUNT(BRT-COUNT)
             ELSE
               MOVE BRK-AMOUNT TO BRT-ORIG-AMOUNT(BRT-COUNT)
             END-IF
           END-IF.
       1500-END. EXIT.
      *
           MOVE BRT-NIGHTS(M) TO RPT-D-NIGHTS
           MOVE BRT-AMOUNT(M) TO RPT-D-AMOUNT
           MOVE BRT-ENTITY(M) TO RPT-D-ENTITY
           MOVE BRT-CURRENCY(M) TO RPT-D-CURRENCY
           MOVE BRT-ORIG-AMOUNT(M) TO RPT-D-ORIG-AMOUNT
           EVALUATE BRT-CLASS(M)
             WHEN 'M'
               MOVE 'MISSING' TO RPT-D-CLASS
             WHEN 'X'
               MOVE 'EXTRA-POST' TO RPT-D-CLASS
             WHEN 'V'
               MOVE 'AMT-VARIANCE' TO RPT-D-CLASS
             WHEN OTHER
               MOVE SPACES TO RPT-D-CLASS
           END-EVALUATE
           EVALUATE TRUE
             WHEN BRT-STATUS(M) = 'C'
               ADD 1 TO WS-CLEARED-COUNT
               MOVE 'CLEARED' TO RPT-D-BAND
             WHEN BRT-STATUS(M) = 'W'
               ADD 1 TO WS-WRITTEN-OFF-COUNT
               MOVE 'WRITTEN OFF' TO RPT-D-BAND
             WHEN BRT-NIGHTS(M) = 1
               ADD 1 TO WS-NEW-COUNT
               MOVE 'NEW TONIGHT' TO RPT-D-BAND
               ADD 1 TO WS-OLD-COUNT
               MOVE 'ESCALATE' TO RPT-D-BAND
           END-EVALUATE
           IF BRT-STATUS(M) = 'O'
             ADD BRT-AMOUNT(M) TO WS-TOTAL-EXPOSURE
             IF BRT-CLASS(M) = 'V'
               ADD 1 TO WS-VARIANCE-COUNT
             END-IF
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL.
       2000-END. EXIT.
       3000-PRINT-TOTALS.
           IF WS-NEW-COUNT = 0 AND WS-MID-COUNT = 0
              AND WS-OLD-COUNT = 0 AND WS-CLEARED-COUNT = 0
              AND WS-WRITTEN-OFF-COUNT = 0
             WRITE RPT-LINE FROM RPT-EMPTY-LINE
           END-IF
           MOVE WS-NEW-COUNT TO RPT-T-NEW
           WRITE RPT-LINE FROM RPT-TOTALS-3
           MOVE WS-CLEARED-COUNT TO RPT-T-CLEARED
           WRITE RPT-LINE FROM RPT-TOTALS-4
           MOVE WS-WRITTEN-OFF-COUNT TO RPT-T-WRITTEN-OFF
           WRITE RPT-LINE FROM RPT-TOTALS-7
           MOVE WS-TOTAL-EXPOSURE TO RPT-T-EXPOSURE
           WRITE RPT-LINE FROM RPT-TOTALS-5
           MOVE WS-VARIANCE-COUNT TO RPT-T-VARIANCE
           WRITE RPT-LINE FROM RPT-TOTALS-6.
       3000-END. EXIT.
      *
       9700-WRITE-RUN-START.
