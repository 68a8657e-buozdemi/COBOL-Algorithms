      * table and calls FINDIT, so a batch is no longer limited to
      * whatever could be keyed into a 99-item array by hand.
      *
      * Each extract detail carries its posting's ISO currency code
      * in columns 26-28 (blank on legacy extracts, meaning dollars).
      * Postings are valued into reporting currency (US dollars) as
      * they load, at the run date's rate off the FXRATE control
      * file, so the exposure shown and logged to AUDITLOG adds up
      * with FDNIGHT's.  A posting in a currency with no rate for
      * the run date rejects the batch.
      *
      * Return codes, shared by every batch driver in this suite so
      * the scheduler can COND on them:
      *     0 = clean run, no exceptions
           SELECT RECON-FILE ASSIGN TO "RECONIDS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECON-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FXRATE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECON-FILE.
       01  RECON-REC             PIC X(28).

       FD  FX-RATE-FILE.
       01  FX-RATE-REC.
           COPY FXRATE.

       FD  AUDIT-FILE.
       01  AUDIT-REC.
       01  WS-BSR-HI             PIC 9(9) VALUE 0.
       01  WS-BSR-MID            PIC 9(9) VALUE 0.
       01  EXPOSURE-DISP         PIC ZZZZZZZZZZZZ9.99.
      * FXR-TABLE - the run date's rows off the FXRATE control file,
      * last row for a currency winning.  Postings in
      * WS-RPT-CURRENCY need no rate; FX-MISSING-SW and
      * WS-FX-MISSING-CCY note the first currency loaded with none.
       01  WS-TODAY              PIC 9(8) VALUE 0.
       01  FXRATE-FILE-STATUS    PIC XX VALUE '00'.
           88  FXRATE-FILE-NOT-FOUND VALUE '35'.
       01  FXRATE-EOF-SW         PIC X VALUE 'N'.
           88  END-OF-FXRATE-FILE    VALUE 'Y'.
       01  WS-RPT-CURRENCY       PIC X(3) VALUE 'USD'.
       01  FX-MISSING-SW         PIC X VALUE 'N'.
           88  FX-RATE-MISSING       VALUE 'Y'.
       01  WS-FX-MISSING-CCY     PIC X(3) VALUE SPACES.
       01  WS-FX-CCY             PIC X(3) VALUE SPACES.
       01  WS-FX-IDX             PIC 9(2) VALUE 0.
       01  WS-FXR-MAX            PIC 9(2) VALUE 99.
       01  FXR-TABLE.
           05  FXR-COUNT         PIC 9(2) VALUE 0.
           05  FXR-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON FXR-COUNT
                   INDEXED BY FXX.
               10  FR-CURRENCY   PIC X(3).
               10  FR-RATE       PIC 9(5)V9(6).
       01  CTL-REC.
           COPY RECCTL.
      * Control-total accumulators for the inbound extract's header/
           MOVE 0 TO ARR-LENGTH
           MOVE 'N' TO EOF-SW
           MOVE 'V' TO VALID-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           ACCEPT RUN-MODE FROM COMMAND-LINE
           PERFORM 1800-LOAD-FX-RATES
           OPEN INPUT RECON-FILE
           IF RECON-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
           END-IF.
       1000-END. EXIT.
      *
       1800-LOAD-FX-RATES.
      * Only the run date's rows are kept.  No file leaves the table
      * empty: a dollar-only extract still runs, and any other
      * currency rejects the batch.
           MOVE 0 TO FXR-COUNT
           MOVE 'N' TO FXRATE-EOF-SW
           OPEN INPUT FX-RATE-FILE
           IF FXRATE-FILE-NOT-FOUND
             MOVE 'Y' TO FXRATE-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-FXRATE-FILE
                 READ FX-RATE-FILE
                     AT END
                         MOVE 'Y' TO FXRATE-EOF-SW
                     NOT AT END
                         IF FX-RATE-DATE NUMERIC
                            AND FX-RATE-DATE = WS-TODAY
                            AND FX-RATE NUMERIC
                            AND FX-RATE > 0
                           PERFORM 1810-STORE-FX-RATE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FX-RATE-FILE
           END-IF.
       1800-END. EXIT.
      *
       1810-STORE-FX-RATE.
           MOVE FX-CURRENCY TO WS-FX-CCY
           PERFORM 2220-FIND-FX-RATE
           IF WS-FX-IDX = 0 AND FXR-COUNT < WS-FXR-MAX
             ADD 1 TO FXR-COUNT
             MOVE FXR-COUNT TO WS-FX-IDX
           END-IF
           IF WS-FX-IDX > 0
             MOVE FX-CURRENCY TO FR-CURRENCY(WS-FX-IDX)
             MOVE FX-RATE TO FR-RATE(WS-FX-IDX)
           END-IF.
       1810-END. EXIT.
      *
       2000-LOAD-RECON-FILE.
           PERFORM UNTIL END-OF-RECON-FILE
                       PERFORM 2100-STORE-ID
               END-READ
           END-PERFORM
           PERFORM 2300-VERIFY-CONTROL-TOTALS
           IF INPUT-VALID AND FX-RATE-MISSING
             MOVE 'I' TO VALID-STATUS
             MOVE SPACES TO VALID-MSG
             STRING 'BATCH REJECTED - NO FX RATE FOR '
                    WS-FX-MISSING-CCY
                    DELIMITED BY SIZE INTO VALID-MSG
           END-IF.
       2000-END. EXIT.
      *
       2100-STORE-ID.
               IF WS-AMT-IN NOT NUMERIC
                 MOVE 0 TO WS-AMT-IN
               END-IF
               PERFORM 2200-VALUE-POSTING
               ADD 1 TO WS-DET-COUNT
               COMPUTE WS-HASH-WORK =
                       WS-HASH-TOTAL + XS(ARR-LENGTH)
             MOVE RC-T-HASH-TOTAL TO WS-TRL-HASH
           END-IF.
       2150-END. EXIT.
      *
       2200-VALUE-POSTING.
      * A legacy detail with blank currency columns is a dollar
      * posting.
           MOVE RECON-REC(26:3) TO WS-FX-CCY
           IF WS-FX-CCY = SPACES OR WS-FX-CCY = WS-RPT-CURRENCY
             MOVE WS-AMT-IN TO POST-AMT(ARR-LENGTH)
           ELSE
             PERFORM 2220-FIND-FX-RATE
             IF WS-FX-IDX > 0
               COMPUTE POST-AMT(ARR-LENGTH) ROUNDED =
                       WS-AMT-IN * FR-RATE(WS-FX-IDX)
             ELSE
               MOVE 0 TO POST-AMT(ARR-LENGTH)
               IF NOT FX-RATE-MISSING
                 MOVE 'Y' TO FX-MISSING-SW
                 MOVE WS-FX-CCY TO WS-FX-MISSING-CCY
               END-IF
             END-IF
           END-IF.
       2200-END. EXIT.
      *
       2220-FIND-FX-RATE.
           MOVE 0 TO WS-FX-IDX
           PERFORM VARYING FXX FROM 1 BY 1 UNTIL FXX > FXR-COUNT
             IF FR-CURRENCY(FXX) = WS-FX-CCY
               SET WS-FX-IDX TO FXX
             END-IF
           END-PERFORM.
       2220-END. EXIT.
      *
       2300-VERIFY-CONTROL-TOTALS.
      * Interchange discipline on the inbound extract: the detail
                   FUNCTION TRIM(RESULT-DISP)
           PERFORM 6600-COUNT-RESULT-OCCURS
           MOVE RESULT-AMOUNT TO EXPOSURE-DISP
           DISPLAY 'EXPOSURE (USD)             : '
                   FUNCTION TRIM(EXPOSURE-DISP).
       4000-END. EXIT.
      *
                     '  AMOUNT ' FUNCTION TRIM(EXPOSURE-DISP)
           END-PERFORM
           MOVE WS-TOTAL-EXPOSURE TO EXPOSURE-DISP
           DISPLAY 'TOTAL EXPOSURE (USD)       : '
                   FUNCTION TRIM(EXPOSURE-DISP).
       4500-END. EXIT.
      *
