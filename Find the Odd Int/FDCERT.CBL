       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDCERT.
      *
      * Month-end reconciliation certification package, run at
      * month end.  Every entity's controller has to attest that
      * the closed month's reconciliation is complete; this job
      * builds the package they attest from, one section per
      * entity, straight off the suite's own files:
      *
      *   - nights run against the business days on the RUNCAL
      *     ops calendar: a business day is reconciled when the
      *     entity has an AUDITLOG row dated that day, and one that
      *     is not is listed as either rejected (an FDNIGHT run
      *     ended RC 8 or worse that date on RUNSTAT) or not run;
      *   - breaks opened, cleared, and written off in the month,
      *     and breaks still open at month end, with their dollar
      *     exposure, off the BRKMSTR master plus the BRKHIST
      *     history of breaks that have left it;
      *   - audit-chain exceptions on the month's records: the
      *     AUDITARC plus AUDITLOG chain is rewalked front to back
      *     with the FDAUDVFY checks, and every gap, resequence, or
      *     check mismatch on a record dated in the month is
      *     counted against its entity and listed at the end;
      *   - where the month stands on the CERTCTL sign-off file -
      *     certified (by whom and when), reopened, or not yet
      *     certified.
      *
      * The sign-off itself is keyed through the FDCERTCT utility
      * once the controller has reviewed the package.
      *
      * Exposure is stated in reporting currency: a break's peak
      * amount for the breaks opened, its exposure on the night it
      * closed for the cleared and written-off, and for a break
      * still open its latest restated amount (its closing amount
      * if it has closed since month end).  A calendar date the ops
      * calendar does not list counts as a business day, the same
      * as it does for FDNIGHT.
      *
      * Pass a yyyymm month on the command line to build that
      * month's package; the default is the month before the
      * current one - the month just closed when the job runs at
      * month end.  A month that is not a valid yyyymm is rejected.
      *
      * Return codes, shared by every batch driver in this suite so
      * the scheduler can COND on them:
      *     0 = clean run, no exceptions
      *     4 = run completed but exceptions were found (a business
      *         day not reconciled or a chain exception in the
      *         month)
      *     8 = batch rejected by validation, nothing processed
      *    12 = input file/IO failure, run aborted
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDITARC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT BREAK-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BREAK-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BRKHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT CERT-CTL-FILE ASSIGN TO "CERTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-FILE-STATUS.
           SELECT CERT-RPT ASSIGN TO "CERTPKG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CAL-FILE.
       01  RUN-CAL-REC.
           COPY CALREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC            PIC X(76).

       FD  AUDIT-FILE.
       01  AUDIT-REC              PIC X(76).

       FD  BREAK-FILE.
       01  BREAK-REC.
           COPY BRKREC.

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY BRKHIST.

       FD  CERT-CTL-FILE.
       01  CERT-CTL-REC.
           COPY CERTREC.

       FD  CERT-RPT.
       01  RPT-LINE               PIC X(80).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  CAL-FILE-STATUS        PIC XX VALUE '00'.
           88  CAL-FILE-NOT-FOUND     VALUE '35'.
       01  ARCH-FILE-STATUS       PIC XX VALUE '00'.
           88  ARCH-FILE-NOT-FOUND    VALUE '35'.
       01  AUDIT-FILE-STATUS      PIC XX VALUE '00'.
           88  AUDIT-FILE-NOT-FOUND   VALUE '35'.
       01  BREAK-FILE-STATUS      PIC XX VALUE '00'.
           88  BREAK-FILE-NOT-FOUND   VALUE '35'.
       01  HISTORY-FILE-STATUS    PIC XX VALUE '00'.
           88  HISTORY-FILE-NOT-FOUND VALUE '35'.
       01  CERT-FILE-STATUS       PIC XX VALUE '00'.
           88  CERT-FILE-NOT-FOUND    VALUE '35'.
       01  EOF-SW                 PIC X VALUE 'N'.
           88  END-OF-FILE            VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  BAD-MONTH-SW           PIC X VALUE 'N'.
           88  BAD-REPORT-MONTH       VALUE 'Y'.
       01  AUDIT-WORK.
           COPY AUDITREC.
       01  REQUEST-MONTH-X        PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH        PIC 9(6) VALUE 0.
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR         PIC 9(4).
           05  WS-RM-MONTH        PIC 9(2).
       01  WS-MONTH-START         PIC 9(8) VALUE 0.
       01  WS-MONTH-END           PIC 9(8) VALUE 0.
       01  WS-MONTH-DAYS          PIC 9(2) VALUE 0.
       01  WS-REC-MONTH           PIC 9(6) VALUE 0.
       01  WS-DAY-NO              PIC 9(2) VALUE 0.
       01  D                      PIC 9(2) VALUE 0.
       01  WS-RECS-READ           PIC 9(9) VALUE 0.
       01  WS-EXCEPTION-COUNT     PIC 9(9) VALUE 0.

      * DAY-TABLE - one entry per calendar day of the month: its
      * RUNCAL day type (B until the calendar says otherwise) and
      * whether an FDNIGHT run ended rejected or aborted that date.
       01  DAY-TABLE.
           05  DAY-ENTRY OCCURS 31 TIMES.
               10  DY-TYPE        PIC X(1).
                   88  DY-BUSINESS    VALUE 'B'.
               10  DY-REJECT-SW   PIC X(1).
                   88  DY-NIGHT-REJECTED VALUE 'Y'.

      * ENT-TABLE - one package per entity.  EN-RUN-DAYS carries a
      * Y in the position of each day of the month the entity has
      * an audit row for.
       01  WS-ENT-MAX             PIC 9(2) VALUE 99.
       01  WS-ENT-IDX             PIC 9(2) VALUE 0.
       01  WS-KEY-ENTITY          PIC X(2) VALUE SPACES.
       01  ENT-TABLE.
           05  ENT-COUNT          PIC 9(2) VALUE 0.
           05  ENT-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON ENT-COUNT
                   INDEXED BY EX.
               10  EN-ENTITY      PIC X(2).
               10  EN-RUN-DAYS    PIC X(31).
               10  EN-NIGHTS-RUN  PIC 9(5).
               10  EN-BUS-DAYS    PIC 9(5).
               10  EN-BUS-RUN     PIC 9(5).
               10  EN-REJECTED    PIC 9(5).
               10  EN-NOT-RUN     PIC 9(5).
               10  EN-OPENED      PIC 9(7).
               10  EN-OPENED-AMT  PIC 9(13)V99.
               10  EN-CLEARED     PIC 9(7).
               10  EN-CLEARED-AMT PIC 9(13)V99.
               10  EN-WRITTEN     PIC 9(7).
               10  EN-WRITTEN-AMT PIC 9(13)V99.
               10  EN-OPEN        PIC 9(7).
               10  EN-OPEN-AMT    PIC 9(13)V99.
               10  EN-FAULTS      PIC 9(7).
               10  EN-CERT-STATUS PIC X(1).
                   88  EN-CERTIFIED   VALUE 'C'.
                   88  EN-REOPENED    VALUE 'O'.
                   88  EN-NEVER-CERTIFIED VALUE ' '.
               10  EN-CERT-BY     PIC X(10).
               10  EN-CERT-DATE   PIC 9(8).

      * One break off either file, in the terms the package needs.
       01  WS-BK-ENTITY           PIC X(2) VALUE SPACES.
       01  WS-BK-FIRST-SEEN       PIC 9(8) VALUE 0.
       01  WS-BK-CLOSED-DATE      PIC 9(8) VALUE 0.
       01  WS-BK-STATUS           PIC X(1) VALUE SPACE.
       01  WS-BK-PEAK-AMOUNT      PIC 9(11)V99 VALUE 0.
       01  WS-BK-AMOUNT           PIC 9(11)V99 VALUE 0.

      * Audit-chain walk, the same checks FDAUDVFY makes.
       01  CUR-FILE-TAG           PIC X(8) VALUE SPACES.
       01  CHAIN-STARTED-SW       PIC X VALUE 'N'.
           88  CHAIN-STARTED          VALUE 'Y'.
       01  IN-MONTH-SW            PIC X VALUE 'N'.
           88  RECORD-IN-MONTH        VALUE 'Y'.
       01  WS-PREV-SEQ            PIC 9(9) VALUE 0.
       01  WS-PREV-CHECK          PIC 9(9) VALUE 0.
       01  WS-EXPECTED-CHECK      PIC 9(9) VALUE 0.
       01  WS-CHAIN-WORK          PIC S9(18) VALUE 0.
       01  WS-CHAIN-MODULUS       PIC 9(10) VALUE 1000000000.
       01  WS-REC-POSITION        PIC 9(9) VALUE 0.
       01  WS-MONTH-RECS          PIC 9(9) VALUE 0.
       01  WS-FAULT-TEXT          PIC X(16) VALUE SPACES.
       01  WS-FLT-MAX             PIC 9(3) VALUE 999.
       01  FLT-TABLE.
           05  FLT-COUNT          PIC 9(3) VALUE 0.
           05  FLT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON FLT-COUNT
                   INDEXED BY FX.
               10  FT-FILE        PIC X(8).
               10  FT-POSITION    PIC 9(9).
               10  FT-SEQ         PIC 9(9).
               10  FT-FAULT       PIC X(16).
               10  FT-ENTITY      PIC X(2).
               10  FT-DATE        PIC 9(8).
       01  WS-FAULT-TOTAL         PIC 9(9) VALUE 0.

       01  RPT-HEADING.
           05  FILLER              PIC X(34) VALUE
               'MONTH-END CERTIFICATION PACKAGE   '.
           05  FILLER              PIC X(7)  VALUE 'MONTH: '.
           05  RPT-H-MONTH         PIC 9(6).
           05  FILLER              PIC X(12) VALUE '  RUN DATE: '.
           05  RPT-H-DATE          PIC 9(8).
       01  RPT-ENT-LINE.
           05  FILLER              PIC X(7)  VALUE 'ENTITY '.
           05  RPT-E-ENTITY        PIC X(2).
           05  FILLER              PIC X(3)  VALUE ' - '.
           05  RPT-E-STATUS        PIC X(50).
       01  RPT-SUB-HEADING         PIC X(40) VALUE SPACES.
       01  RPT-COUNT-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-C-LABEL         PIC X(28).
           05  FILLER              PIC X(3)  VALUE ' : '.
           05  RPT-C-COUNT         PIC ZZZZZZZZ9.
       01  RPT-BRK-HEADING.
           05  FILLER              PIC X(32) VALUE
               '  BREAKS'.
           05  FILLER              PIC X(9)  VALUE '    COUNT'.
           05  FILLER              PIC X(18) VALUE
               '          EXPOSURE'.
       01  RPT-BRK-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-B-LABEL         PIC X(28).
           05  RPT-B-COUNT         PIC ZZZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-B-AMOUNT        PIC Z(12)9.99.
       01  RPT-DAY-LINE.
           05  FILLER              PIC X(8)  VALUE SPACES.
           05  RPT-Y-DATE          PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-Y-TEXT          PIC X(30).
       01  RPT-CHAIN-HEADING       PIC X(50) VALUE
               'AUDIT CHAIN EXCEPTIONS IN THE MONTH - ALL ENTITIES'.
       01  RPT-FAULT-LINE.
           05  RPT-F-FILE          PIC X(8).
           05  FILLER              PIC X(5)  VALUE ' REC '.
           05  RPT-F-POSITION      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(6)  VALUE '  SEQ '.
           05  RPT-F-SEQ           PIC ZZZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-F-FAULT         PIC X(16).
           05  FILLER              PIC X(5)  VALUE ' ENT '.
           05  RPT-F-ENTITY        PIC X(2).
           05  FILLER              PIC X(6)  VALUE ' DATE '.
           05  RPT-F-DATE          PIC 9(8).
       01  RPT-CHAIN-CLEAN-LINE    PIC X(50) VALUE
               'NONE - CHAIN INTACT FOR THE MONTH.'.
       01  RPT-NONE-LINE           PIC X(40) VALUE
               'NO ACTIVITY FOR ANY ENTITY IN THE MONTH.'.
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'AUDIT RECORDS IN MONTH ..... : '.
           05  RPT-T-MONTH-RECS    PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               'ENTITY PACKAGES ............ : '.
           05  RPT-T-ENTITIES      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-3.
           05  FILLER              PIC X(31) VALUE
               'CHAIN EXCEPTIONS IN MONTH .. : '.
           05  RPT-T-FAULTS        PIC ZZZZZZZZ9.
       01  RPT-ABORT-LINE          PIC X(40) VALUE
               'RUN ABORTED - INPUT FILE UNAVAILABLE'.
       01  RPT-BAD-MONTH-LINE      PIC X(40) VALUE
               'RUN REJECTED - MONTH PARM NOT YYYYMM'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           IF NOT BAD-REPORT-MONTH
             PERFORM 1100-LOAD-RUN-CALENDAR
             PERFORM 1200-LOAD-RUN-STATUS
             PERFORM 1300-LOAD-CERTIFICATIONS
           END-IF
           IF NOT BAD-REPORT-MONTH AND NOT IO-ERROR
             PERFORM 2000-WALK-ARCHIVE
           END-IF
           IF NOT BAD-REPORT-MONTH AND NOT IO-ERROR
             PERFORM 3000-WALK-LIVE-LOG
           END-IF
           IF NOT BAD-REPORT-MONTH AND NOT IO-ERROR
             PERFORM 4000-LOAD-BREAK-MASTER
           END-IF
           IF NOT BAD-REPORT-MONTH AND NOT IO-ERROR
             PERFORM 4200-LOAD-BREAK-HISTORY
           END-IF
           EVALUATE TRUE
             WHEN BAD-REPORT-MONTH
               WRITE RPT-LINE FROM RPT-BAD-MONTH-LINE
             WHEN IO-ERROR
               WRITE RPT-LINE FROM RPT-ABORT-LINE
             WHEN OTHER
               PERFORM 6000-PRINT-PACKAGES
               PERFORM 6500-PRINT-CHAIN-SECTION
               PERFORM 6900-PRINT-TOTALS
           END-EVALUATE
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9800-WRITE-RUN-END
           PERFORM 9999-TERMINATE
           STOP RUN.
       0000-END. EXIT.
      *
       1000-INITIALIZE.
           ACCEPT REQUEST-MONTH-X FROM COMMAND-LINE
           IF REQUEST-MONTH-X = SPACES
             MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
             IF WS-RM-MONTH = 1
               SUBTRACT 1 FROM WS-RM-YEAR
               MOVE 12 TO WS-RM-MONTH
             ELSE
               SUBTRACT 1 FROM WS-RM-MONTH
             END-IF
           ELSE
             IF REQUEST-MONTH-X IS NUMERIC
               MOVE REQUEST-MONTH-X TO WS-REPORT-MONTH
             END-IF
             IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               MOVE 'Y' TO BAD-MONTH-SW
             END-IF
           END-IF
           OPEN OUTPUT CERT-RPT
           MOVE WS-REPORT-MONTH TO RPT-H-MONTH
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-H-DATE
           WRITE RPT-LINE FROM RPT-HEADING
           IF NOT BAD-REPORT-MONTH
             EVALUATE WS-RM-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                 IF FUNCTION MOD(WS-RM-YEAR, 4) = 0
                    AND (FUNCTION MOD(WS-RM-YEAR, 100) NOT = 0
                         OR FUNCTION MOD(WS-RM-YEAR, 400) = 0)
                   MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                   MOVE 28 TO WS-MONTH-DAYS
                 END-IF
               WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
             END-EVALUATE
             COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
             COMPUTE WS-MONTH-END = WS-REPORT-MONTH * 100
                     + WS-MONTH-DAYS
             PERFORM VARYING D FROM 1 BY 1 UNTIL D > 31
               MOVE 'B' TO DY-TYPE(D)
               MOVE 'N' TO DY-REJECT-SW(D)
             END-PERFORM
           END-IF.
       1000-END. EXIT.
      *
       1100-LOAD-RUN-CALENDAR.
      * The last row on file for a date governs, as it does for
      * FDNIGHT; a missing calendar leaves every day business.
           MOVE 'N' TO EOF-SW
           OPEN INPUT RUN-CAL-FILE
           IF CAL-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             PERFORM UNTIL END-OF-FILE
                 READ RUN-CAL-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         IF CAL-DATE NOT < WS-MONTH-START
                            AND CAL-DATE NOT > WS-MONTH-END
                           MOVE CAL-DATE(7:2) TO WS-DAY-NO
                           MOVE CAL-DAY-TYPE TO DY-TYPE(WS-DAY-NO)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE RUN-CAL-FILE
           END-IF.
       1100-END. EXIT.
      *
       1200-LOAD-RUN-STATUS.
      * An FDNIGHT end record at RC 8 or worse marks the date's
      * night as rejected (a stream's run-status rows reach RUNSTAT
      * through FDMERGE, so a stream that failed alone shows here
      * too).
           MOVE 'N' TO EOF-SW
           OPEN INPUT RUN-STAT-FILE
           IF RUNSTAT-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             PERFORM UNTIL END-OF-FILE
                 READ RUN-STAT-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         IF RS-PROGRAM-ID = 'FDNIGHT'
                            AND RS-END-REC
                            AND RS-RUN-DATE NOT < WS-MONTH-START
                            AND RS-RUN-DATE NOT > WS-MONTH-END
                            AND RS-RETURN-CODE NOT < 8
                           MOVE RS-RUN-DATE(7:2) TO WS-DAY-NO
                           MOVE 'Y' TO DY-REJECT-SW(WS-DAY-NO)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE RUN-STAT-FILE
           END-IF.
       1200-END. EXIT.
      *
       1300-LOAD-CERTIFICATIONS.
      * Last row for an entity and the month governs.  An entity
      * with a sign-off row gets a package even in a month it had
      * no activity, so the certification never goes unprinted.
           MOVE 'N' TO EOF-SW
           OPEN INPUT CERT-CTL-FILE
           IF CERT-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             IF CERT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
             ELSE
               PERFORM UNTIL END-OF-FILE
                   READ CERT-CTL-FILE
                       AT END
                           MOVE 'Y' TO EOF-SW
                       NOT AT END
                           IF CC-MONTH = WS-REPORT-MONTH
                             MOVE CC-ENTITY TO WS-KEY-ENTITY
                             PERFORM 5000-FIND-ENTITY
                             IF WS-ENT-IDX > 0
                               MOVE CC-STATUS
                                    TO EN-CERT-STATUS(WS-ENT-IDX)
                               MOVE CC-ACTION-BY
                                    TO EN-CERT-BY(WS-ENT-IDX)
                               MOVE CC-ACTION-DATE
                                    TO EN-CERT-DATE(WS-ENT-IDX)
                             END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-CTL-FILE
             END-IF
           END-IF.
       1300-END. EXIT.
      *
       2000-WALK-ARCHIVE.
           MOVE 'AUDITARC' TO CUR-FILE-TAG
           MOVE 0 TO WS-REC-POSITION
           MOVE 'N' TO EOF-SW
           OPEN INPUT ARCHIVE-FILE
           IF ARCH-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             PERFORM UNTIL END-OF-FILE
                 READ ARCHIVE-FILE INTO AUDIT-WORK
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         PERFORM 2100-CHECK-ONE-RECORD
                 END-READ
             END-PERFORM
             CLOSE ARCHIVE-FILE
           END-IF.
       2000-END. EXIT.
      *
       2100-CHECK-ONE-RECORD.
           ADD 1 TO WS-RECS-READ
           ADD 1 TO WS-REC-POSITION
           MOVE 'N' TO IN-MONTH-SW
           IF AUD-RUN-DATE NUMERIC
             IF AUD-RUN-DATE NOT < WS-MONTH-START
                AND AUD-RUN-DATE NOT > WS-MONTH-END
               MOVE 'Y' TO IN-MONTH-SW
             END-IF
           END-IF
           IF RECORD-IN-MONTH
             ADD 1 TO WS-MONTH-RECS
             PERFORM 2500-NOTE-RUN-NIGHT
           END-IF
      * Records written before the chain fields existed have
      * nothing to verify; the chain is picked up from the first
      * stamped record, exactly as FDAUDVFY walks it.
           IF AUD-SEQ-NO NUMERIC AND AUD-CHAIN-CHECK NUMERIC
             PERFORM 2200-CHECK-SEQUENCE
             PERFORM 2300-CHECK-CHAIN-VALUE
             MOVE AUD-SEQ-NO TO WS-PREV-SEQ
             MOVE AUD-CHAIN-CHECK TO WS-PREV-CHECK
             MOVE 'Y' TO CHAIN-STARTED-SW
           END-IF
           MOVE SPACES TO AUDIT-WORK.
       2100-END. EXIT.
      *
       2200-CHECK-SEQUENCE.
           EVALUATE TRUE
             WHEN NOT CHAIN-STARTED
               CONTINUE
             WHEN AUD-SEQ-NO = WS-PREV-SEQ + 1
               CONTINUE
             WHEN AUD-SEQ-NO > WS-PREV-SEQ + 1
               MOVE 'SEQUENCE GAP' TO WS-FAULT-TEXT
               PERFORM 2400-NOTE-FAULT
             WHEN OTHER
               MOVE 'RESEQUENCED' TO WS-FAULT-TEXT
               PERFORM 2400-NOTE-FAULT
           END-EVALUATE.
       2200-END. EXIT.
      *
       2300-CHECK-CHAIN-VALUE.
      * The chain formula documented in AUDITREC.  After a fault the
      * walk re-anchors on the record's own stored check, so one
      * tampered record counts once.
           COMPUTE WS-CHAIN-WORK = WS-PREV-CHECK * 31
                   + AUD-SEQ-NO + AUD-RUN-DATE + AUD-RUN-TIME
                   + AUD-REC-COUNT + AUD-RESULT
                   + AUD-EXPOSURE * 100
           IF AUD-EXCEPTION
             ADD 7 TO WS-CHAIN-WORK
           END-IF
           COMPUTE WS-EXPECTED-CHECK = FUNCTION MOD
                   (WS-CHAIN-WORK, WS-CHAIN-MODULUS)
           IF CHAIN-STARTED OR AUD-SEQ-NO = 1
             IF AUD-CHAIN-CHECK NOT = WS-EXPECTED-CHECK
               MOVE 'CHECK MISMATCH' TO WS-FAULT-TEXT
               PERFORM 2400-NOTE-FAULT
             END-IF
           END-IF.
       2300-END. EXIT.
      *
       2400-NOTE-FAULT.
      * Only a fault on a record dated in the month belongs to this
      * package; it counts against the record's entity.
           IF RECORD-IN-MONTH
             ADD 1 TO WS-FAULT-TOTAL
             MOVE AUD-ENTITY TO WS-KEY-ENTITY
             PERFORM 5000-FIND-ENTITY
             IF WS-ENT-IDX > 0
               ADD 1 TO EN-FAULTS(WS-ENT-IDX)
             END-IF
             IF FLT-COUNT < WS-FLT-MAX
               ADD 1 TO FLT-COUNT
               SET FX TO FLT-COUNT
               MOVE CUR-FILE-TAG TO FT-FILE(FX)
               MOVE WS-REC-POSITION TO FT-POSITION(FX)
               MOVE AUD-SEQ-NO TO FT-SEQ(FX)
               MOVE WS-FAULT-TEXT TO FT-FAULT(FX)
               MOVE AUD-ENTITY TO FT-ENTITY(FX)
               MOVE AUD-RUN-DATE TO FT-DATE(FX)
             END-IF
           END-IF.
       2400-END. EXIT.
      *
       2500-NOTE-RUN-NIGHT.
           MOVE AUD-ENTITY TO WS-KEY-ENTITY
           PERFORM 5000-FIND-ENTITY
           IF WS-ENT-IDX > 0
             MOVE AUD-RUN-DATE(7:2) TO WS-DAY-NO
             MOVE 'Y' TO EN-RUN-DAYS(WS-ENT-IDX)(WS-DAY-NO:1)
           END-IF.
       2500-END. EXIT.
      *
       3000-WALK-LIVE-LOG.
      * Position restarts per file so a fault line points at the
      * record number within the file it names.  A live log not
      * yet started is empty, not a failure.
           MOVE 'AUDITLOG' TO CUR-FILE-TAG
           MOVE 0 TO WS-REC-POSITION
           MOVE 'N' TO EOF-SW
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             IF AUDIT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
             ELSE
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-FILE INTO AUDIT-WORK
                       AT END
                           MOVE 'Y' TO EOF-SW
                       NOT AT END
                           PERFORM 2100-CHECK-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
             END-IF
           END-IF.
       3000-END. EXIT.
      *
       4000-LOAD-BREAK-MASTER.
           MOVE 'N' TO EOF-SW
           OPEN INPUT BREAK-FILE
           IF BREAK-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             IF BREAK-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
             ELSE
               PERFORM UNTIL END-OF-FILE
                   READ BREAK-FILE
                       AT END
                           MOVE 'Y' TO EOF-SW
                       NOT AT END
      * A resolved row has already been counted off the history.
                           IF NOT BRK-RESOLVED
                             PERFORM 4010-TAKE-MASTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BREAK-FILE
             END-IF
           END-IF.
       4000-END. EXIT.
      *
       4010-TAKE-MASTER-ROW.
      * Rows written before the peak amount and closed date were
      * carried on the master; derive the peak from the amount and
      * the closed date from the last-seen date, as FDNIGHT does.
           MOVE BRK-ENTITY TO WS-BK-ENTITY
           MOVE BRK-FIRST-SEEN TO WS-BK-FIRST-SEEN
           MOVE BRK-STATUS TO WS-BK-STATUS
           MOVE BRK-AMOUNT TO WS-BK-AMOUNT
           IF BRK-PEAK-AMOUNT NUMERIC
             MOVE BRK-PEAK-AMOUNT TO WS-BK-PEAK-AMOUNT
           ELSE
             MOVE BRK-AMOUNT TO WS-BK-PEAK-AMOUNT
           END-IF
           EVALUATE TRUE
             WHEN BRK-OPEN
               MOVE 0 TO WS-BK-CLOSED-DATE
             WHEN BRK-CLOSED-DATE NUMERIC
               MOVE BRK-CLOSED-DATE TO WS-BK-CLOSED-DATE
             WHEN OTHER
               MOVE BRK-LAST-SEEN TO WS-BK-CLOSED-DATE
           END-EVALUATE
           PERFORM 4100-CLASSIFY-BREAK.
       4010-END. EXIT.
      *
       4100-CLASSIFY-BREAK.
      * A break belongs to the package when it opened in the month,
      * closed in the month, or was still open when the month
      * ended - opened on or before the last day and not closed by
      * then.
           MOVE WS-BK-ENTITY TO WS-KEY-ENTITY
           IF WS-BK-FIRST-SEEN NOT > WS-MONTH-END
              AND (WS-BK-CLOSED-DATE = 0
                   OR WS-BK-CLOSED-DATE NOT < WS-MONTH-START)
             PERFORM 5000-FIND-ENTITY
           ELSE
             MOVE 0 TO WS-ENT-IDX
           END-IF
           IF WS-ENT-IDX > 0
             SET EX TO WS-ENT-IDX
             IF WS-BK-FIRST-SEEN NOT < WS-MONTH-START
               ADD 1 TO EN-OPENED(EX)
               ADD WS-BK-PEAK-AMOUNT TO EN-OPENED-AMT(EX)
             END-IF
             IF WS-BK-CLOSED-DATE NOT < WS-MONTH-START
                AND WS-BK-CLOSED-DATE NOT > WS-MONTH-END
               IF WS-BK-STATUS = 'W'
                 ADD 1 TO EN-WRITTEN(EX)
                 ADD WS-BK-AMOUNT TO EN-WRITTEN-AMT(EX)
               ELSE
                 ADD 1 TO EN-CLEARED(EX)
                 ADD WS-BK-AMOUNT TO EN-CLEARED-AMT(EX)
               END-IF
             END-IF
             IF WS-BK-CLOSED-DATE = 0
                OR WS-BK-CLOSED-DATE > WS-MONTH-END
               ADD 1 TO EN-OPEN(EX)
               ADD WS-BK-AMOUNT TO EN-OPEN-AMT(EX)
             END-IF
           END-IF.
       4100-END. EXIT.
      *
       4200-LOAD-BREAK-HISTORY.
      * No history yet is normal - the file starts with the first
      * closed break to leave the master.
           MOVE 'N' TO EOF-SW
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             IF HISTORY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
             ELSE
               PERFORM UNTIL END-OF-FILE
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO EOF-SW
                       NOT AT END
                           MOVE BH-ENTITY TO WS-BK-ENTITY
                           MOVE BH-FIRST-SEEN TO WS-BK-FIRST-SEEN
                           MOVE BH-CLOSED-DATE TO WS-BK-CLOSED-DATE
                           MOVE BH-CLOSE-STATUS TO WS-BK-STATUS
                           MOVE BH-PEAK-AMOUNT TO WS-BK-PEAK-AMOUNT
                           MOVE BH-CLOSE-AMOUNT TO WS-BK-AMOUNT
                           PERFORM 4100-CLASSIFY-BREAK
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
             END-IF
           END-IF.
       4200-END. EXIT.
      *
       5000-FIND-ENTITY.
      * Entities in order of first appearance; past the table limit
      * the entity simply gets no package of its own.
           MOVE 0 TO WS-ENT-IDX
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENT-COUNT
             IF EN-ENTITY(EX) = WS-KEY-ENTITY
               SET WS-ENT-IDX TO EX
             END-IF
           END-PERFORM
           IF WS-ENT-IDX = 0 AND ENT-COUNT < WS-ENT-MAX
             ADD 1 TO ENT-COUNT
             MOVE ENT-COUNT TO WS-ENT-IDX
             SET EX TO WS-ENT-IDX
             MOVE WS-KEY-ENTITY TO EN-ENTITY(EX)
             MOVE ALL 'N' TO EN-RUN-DAYS(EX)
             MOVE 0 TO EN-NIGHTS-RUN(EX)
             MOVE 0 TO EN-BUS-DAYS(EX)
             MOVE 0 TO EN-BUS-RUN(EX)
             MOVE 0 TO EN-REJECTED(EX)
             MOVE 0 TO EN-NOT-RUN(EX)
             MOVE 0 TO EN-OPENED(EX)
             MOVE 0 TO EN-OPENED-AMT(EX)
             MOVE 0 TO EN-CLEARED(EX)
             MOVE 0 TO EN-CLEARED-AMT(EX)
             MOVE 0 TO EN-WRITTEN(EX)
             MOVE 0 TO EN-WRITTEN-AMT(EX)
             MOVE 0 TO EN-OPEN(EX)
             MOVE 0 TO EN-OPEN-AMT(EX)
             MOVE 0 TO EN-FAULTS(EX)
             MOVE SPACE TO EN-CERT-STATUS(EX)
             MOVE SPACES TO EN-CERT-BY(EX)
             MOVE 0 TO EN-CERT-DATE(EX)
           END-IF.
       5000-END. EXIT.
      *
       6000-PRINT-PACKAGES.
           IF ENT-COUNT = 0
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             WRITE RPT-LINE FROM RPT-NONE-LINE
           END-IF
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENT-COUNT
             PERFORM 6100-PRINT-ONE-ENTITY
           END-PERFORM.
       6000-END. EXIT.
      *
       6100-PRINT-ONE-ENTITY.
           PERFORM 6150-TALLY-NIGHTS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE EN-ENTITY(EX) TO RPT-E-ENTITY
           MOVE SPACES TO RPT-E-STATUS
           EVALUATE TRUE
             WHEN EN-CERTIFIED(EX)
               STRING 'CERTIFIED BY '
                      FUNCTION TRIM(EN-CERT-BY(EX))
                      ' ON ' EN-CERT-DATE(EX)
                      DELIMITED BY SIZE INTO RPT-E-STATUS
             WHEN EN-REOPENED(EX)
               STRING 'NOT CERTIFIED - REOPENED BY '
                      FUNCTION TRIM(EN-CERT-BY(EX))
                      ' ON ' EN-CERT-DATE(EX)
                      DELIMITED BY SIZE INTO RPT-E-STATUS
             WHEN OTHER
               MOVE 'NOT CERTIFIED' TO RPT-E-STATUS
           END-EVALUATE
           WRITE RPT-LINE FROM RPT-ENT-LINE
           MOVE '  NIGHTLY RUNS' TO RPT-SUB-HEADING
           WRITE RPT-LINE FROM RPT-SUB-HEADING
           MOVE 'BUSINESS DAYS ON RUNCAL' TO RPT-C-LABEL
           MOVE EN-BUS-DAYS(EX) TO RPT-C-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'NIGHTS RUN' TO RPT-C-LABEL
           MOVE EN-NIGHTS-RUN(EX) TO RPT-C-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'BUSINESS DAYS RECONCILED' TO RPT-C-LABEL
           MOVE EN-BUS-RUN(EX) TO RPT-C-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'NIGHTS REJECTED' TO RPT-C-LABEL
           MOVE EN-REJECTED(EX) TO RPT-C-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'BUSINESS DAYS NOT RUN' TO RPT-C-LABEL
           MOVE EN-NOT-RUN(EX) TO RPT-C-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-MONTH-DAYS
             PERFORM 6200-PRINT-DAY-EXCEPTION
           END-PERFORM
           WRITE RPT-LINE FROM RPT-BRK-HEADING
           MOVE 'OPENED IN MONTH' TO RPT-B-LABEL
           MOVE EN-OPENED(EX) TO RPT-B-COUNT
           MOVE EN-OPENED-AMT(EX) TO RPT-B-AMOUNT
           WRITE RPT-LINE FROM RPT-BRK-LINE
           MOVE 'CLEARED IN MONTH' TO RPT-B-LABEL
           MOVE EN-CLEARED(EX) TO RPT-B-COUNT
           MOVE EN-CLEARED-AMT(EX) TO RPT-B-AMOUNT
           WRITE RPT-LINE FROM RPT-BRK-LINE
           MOVE 'WRITTEN OFF IN MONTH' TO RPT-B-LABEL
           MOVE EN-WRITTEN(EX) TO RPT-B-COUNT
           MOVE EN-WRITTEN-AMT(EX) TO RPT-B-AMOUNT
           WRITE RPT-LINE FROM RPT-BRK-LINE
           MOVE 'STILL OPEN AT MONTH END' TO RPT-B-LABEL
           MOVE EN-OPEN(EX) TO RPT-B-COUNT
           MOVE EN-OPEN-AMT(EX) TO RPT-B-AMOUNT
           WRITE RPT-LINE FROM RPT-BRK-LINE
           MOVE '  AUDIT CHAIN' TO RPT-SUB-HEADING
           WRITE RPT-LINE FROM RPT-SUB-HEADING
           MOVE 'CHAIN EXCEPTIONS IN MONTH' TO RPT-C-LABEL
           MOVE EN-FAULTS(EX) TO RPT-C-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           IF EN-REJECTED(EX) > 0 OR EN-NOT-RUN(EX) > 0
              OR EN-FAULTS(EX) > 0
             ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
       6100-END. EXIT.
      *
       6150-TALLY-NIGHTS.
      * Nights run counts every date the entity has an audit row
      * for, weekend and holiday runs included; the business-day
      * counts hold only the days the calendar says somebody could
      * work.
           MOVE 0 TO EN-NIGHTS-RUN(EX)
           MOVE 0 TO EN-BUS-DAYS(EX)
           MOVE 0 TO EN-BUS-RUN(EX)
           MOVE 0 TO EN-REJECTED(EX)
           MOVE 0 TO EN-NOT-RUN(EX)
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-MONTH-DAYS
             IF EN-RUN-DAYS(EX)(D:1) = 'Y'
               ADD 1 TO EN-NIGHTS-RUN(EX)
             END-IF
             IF DY-BUSINESS(D)
               ADD 1 TO EN-BUS-DAYS(EX)
               EVALUATE TRUE
                 WHEN EN-RUN-DAYS(EX)(D:1) = 'Y'
                   ADD 1 TO EN-BUS-RUN(EX)
                 WHEN DY-NIGHT-REJECTED(D)
                   ADD 1 TO EN-REJECTED(EX)
                 WHEN OTHER
                   ADD 1 TO EN-NOT-RUN(EX)
               END-EVALUATE
             END-IF
           END-PERFORM.
       6150-END. EXIT.
      *
       6200-PRINT-DAY-EXCEPTION.
      * Each business day the entity was not reconciled, by date,
      * so the controller can see exactly which nights to explain.
           IF DY-BUSINESS(D) AND EN-RUN-DAYS(EX)(D:1) NOT = 'Y'
             COMPUTE RPT-Y-DATE = WS-MONTH-START + D - 1
             IF DY-NIGHT-REJECTED(D)
               MOVE 'NIGHT REJECTED' TO RPT-Y-TEXT
             ELSE
               MOVE 'NOT RUN' TO RPT-Y-TEXT
             END-IF
             WRITE RPT-LINE FROM RPT-DAY-LINE
           END-IF.
       6200-END. EXIT.
      *
       6500-PRINT-CHAIN-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-CHAIN-HEADING
           IF FLT-COUNT = 0
             WRITE RPT-LINE FROM RPT-CHAIN-CLEAN-LINE
           END-IF
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > FLT-COUNT
             MOVE FT-FILE(FX) TO RPT-F-FILE
             MOVE FT-POSITION(FX) TO RPT-F-POSITION
             MOVE FT-SEQ(FX) TO RPT-F-SEQ
             MOVE FT-FAULT(FX) TO RPT-F-FAULT
             MOVE FT-ENTITY(FX) TO RPT-F-ENTITY
             MOVE FT-DATE(FX) TO RPT-F-DATE
             WRITE RPT-LINE FROM RPT-FAULT-LINE
           END-PERFORM.
       6500-END. EXIT.
      *
       6900-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MONTH-RECS TO RPT-T-MONTH-RECS
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE ENT-COUNT TO RPT-T-ENTITIES
           WRITE RPT-LINE FROM RPT-TOTALS-2
           MOVE WS-FAULT-TOTAL TO RPT-T-FAULTS
           WRITE RPT-LINE FROM RPT-TOTALS-3.
       6900-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FDCERT' TO RS-PROGRAM-ID
           MOVE 'S' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE 0 TO RS-RECS-IN
           MOVE 0 TO RS-RECS-OUT
           MOVE 0 TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9700-END. EXIT.
      *
       9750-WRITE-RUN-STAT-REC.
           OPEN EXTEND RUN-STAT-FILE
           IF RUNSTAT-FILE-NOT-FOUND
             OPEN OUTPUT RUN-STAT-FILE
           END-IF
           WRITE RUN-STAT-REC
           CLOSE RUN-STAT-FILE.
       9750-END. EXIT.
      *
       9800-WRITE-RUN-END.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FDCERT' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE WS-RECS-READ TO RS-RECS-IN
           MOVE ENT-COUNT TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN BAD-REPORT-MONTH
               MOVE 8 TO RETURN-CODE
             WHEN WS-EXCEPTION-COUNT > 0 OR WS-FAULT-TOTAL > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           CLOSE CERT-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FDCERT.
