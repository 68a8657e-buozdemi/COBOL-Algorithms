       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGACCRPT.
      *
      * Student-record access report for the privacy officer.
      * FGINQ and FGMAINT write one ACCLOG row per student lookup;
      * this job reads the log for a date range and answers the two
      * questions the office is asked: who accessed student X, and
      * what did operator Y look at.  Every lookup in the range for
      * the selected student or operator is listed in log order
      * with the time, screen, kind of lookup, and whether a record
      * was found.  With no selection every lookup in the range is
      * listed.
      *
      * The report closes with the operator volume exceptions: each
      * operator-day in the range whose lookup count is at least
      * ACCLCTL's floor and more than its multiple of the operator's
      * normal level - the operator's average lookups per active day
      * over every other day on the log through the range end.  An
      * operator with no other day on the log is judged against the
      * floor alone.  An OPERATOR selection narrows this section to
      * that operator; a STUDENT selection leaves it whole.
      *
      * Command-line forms (dates yyyymmdd, range inclusive):
      *     <from> <to>
      *     <from> <to> STUDENT  <student-id>
      *     <from> <to> OPERATOR <operator-id>
      *     STUDENT <student-id>  or  OPERATOR <operator-id>
      *     (nothing)
      * With no dates the range is the current month to date.
      *
      * ACCLCTL carries the multiple (9(2)V9 display) and the
      * daily floor (9(4)) on one record; the defaults below apply
      * when it is missing, the same convention as STANDCTL.  No
      * access log yet is an empty range, not a failure.
      *
      * Return codes, shared by every batch driver in this suite so
      * the scheduler can COND on them:
      *     0 = clean run, no exceptions
      *     4 = run completed but exceptions were found
      *     8 = batch rejected by validation, nothing processed
      *    12 = input file/IO failure, run aborted
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT ACC-CTL-FILE ASSIGN TO "ACCLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT ACCESS-RPT ASSIGN TO "ACCRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-REC.
           COPY ACCLREC.

       FD  ACC-CTL-FILE.
       01  ACC-CTL-REC.
           05  AC-FACTOR          PIC 9(2)V9.
           05  AC-MIN-COUNT       PIC 9(4).

       FD  ACCESS-RPT.
       01  RPT-LINE               PIC X(80).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  ACC-FILE-STATUS        PIC XX VALUE '00'.
           88  ACC-FILE-NOT-FOUND     VALUE '35'.
       01  CTL-FILE-STATUS        PIC XX VALUE '00'.
           88  CTL-FILE-NOT-FOUND     VALUE '35'.
       01  EOF-SW                 PIC X VALUE 'N'.
           88  END-OF-ACCESS-LOG      VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  REJECT-SW              PIC X VALUE 'N'.
           88  REQUEST-REJECTED       VALUE 'Y'.
       01  OD-FULL-SW             PIC X VALUE 'N'.
           88  OD-TABLE-FULL          VALUE 'Y'.
       01  CMD-LINE               PIC X(60) VALUE SPACES.
       01  PARM-1                 PIC X(10) VALUE SPACES.
       01  PARM-2                 PIC X(10) VALUE SPACES.
       01  PARM-3                 PIC X(10) VALUE SPACES.
       01  PARM-4                 PIC X(10) VALUE SPACES.
       01  SELECT-WORD            PIC X(10) VALUE SPACES.
           88  SELECT-STUDENT         VALUE 'STUDENT'.
           88  SELECT-OPERATOR        VALUE 'OPERATOR'.
           88  SELECT-NONE            VALUE SPACES.
       01  SELECT-ID              PIC X(10) VALUE SPACES.
       01  WS-FROM-DATE           PIC 9(8) VALUE 0.
       01  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
           05  WS-FROM-YEAR       PIC 9(4).
           05  WS-FROM-MONTH      PIC 9(2).
           05  WS-FROM-DAY        PIC 9(2).
       01  WS-TO-DATE             PIC 9(8) VALUE 0.
       01  WS-TO-PARTS REDEFINES WS-TO-DATE.
           05  WS-TO-YEAR         PIC 9(4).
           05  WS-TO-MONTH        PIC 9(2).
           05  WS-TO-DAY          PIC 9(2).
       01  WS-FACTOR              PIC 9(2)V9 VALUE 3.0.
       01  WS-MIN-COUNT           PIC 9(4) VALUE 25.
       01  WS-TABLE-MAX           PIC 9(9) VALUE 999999.
       01  WS-OP-MAX              PIC 9(5) VALUE 99999.
       01  WS-MATCH-IDX           PIC 9(9) VALUE 0.
       01  WS-OP-IDX              PIC 9(5) VALUE 0.
       01  NEW-DAY-SW             PIC X VALUE 'N'.
           88  NEW-OPERATOR-DAY       VALUE 'Y'.
       01  WS-LOG-COUNT           PIC 9(9) VALUE 0.
       01  WS-LISTED-COUNT        PIC 9(9) VALUE 0.
       01  WS-FLAG-COUNT          PIC 9(9) VALUE 0.
       01  WS-BASE-LOOKUPS        PIC 9(9) VALUE 0.
       01  WS-BASE-DAYS           PIC 9(9) VALUE 0.
       01  WS-NORMAL-LEVEL        PIC 9(7)V9 VALUE 0.
       01  WS-LIMIT               PIC 9(9)V99 VALUE 0.
       01  M                      PIC 9(9) VALUE 0.

      * OD-TABLE - lookups per operator per day for every day on
      * the log through the range end, sorted into operator/date
      * order for the exception pass.  The count lives outside the
      * sorted group.
       01  OD-COUNT               PIC 9(9) VALUE 0.
       01  OD-TABLE.
           05  OD-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON OD-COUNT
                   INDEXED BY DX.
               10  OD-OPERATOR    PIC X(10).
               10  OD-DATE        PIC 9(8).
               10  OD-LOOKUPS     PIC 9(9).

      * OP-TABLE - each operator's lookups and active days over the
      * same days, the basis of the operator's normal level.
       01  OP-TABLE.
           05  OP-COUNT           PIC 9(5) VALUE 0.
           05  OP-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OP-COUNT
                   INDEXED BY PX.
               10  OP-OPERATOR    PIC X(10).
               10  OP-LOOKUPS     PIC 9(9).
               10  OP-DAYS        PIC 9(9).

       01  RPT-HEADING.
           05  FILLER              PIC X(30) VALUE
               'STUDENT RECORD ACCESS REPORT  '.
           05  FILLER              PIC X(5)  VALUE 'FROM '.
           05  RPT-H-FROM          PIC 9(8).
           05  FILLER              PIC X(4)  VALUE ' TO '.
           05  RPT-H-TO            PIC 9(8).
       01  RPT-SELECT-LINE.
           05  FILLER              PIC X(12) VALUE 'SELECTION : '.
           05  RPT-SEL-WORD        PIC X(9).
           05  RPT-SEL-ID          PIC X(10).
       01  RPT-DETAIL-HEADING      PIC X(80) VALUE
               'ACCESS DETAIL'.
       01  RPT-COL-HEADING.
           05  FILLER              PIC X(9)  VALUE 'DATE'.
           05  FILLER              PIC X(7)  VALUE 'TIME'.
           05  FILLER              PIC X(11) VALUE 'OPERATOR'.
           05  FILLER              PIC X(9)  VALUE 'SCREEN'.
           05  FILLER              PIC X(4)  VALUE 'ACT'.
           05  FILLER              PIC X(10) VALUE 'STUDENT'.
           05  FILLER              PIC X(7)  VALUE 'TERM'.
           05  FILLER              PIC X(13) VALUE 'COURSE-SEC'.
           05  FILLER              PIC X(5)  VALUE 'FOUND'.
       01  RPT-DETAIL.
           05  RPT-D-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-TIME          PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-OPERATOR      PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-PROGRAM       PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-ACTION        PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-STUDENT       PIC X(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-TERM          PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-COURSE        PIC X(8).
           05  RPT-D-DASH          PIC X(1).
           05  RPT-D-SECTION       PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-FOUND         PIC X(1).
       01  RPT-VOLUME-HEADING.
           05  FILLER              PIC X(35) VALUE
               'OPERATOR LOOKUP VOLUME EXCEPTIONS ('.
           05  FILLER              PIC X(5)  VALUE 'OVER '.
           05  RPT-VH-FACTOR       PIC Z9.9.
           05  FILLER              PIC X(17) VALUE
               ' X NORMAL, FLOOR '.
           05  RPT-VH-MIN          PIC ZZZ9.
           05  FILLER              PIC X(1)  VALUE ')'.
       01  RPT-VOLUME-COL-HEADING.
           05  FILLER              PIC X(11) VALUE 'OPERATOR'.
           05  FILLER              PIC X(10) VALUE 'DATE'.
           05  FILLER              PIC X(11) VALUE '  LOOKUPS'.
           05  FILLER              PIC X(12) VALUE '  NORMAL/DAY'.
           05  FILLER              PIC X(11) VALUE '  BASE DAYS'.
       01  RPT-VOLUME-LINE.
           05  RPT-V-OPERATOR      PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-V-DATE          PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-V-LOOKUPS       PIC ZZZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-V-NORMAL        PIC ZZZZZZ9.9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-V-DAYS          PIC ZZZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-V-NOTE          PIC X(16).
       01  RPT-REJECT-LINE.
           05  RPT-R-MSG           PIC X(60).
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'ACCESS LOG ROWS READ ....... : '.
           05  RPT-T-READ          PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               'ACCESSES LISTED ............ : '.
           05  RPT-T-LISTED        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-3.
           05  FILLER              PIC X(31) VALUE
               'OPERATOR-DAYS FLAGGED ...... : '.
           05  RPT-T-FLAGGED       PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
             WHEN REQUEST-REJECTED
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN IO-ERROR
               MOVE 'RUN ABORTED - ACCESS LOG UNAVAILABLE'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN OTHER
               PERFORM 2000-LIST-ACCESSES
               IF OD-TABLE-FULL
                 MOVE 'RUN REJECTED - EXCEEDS OPERATOR-DAY TABLE LIMIT'
                      TO RPT-R-MSG
                 WRITE RPT-LINE FROM RPT-REJECT-LINE
               ELSE
                 SORT OD-ENTRY ASCENDING KEY OD-OPERATOR OD-DATE
                 PERFORM 3000-FLAG-VOLUME
               END-IF
               PERFORM 4000-PRINT-TOTALS
           END-EVALUATE
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9800-WRITE-RUN-END
           PERFORM 9999-TERMINATE
           STOP RUN.
       0000-END. EXIT.
      *
       1000-INITIALIZE.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE
               INTO PARM-1 PARM-2 PARM-3 PARM-4
           OPEN OUTPUT ACCESS-RPT
           PERFORM 1100-CHECK-PARMS
           MOVE WS-FROM-DATE TO RPT-H-FROM
           MOVE WS-TO-DATE TO RPT-H-TO
           WRITE RPT-LINE FROM RPT-HEADING
           IF NOT REQUEST-REJECTED
             PERFORM 1200-LOAD-ACCESS-CONTROL
             MOVE 'N' TO EOF-SW
             OPEN INPUT ACCESS-LOG-FILE
             IF ACC-FILE-NOT-FOUND
               MOVE 'Y' TO EOF-SW
             ELSE
               IF ACC-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO IO-ERROR-SW
               END-IF
             END-IF
           END-IF.
       1000-END. EXIT.
      *
       1100-CHECK-PARMS.
      * Dates come first when given; the selection follows them or
      * stands alone.  No dates is the current month to date.
           IF PARM-1(1:8) IS NUMERIC AND PARM-1(9:2) = SPACES
             MOVE PARM-1(1:8) TO WS-FROM-DATE
             IF PARM-2(1:8) IS NUMERIC AND PARM-2(9:2) = SPACES
               MOVE PARM-2(1:8) TO WS-TO-DATE
             ELSE
               MOVE 'Y' TO REJECT-SW
               MOVE 'RUN REJECTED - TO DATE MISSING OR NOT YYYYMMDD'
                    TO RPT-R-MSG
             END-IF
             MOVE PARM-3 TO SELECT-WORD
             MOVE PARM-4 TO SELECT-ID
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
             MOVE WS-TO-DATE TO WS-FROM-DATE
             MOVE 1 TO WS-FROM-DAY
             MOVE PARM-1 TO SELECT-WORD
             MOVE PARM-2 TO SELECT-ID
           END-IF
           IF NOT REQUEST-REJECTED
             EVALUATE TRUE
               WHEN WS-FROM-MONTH < 1 OR WS-FROM-MONTH > 12
                    OR WS-FROM-DAY < 1 OR WS-FROM-DAY > 31
                 MOVE 'Y' TO REJECT-SW
                 MOVE 'RUN REJECTED - FROM DATE IS NOT A VALID DATE'
                      TO RPT-R-MSG
               WHEN WS-TO-MONTH < 1 OR WS-TO-MONTH > 12
                    OR WS-TO-DAY < 1 OR WS-TO-DAY > 31
                 MOVE 'Y' TO REJECT-SW
                 MOVE 'RUN REJECTED - TO DATE IS NOT A VALID DATE'
                      TO RPT-R-MSG
               WHEN WS-FROM-DATE > WS-TO-DATE
                 MOVE 'Y' TO REJECT-SW
                 MOVE 'RUN REJECTED - FROM DATE IS AFTER TO DATE'
                      TO RPT-R-MSG
               WHEN NOT SELECT-STUDENT AND NOT SELECT-OPERATOR
                    AND NOT SELECT-NONE
                 MOVE 'Y' TO REJECT-SW
                 MOVE 'RUN REJECTED - SELECT STUDENT OR OPERATOR'
                      TO RPT-R-MSG
               WHEN NOT SELECT-NONE AND SELECT-ID = SPACES
                 MOVE 'Y' TO REJECT-SW
                 MOVE 'RUN REJECTED - NO ID GIVEN FOR THE SELECTION'
                      TO RPT-R-MSG
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
       1100-END. EXIT.
      *
       1200-LOAD-ACCESS-CONTROL.
           OPEN INPUT ACC-CTL-FILE
           IF CTL-FILE-NOT-FOUND
             CONTINUE
           ELSE
             READ ACC-CTL-FILE
                 AT END
                     CONTINUE
                 NOT AT END
                     IF AC-FACTOR NUMERIC AND AC-FACTOR > 1
                       MOVE AC-FACTOR TO WS-FACTOR
                     END-IF
                     IF AC-MIN-COUNT NUMERIC
                       MOVE AC-MIN-COUNT TO WS-MIN-COUNT
                     END-IF
             END-READ
             CLOSE ACC-CTL-FILE
           END-IF.
       1200-END. EXIT.
      *
       2000-LIST-ACCESSES.
      * One pass of the log: rows in the range matching the
      * selection print as read (the log is in time order), and
      * every row through the range end feeds the operator-day
      * counts behind the volume check.
           EVALUATE TRUE
             WHEN SELECT-STUDENT
               MOVE 'STUDENT' TO RPT-SEL-WORD
               MOVE SELECT-ID TO RPT-SEL-ID
             WHEN SELECT-OPERATOR
               MOVE 'OPERATOR' TO RPT-SEL-WORD
               MOVE SELECT-ID TO RPT-SEL-ID
             WHEN OTHER
               MOVE 'ALL' TO RPT-SEL-WORD
               MOVE SPACES TO RPT-SEL-ID
           END-EVALUATE
           WRITE RPT-LINE FROM RPT-SELECT-LINE
           WRITE RPT-LINE FROM RPT-DETAIL-HEADING
           WRITE RPT-LINE FROM RPT-COL-HEADING
           PERFORM UNTIL END-OF-ACCESS-LOG
               READ ACCESS-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LOG-COUNT
                       IF AL-DATE NOT > WS-TO-DATE
                         PERFORM 2100-COUNT-OPERATOR-DAY
                         IF AL-DATE NOT < WS-FROM-DATE
                           PERFORM 2200-CHECK-SELECTION
                         END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT ACC-FILE-NOT-FOUND
             CLOSE ACCESS-LOG-FILE
           END-IF.
       2000-END. EXIT.
      *
       2100-COUNT-OPERATOR-DAY.
           MOVE 'N' TO NEW-DAY-SW
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > OD-COUNT
             IF OD-OPERATOR(DX) = AL-OPERATOR
                AND OD-DATE(DX) = AL-DATE
               SET WS-MATCH-IDX TO DX
             END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
             IF OD-COUNT < WS-TABLE-MAX
               ADD 1 TO OD-COUNT
               MOVE OD-COUNT TO WS-MATCH-IDX
               MOVE AL-OPERATOR TO OD-OPERATOR(WS-MATCH-IDX)
               MOVE AL-DATE TO OD-DATE(WS-MATCH-IDX)
               MOVE 0 TO OD-LOOKUPS(WS-MATCH-IDX)
               MOVE 'Y' TO NEW-DAY-SW
             ELSE
               MOVE 'Y' TO OD-FULL-SW
             END-IF
           END-IF
           IF WS-MATCH-IDX > 0
             ADD 1 TO OD-LOOKUPS(WS-MATCH-IDX)
             PERFORM 2150-FIND-OPERATOR
             IF WS-OP-IDX > 0
               ADD 1 TO OP-LOOKUPS(WS-OP-IDX)
               IF NEW-OPERATOR-DAY
                 ADD 1 TO OP-DAYS(WS-OP-IDX)
               END-IF
             END-IF
           END-IF.
       2100-END. EXIT.
      *
       2150-FIND-OPERATOR.
           MOVE 0 TO WS-OP-IDX
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > OP-COUNT
             IF OP-OPERATOR(PX) = AL-OPERATOR
               SET WS-OP-IDX TO PX
             END-IF
           END-PERFORM
           IF WS-OP-IDX = 0 AND OP-COUNT < WS-OP-MAX
             ADD 1 TO OP-COUNT
             MOVE OP-COUNT TO WS-OP-IDX
             MOVE AL-OPERATOR TO OP-OPERATOR(WS-OP-IDX)
             MOVE 0 TO OP-LOOKUPS(WS-OP-IDX)
             MOVE 0 TO OP-DAYS(WS-OP-IDX)
           END-IF.
       2150-END. EXIT.
      *
       2200-CHECK-SELECTION.
           EVALUATE TRUE
             WHEN SELECT-STUDENT
               IF AL-STUDENT-ID = SELECT-ID
                 PERFORM 2300-WRITE-DETAIL-LINE
               END-IF
             WHEN SELECT-OPERATOR
               IF AL-OPERATOR = SELECT-ID
                 PERFORM 2300-WRITE-DETAIL-LINE
               END-IF
             WHEN OTHER
               PERFORM 2300-WRITE-DETAIL-LINE
           END-EVALUATE.
       2200-END. EXIT.
      *
       2300-WRITE-DETAIL-LINE.
           ADD 1 TO WS-LISTED-COUNT
           MOVE AL-DATE TO RPT-D-DATE
           MOVE AL-TIME TO RPT-D-TIME
           MOVE AL-OPERATOR TO RPT-D-OPERATOR
           MOVE AL-PROGRAM TO RPT-D-PROGRAM
           MOVE AL-ACTION TO RPT-D-ACTION
           MOVE AL-STUDENT-ID TO RPT-D-STUDENT
           MOVE AL-TERM TO RPT-D-TERM
           MOVE AL-COURSE TO RPT-D-COURSE
           MOVE AL-SECTION TO RPT-D-SECTION
           IF AL-SECTION = SPACES
             MOVE SPACE TO RPT-D-DASH
           ELSE
             MOVE '-' TO RPT-D-DASH
           END-IF
           MOVE AL-FOUND TO RPT-D-FOUND
           WRITE RPT-LINE FROM RPT-DETAIL.
       2300-END. EXIT.
      *
       3000-FLAG-VOLUME.
           MOVE WS-FACTOR TO RPT-VH-FACTOR
           MOVE WS-MIN-COUNT TO RPT-VH-MIN
           WRITE RPT-LINE FROM RPT-VOLUME-HEADING
           WRITE RPT-LINE FROM RPT-VOLUME-COL-HEADING
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > OD-COUNT
             IF OD-DATE(M) NOT < WS-FROM-DATE
                AND OD-LOOKUPS(M) NOT < WS-MIN-COUNT
                AND (NOT SELECT-OPERATOR
                     OR OD-OPERATOR(M) = SELECT-ID)
               PERFORM 3100-CHECK-OPERATOR-DAY
             END-IF
           END-PERFORM.
       3000-END. EXIT.
      *
       3100-CHECK-OPERATOR-DAY.
      * The operator's normal level leaves the day being judged
      * out, so one heavy day cannot raise its own bar.
           MOVE 0 TO WS-BASE-LOOKUPS
           MOVE 0 TO WS-BASE-DAYS
           MOVE 0 TO WS-NORMAL-LEVEL
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > OP-COUNT
             IF OP-OPERATOR(PX) = OD-OPERATOR(M)
               COMPUTE WS-BASE-LOOKUPS = OP-LOOKUPS(PX)
                       - OD-LOOKUPS(M)
               COMPUTE WS-BASE-DAYS = OP-DAYS(PX) - 1
             END-IF
           END-PERFORM
           IF WS-BASE-DAYS > 0
             COMPUTE WS-NORMAL-LEVEL ROUNDED =
                     WS-BASE-LOOKUPS / WS-BASE-DAYS
             COMPUTE WS-LIMIT = WS-NORMAL-LEVEL * WS-FACTOR
             IF OD-LOOKUPS(M) > WS-LIMIT
               MOVE SPACES TO RPT-V-NOTE
               PERFORM 3200-WRITE-VOLUME-LINE
             END-IF
           ELSE
             MOVE 'NO OTHER DAYS' TO RPT-V-NOTE
             PERFORM 3200-WRITE-VOLUME-LINE
           END-IF.
       3100-END. EXIT.
      *
       3200-WRITE-VOLUME-LINE.
           ADD 1 TO WS-FLAG-COUNT
           MOVE OD-OPERATOR(M) TO RPT-V-OPERATOR
           MOVE OD-DATE(M) TO RPT-V-DATE
           MOVE OD-LOOKUPS(M) TO RPT-V-LOOKUPS
           MOVE WS-NORMAL-LEVEL TO RPT-V-NORMAL
           MOVE WS-BASE-DAYS TO RPT-V-DAYS
           WRITE RPT-LINE FROM RPT-VOLUME-LINE.
       3200-END. EXIT.
      *
       4000-PRINT-TOTALS.
           MOVE WS-LOG-COUNT TO RPT-T-READ
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-LISTED-COUNT TO RPT-T-LISTED
           WRITE RPT-LINE FROM RPT-TOTALS-2
           MOVE WS-FLAG-COUNT TO RPT-T-FLAGGED
           WRITE RPT-LINE FROM RPT-TOTALS-3.
       4000-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FGACCRPT' TO RS-PROGRAM-ID
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
           MOVE 'FGACCRPT' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE WS-LOG-COUNT TO RS-RECS-IN
           MOVE WS-LISTED-COUNT TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN REQUEST-REJECTED
               MOVE 8 TO RETURN-CODE
             WHEN OD-TABLE-FULL
               MOVE 8 TO RETURN-CODE
             WHEN WS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           CLOSE ACCESS-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FGACCRPT.
