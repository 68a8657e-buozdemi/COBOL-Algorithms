       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGPRECHK.
      *
      * Prerequisite check of next-term registrations.  Students
      * were registering for courses whose prerequisite they had
      * failed or never taken, and it came to light weeks into the
      * term.  This job reads the REGEXTR registration extract and
      * checks every registered course section against the
      * PREREQ master: for each prerequisite row of the course the
      * student needs a final-cycle attempt of the prerequisite
      * course on GRDHISTX from a term before the registration
      * term whose RESULT is at or above the row's minimum.  The
      * RESULT read is the grade of record - the last GRADEOVR
      * override for the student/term/course when there is one,
      * else the current final-cycle row - and the best attempt
      * decides, the same best-attempt reading FGDEGAUD gives a
      * requirement.  A transfer (T) row for the prerequisite
      * course satisfies it outright; withdrawn, audit and
      * incomplete rows never do.
      *
      * Each unmet prerequisite of a registration goes on the
      * PREREQRP report and the PREREQX fixed-format extract the
      * registrar works from to drop the student or issue a
      * waiver, with a reason code:
      *     N = no qualifying attempt on file
      *     L = attempted, best RESULT below the minimum
      *     I = only an incomplete attempt on file
      * A registration whose student holds a waiver for the course
      * on PREWAIV (last row per student/course, keyed through
      * FGPREWV) is counted as waived and not flagged again.
      *
      * PREREQ rows naming a course or prerequisite course that
      * is not on COURSMST are a registrar data problem: they are
      * listed on the report and left out of the check rather than
      * flagging every registration against a course that does not
      * exist.
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
           SELECT REG-FILE ASSIGN TO "REGEXTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT PREREQ-FILE ASSIGN TO "PREREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PQ-FILE-STATUS.
           SELECT COURSE-FILE ASSIGN TO "COURSMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CRS-FILE-STATUS.
           SELECT GRADE-IX-FILE ASSIGN TO "GRDHISTX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS IX-FILE-STATUS.
           SELECT GRADE-OVR-FILE ASSIGN TO "GRADEOVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OVR-FILE-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "PREWAIV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PW-FILE-STATUS.
           SELECT PREREQ-EXTRACT ASSIGN TO "PREREQX"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PREREQ-RPT ASSIGN TO "PREREQRP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE.
       01  REG-REC.
           COPY REGREC.

       FD  PREREQ-FILE.
       01  PREREQ-REC.
           COPY PREREC.

       FD  COURSE-FILE.
       01  COURSE-REC.
           COPY CRSREC.

       FD  GRADE-IX-FILE.
       01  GRADE-IX-REC.
           COPY GRADEIXR.

       FD  GRADE-OVR-FILE.
       01  GRADE-OVR-REC.
           COPY GRADEOVR.

       FD  WAIVER-FILE.
       01  WAIVER-REC.
           COPY PREWVREC.

       FD  PREREQ-EXTRACT.
       01  PREREQ-EXT-REC.
           05  PX-STUDENT-ID      PIC X(9).
           05  PX-TERM            PIC X(6).
           05  PX-COURSE          PIC X(8).
           05  PX-SECTION         PIC X(3).
           05  PX-PREREQ-COURSE   PIC X(8).
           05  PX-MIN-RESULT      PIC 9(3).
           05  PX-BEST-RESULT     PIC 9(3).
           05  PX-REASON          PIC X(1).
           05  PX-RUN-DATE        PIC 9(8).

       FD  PREREQ-RPT.
       01  RPT-LINE               PIC X(80).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  REG-FILE-STATUS        PIC XX VALUE '00'.
           88  REG-FILE-NOT-FOUND     VALUE '35'.
       01  REG-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-REG-FILE        VALUE 'Y'.
       01  PQ-FILE-STATUS         PIC XX VALUE '00'.
           88  PQ-FILE-NOT-FOUND      VALUE '35'.
       01  PQ-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-PREREQ          VALUE 'Y'.
       01  CRS-FILE-STATUS        PIC XX VALUE '00'.
           88  CRS-FILE-NOT-FOUND     VALUE '35'.
       01  CRS-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-COURSE-FILE     VALUE 'Y'.
       01  IX-FILE-STATUS         PIC XX VALUE '00'.
           88  IX-FILE-NOT-FOUND      VALUE '35'.
       01  EOF-SW                 PIC X VALUE 'N'.
           88  END-OF-GRADE-HIST      VALUE 'Y'.
       01  OVR-FILE-STATUS        PIC XX VALUE '00'.
           88  OVR-FILE-NOT-FOUND     VALUE '35'.
       01  OVR-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-GRADE-OVR       VALUE 'Y'.
       01  PW-FILE-STATUS         PIC XX VALUE '00'.
           88  PW-FILE-NOT-FOUND      VALUE '35'.
       01  PW-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-WAIVER-FILE     VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  TR-FULL-SW             PIC X VALUE 'N'.
           88  TR-TABLE-FULL          VALUE 'Y'.
       01  WS-TODAY               PIC 9(8) VALUE 0.
       01  WS-TABLE-MAX           PIC 9(9) VALUE 999999.
       01  WS-CRS-MAX             PIC 9(5) VALUE 99999.
       01  WS-PQ-MAX              PIC 9(5) VALUE 99999.
       01  WS-MATCH-IDX           PIC 9(9) VALUE 0.
       01  WS-EFFECTIVE-RESULT    PIC 9(3) VALUE 0.
       01  WS-BEST-RESULT         PIC 9(3) VALUE 0.
       01  ATTEMPT-SW             PIC X VALUE 'N'.
           88  GRADED-ATTEMPT-FOUND   VALUE 'Y'.
       01  INCOMPLETE-SW          PIC X VALUE 'N'.
           88  INCOMPLETE-FOUND       VALUE 'Y'.
       01  SATISFIED-SW           PIC X VALUE 'N'.
           88  PREREQ-SATISFIED       VALUE 'Y'.
       01  WAIVED-SW              PIC X VALUE 'N'.
           88  REGISTRATION-WAIVED    VALUE 'Y'.
       01  FLAGGED-SW             PIC X VALUE 'N'.
           88  REGISTRATION-FLAGGED   VALUE 'Y'.
       01  WAIVER-USED-SW         PIC X VALUE 'N'.
           88  WAIVER-USED            VALUE 'Y'.
       01  WS-REASON              PIC X(1) VALUE SPACE.
       01  WS-REG-COUNT           PIC 9(9) VALUE 0.
       01  WS-FLAGGED-COUNT       PIC 9(9) VALUE 0.
       01  WS-UNMET-COUNT         PIC 9(9) VALUE 0.
       01  WS-WAIVED-COUNT        PIC 9(9) VALUE 0.
       01  WS-BAD-PQ-COUNT        PIC 9(9) VALUE 0.
       01  CRS-FOUND-SW           PIC X VALUE 'N'.
           88  COURSE-ON-MASTER       VALUE 'Y'.
       01  PREQ-FOUND-SW          PIC X VALUE 'N'.
           88  PREREQ-ON-MASTER       VALUE 'Y'.

      * CRS-TABLE - the course codes on the master, one entry per
      * course, for validating the PREREQ rows.
       01  CRS-TABLE.
           05  CRS-COUNT          PIC 9(5) VALUE 0.
           05  CRS-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CRS-COUNT
                   INDEXED BY CX.
               10  CT-COURSE      PIC X(8).

      * PQ-TABLE - the PREREQ master, last row per course/
      * prerequisite pair.
       01  PQ-TABLE.
           05  PQ-COUNT           PIC 9(5) VALUE 0.
           05  PQ-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON PQ-COUNT
                   INDEXED BY QX.
               10  PT-COURSE      PIC X(8).
               10  PT-PREREQ-COURSE PIC X(8).
               10  PT-MIN-RESULT  PIC 9(3).

      * OVR-TABLE - the grade overrides, last row per student/
      * term/course, exactly as FGINQ collapses them.
       01  OVR-TABLE.
           05  OVR-COUNT          PIC 9(9) VALUE 0.
           05  OVR-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON OVR-COUNT
                   INDEXED BY OX.
               10  OT-STUDENT-ID  PIC X(9).
               10  OT-TERM        PIC X(6).
               10  OT-COURSE      PIC X(8).
               10  OT-OVERRIDE-RESULT PIC 9(3).

      * WVR-TABLE - the waiver control file, last row per student/
      * course.
       01  WVR-TABLE.
           05  WVR-COUNT          PIC 9(9) VALUE 0.
           05  WVR-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON WVR-COUNT
                   INDEXED BY WX.
               10  WT-STUDENT-ID  PIC X(9).
               10  WT-COURSE      PIC X(8).
               10  WT-STATUS      PIC X(1).

      * TR-TABLE - the final-cycle rows of the current-grade file.
       01  TR-COUNT               PIC 9(9) VALUE 0.
       01  TR-TABLE.
           05  TR-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON TR-COUNT
                   INDEXED BY TX.
               10  TR-STUDENT-ID  PIC X(9).
               10  TR-COURSE      PIC X(8).
               10  TR-TERM        PIC X(6).
               10  TR-RESULT      PIC 9(3).
               10  TR-GRADE-STATUS PIC X(1).

       01  RPT-HEADING.
           05  FILLER              PIC X(26) VALUE
               'PREREQUISITE CHECK REPORT '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H-DATE          PIC 9(8).
       01  RPT-COL-HEADING.
           05  FILLER              PIC X(11) VALUE 'STUDENT ID'.
           05  FILLER              PIC X(8)  VALUE 'TERM'.
           05  FILLER              PIC X(14) VALUE 'COURSE-SEC'.
           05  FILLER              PIC X(10) VALUE 'PREREQ'.
           05  FILLER              PIC X(5)  VALUE 'MIN'.
           05  FILLER              PIC X(6)  VALUE 'BEST'.
           05  FILLER              PIC X(20) VALUE 'REASON'.
       01  RPT-DETAIL.
           05  RPT-D-ID            PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-TERM          PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-COURSE        PIC X(8).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  RPT-D-SECTION       PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-PREREQ        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-MIN           PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-BEST          PIC ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-D-REASON        PIC X(24).
       01  RPT-BAD-PQ-LINE.
           05  FILLER              PIC X(14) VALUE 'PREREQ ROW   '.
           05  RPT-B-COURSE        PIC X(8).
           05  FILLER              PIC X(1)  VALUE '/'.
           05  RPT-B-PREREQ        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-B-MSG           PIC X(40).
       01  RPT-REJECT-LINE.
           05  RPT-R-MSG           PIC X(50).
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'REGISTRATIONS CHECKED ...... : '.
           05  RPT-T-REGS          PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               'REGISTRATIONS FLAGGED ...... : '.
           05  RPT-T-FLAGGED       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-3.
           05  FILLER              PIC X(31) VALUE
               'UNMET PREREQUISITES ........ : '.
           05  RPT-T-UNMET         PIC ZZZZZZZZ9.
       01  RPT-TOTALS-4.
           05  FILLER              PIC X(31) VALUE
               'WAIVED, NOT FLAGGED ........ : '.
           05  RPT-T-WAIVED        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-5.
           05  FILLER              PIC X(31) VALUE
               'PREREQ ROWS IGNORED ........ : '.
           05  RPT-T-BAD-PQ        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 'RUN ABORTED - REGISTRATION OR GRADE FILE MISSING'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN TR-TABLE-FULL
               MOVE 'RUN REJECTED - EXCEEDS HISTORY TABLE LIMIT'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN OTHER
               SORT TR-ENTRY ASCENDING KEY TR-STUDENT-ID TR-COURSE
                                         TR-TERM
               WRITE RPT-LINE FROM RPT-COL-HEADING
               PERFORM 3000-CHECK-REGISTRATIONS
               PERFORM 5000-PRINT-TOTALS
           END-EVALUATE
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9800-WRITE-RUN-END
           PERFORM 9999-TERMINATE
           STOP RUN.
       0000-END. EXIT.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN OUTPUT PREREQ-RPT
           MOVE WS-TODAY TO RPT-H-DATE
           WRITE RPT-LINE FROM RPT-HEADING
           OPEN OUTPUT PREREQ-EXTRACT
           PERFORM 1100-LOAD-COURSE-MASTER
           PERFORM 1200-LOAD-PREREQ-MASTER
           PERFORM 1300-LOAD-OVERRIDES
           PERFORM 1400-LOAD-WAIVERS
           OPEN INPUT REG-FILE
           IF REG-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
           ELSE
             PERFORM 2000-LOAD-GRADE-HISTORY
           END-IF.
       1000-END. EXIT.
      *
       1100-LOAD-COURSE-MASTER.
           OPEN INPUT COURSE-FILE
           IF CRS-FILE-NOT-FOUND
             MOVE 'Y' TO CRS-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-COURSE-FILE
                 READ COURSE-FILE
                     AT END
                         MOVE 'Y' TO CRS-EOF-SW
                     NOT AT END
                         PERFORM 1150-STORE-COURSE
                 END-READ
             END-PERFORM
             CLOSE COURSE-FILE
           END-IF.
       1100-END. EXIT.
      *
       1150-STORE-COURSE.
           MOVE 'N' TO CRS-FOUND-SW
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CRS-COUNT
             IF CT-COURSE(CX) = CRS-COURSE
               MOVE 'Y' TO CRS-FOUND-SW
             END-IF
           END-PERFORM
           IF NOT COURSE-ON-MASTER AND CRS-COUNT < WS-CRS-MAX
             ADD 1 TO CRS-COUNT
             MOVE CRS-COURSE TO CT-COURSE(CRS-COUNT)
           END-IF.
       1150-END. EXIT.
      *
       1200-LOAD-PREREQ-MASTER.
           OPEN INPUT PREREQ-FILE
           IF PQ-FILE-NOT-FOUND
             MOVE 'Y' TO PQ-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-PREREQ
                 READ PREREQ-FILE
                     AT END
                         MOVE 'Y' TO PQ-EOF-SW
                     NOT AT END
                         PERFORM 1250-STORE-PREREQ-ROW
                 END-READ
             END-PERFORM
             CLOSE PREREQ-FILE
           END-IF.
       1200-END. EXIT.
      *
       1250-STORE-PREREQ-ROW.
           MOVE 'N' TO CRS-FOUND-SW
           MOVE 'N' TO PREQ-FOUND-SW
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CRS-COUNT
             IF CT-COURSE(CX) = PQ-COURSE
               MOVE 'Y' TO CRS-FOUND-SW
             END-IF
             IF CT-COURSE(CX) = PQ-PREREQ-COURSE
               MOVE 'Y' TO PREQ-FOUND-SW
             END-IF
           END-PERFORM
           MOVE PQ-COURSE TO RPT-B-COURSE
           MOVE PQ-PREREQ-COURSE TO RPT-B-PREREQ
           EVALUATE TRUE
             WHEN NOT COURSE-ON-MASTER
               ADD 1 TO WS-BAD-PQ-COUNT
               MOVE 'COURSE NOT ON COURSMST - IGNORED' TO RPT-B-MSG
               WRITE RPT-LINE FROM RPT-BAD-PQ-LINE
             WHEN NOT PREREQ-ON-MASTER
               ADD 1 TO WS-BAD-PQ-COUNT
               MOVE 'PREREQUISITE NOT ON COURSMST - IGNORED'
                    TO RPT-B-MSG
               WRITE RPT-LINE FROM RPT-BAD-PQ-LINE
             WHEN PQ-MIN-RESULT NOT NUMERIC
               ADD 1 TO WS-BAD-PQ-COUNT
               MOVE 'MINIMUM RESULT NOT NUMERIC - IGNORED'
                    TO RPT-B-MSG
               WRITE RPT-LINE FROM RPT-BAD-PQ-LINE
             WHEN OTHER
               PERFORM 1260-FOLD-IN-PREREQ-ROW
           END-EVALUATE.
       1250-END. EXIT.
      *
       1260-FOLD-IN-PREREQ-ROW.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > PQ-COUNT
             IF PT-COURSE(QX) = PQ-COURSE
                AND PT-PREREQ-COURSE(QX) = PQ-PREREQ-COURSE
               SET WS-MATCH-IDX TO QX
             END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0 AND PQ-COUNT < WS-PQ-MAX
             ADD 1 TO PQ-COUNT
             MOVE PQ-COUNT TO WS-MATCH-IDX
             MOVE PQ-COURSE TO PT-COURSE(WS-MATCH-IDX)
             MOVE PQ-PREREQ-COURSE TO PT-PREREQ-COURSE(WS-MATCH-IDX)
           END-IF
           IF WS-MATCH-IDX > 0
             MOVE PQ-MIN-RESULT TO PT-MIN-RESULT(WS-MATCH-IDX)
           END-IF.
       1260-END. EXIT.
      *
       1300-LOAD-OVERRIDES.
           OPEN INPUT GRADE-OVR-FILE
           IF OVR-FILE-NOT-FOUND
             MOVE 'Y' TO OVR-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-GRADE-OVR
                 READ GRADE-OVR-FILE
                     AT END
                         MOVE 'Y' TO OVR-EOF-SW
                     NOT AT END
                         PERFORM 1350-STORE-OVERRIDE-ROW
                 END-READ
             END-PERFORM
             CLOSE GRADE-OVR-FILE
           END-IF.
       1300-END. EXIT.
      *
       1350-STORE-OVERRIDE-ROW.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OVR-COUNT
             IF OT-STUDENT-ID(OX) = GO-STUDENT-ID
                AND OT-TERM(OX) = GO-TERM
                AND OT-COURSE(OX) = GO-COURSE
               SET WS-MATCH-IDX TO OX
             END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0 AND OVR-COUNT < WS-TABLE-MAX
             ADD 1 TO OVR-COUNT
             MOVE OVR-COUNT TO WS-MATCH-IDX
             MOVE GO-STUDENT-ID TO OT-STUDENT-ID(WS-MATCH-IDX)
             MOVE GO-TERM TO OT-TERM(WS-MATCH-IDX)
             MOVE GO-COURSE TO OT-COURSE(WS-MATCH-IDX)
           END-IF
           IF WS-MATCH-IDX > 0
             MOVE GO-OVERRIDE-RESULT
                  TO OT-OVERRIDE-RESULT(WS-MATCH-IDX)
           END-IF.
       1350-END. EXIT.
      *
       1400-LOAD-WAIVERS.
           OPEN INPUT WAIVER-FILE
           IF PW-FILE-NOT-FOUND
             MOVE 'Y' TO PW-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-WAIVER-FILE
                 READ WAIVER-FILE
                     AT END
                         MOVE 'Y' TO PW-EOF-SW
                     NOT AT END
                         PERFORM 1450-STORE-WAIVER-ROW
                 END-READ
             END-PERFORM
             CLOSE WAIVER-FILE
           END-IF.
       1400-END. EXIT.
      *
       1450-STORE-WAIVER-ROW.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WVR-COUNT
             IF WT-STUDENT-ID(WX) = PW-STUDENT-ID
                AND WT-COURSE(WX) = PW-COURSE
               SET WS-MATCH-IDX TO WX
             END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0 AND WVR-COUNT < WS-TABLE-MAX
             ADD 1 TO WVR-COUNT
             MOVE WVR-COUNT TO WS-MATCH-IDX
             MOVE PW-STUDENT-ID TO WT-STUDENT-ID(WS-MATCH-IDX)
             MOVE PW-COURSE TO WT-COURSE(WS-MATCH-IDX)
           END-IF
           IF WS-MATCH-IDX > 0
             MOVE PW-STATUS TO WT-STATUS(WS-MATCH-IDX)
           END-IF.
       1450-END. EXIT.
      *
       2000-LOAD-GRADE-HISTORY.
           OPEN INPUT GRADE-IX-FILE
           IF IX-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
             MOVE 'Y' TO EOF-SW
           END-IF
           PERFORM UNTIL END-OF-GRADE-HIST
               READ GRADE-IX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-SW
                   NOT AT END
                       IF GX-FINAL-CYCLE
                         PERFORM 2100-STORE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-IX-FILE.
       2000-END. EXIT.
      *
       2100-STORE-HISTORY-ROW.
           IF TR-COUNT >= WS-TABLE-MAX
             MOVE 'Y' TO TR-FULL-SW
           ELSE
             ADD 1 TO TR-COUNT
             MOVE GX-STUDENT-ID TO TR-STUDENT-ID(TR-COUNT)
             MOVE GX-COURSE TO TR-COURSE(TR-COUNT)
             MOVE GX-TERM TO TR-TERM(TR-COUNT)
             MOVE GX-RESULT TO TR-RESULT(TR-COUNT)
             MOVE GX-GRADE-STATUS TO TR-GRADE-STATUS(TR-COUNT)
           END-IF.
       2100-END. EXIT.
      *
       3000-CHECK-REGISTRATIONS.
           PERFORM UNTIL END-OF-REG-FILE
               READ REG-FILE
                   AT END
                       MOVE 'Y' TO REG-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-REG-COUNT
                       PERFORM 3100-CHECK-ONE-REGISTRATION
               END-READ
           END-PERFORM.
       3000-END. EXIT.
      *
       3100-CHECK-ONE-REGISTRATION.
           PERFORM 3150-FIND-WAIVER
           MOVE 'N' TO FLAGGED-SW
           MOVE 'N' TO WAIVER-USED-SW
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > PQ-COUNT
             IF PT-COURSE(QX) = RG-COURSE
               PERFORM 3200-CHECK-ONE-PREREQ
             END-IF
           END-PERFORM
           IF REGISTRATION-FLAGGED
             ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           IF WAIVER-USED
             ADD 1 TO WS-WAIVED-COUNT
           END-IF.
       3100-END. EXIT.
      *
       3150-FIND-WAIVER.
           MOVE 'N' TO WAIVED-SW
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WVR-COUNT
             IF WT-STUDENT-ID(WX) = RG-STUDENT-ID
                AND WT-COURSE(WX) = RG-COURSE
                AND WT-STATUS(WX) = 'W'
               MOVE 'Y' TO WAIVED-SW
             END-IF
           END-PERFORM.
       3150-END. EXIT.
      *
       3200-CHECK-ONE-PREREQ.
           PERFORM 3300-SCAN-ATTEMPTS
           IF NOT PREREQ-SATISFIED
             IF REGISTRATION-WAIVED
               MOVE 'Y' TO WAIVER-USED-SW
             ELSE
               MOVE 'Y' TO FLAGGED-SW
               ADD 1 TO WS-UNMET-COUNT
               PERFORM 3500-WRITE-UNMET-ROW
             END-IF
           END-IF.
       3200-END. EXIT.
      *
       3300-SCAN-ATTEMPTS.
      * Only terms before the registration term count - the term
      * being registered for cannot satisfy its own prerequisite -
      * except a transfer row, which sits under its own pseudo-term
      * and satisfies the prerequisite whenever it was posted.
           MOVE 'N' TO SATISFIED-SW
           MOVE 'N' TO ATTEMPT-SW
           MOVE 'N' TO INCOMPLETE-SW
           MOVE 0 TO WS-BEST-RESULT
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TR-COUNT
             IF TR-STUDENT-ID(TX) = RG-STUDENT-ID
                AND TR-COURSE(TX) = PT-PREREQ-COURSE(QX)
               EVALUATE TRUE
                 WHEN TR-GRADE-STATUS(TX) = 'T'
                   MOVE 'Y' TO SATISFIED-SW
                 WHEN TR-TERM(TX) NOT < RG-TERM
                   CONTINUE
                 WHEN TR-GRADE-STATUS(TX) = SPACE
                   OR TR-GRADE-STATUS(TX) = 'N'
                   PERFORM 3400-APPLY-OVERRIDE
                   MOVE 'Y' TO ATTEMPT-SW
                   IF WS-EFFECTIVE-RESULT > WS-BEST-RESULT
                     MOVE WS-EFFECTIVE-RESULT TO WS-BEST-RESULT
                   END-IF
                 WHEN TR-GRADE-STATUS(TX) = 'I'
                   MOVE 'Y' TO INCOMPLETE-SW
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-PERFORM
           IF GRADED-ATTEMPT-FOUND
              AND WS-BEST-RESULT >= PT-MIN-RESULT(QX)
             MOVE 'Y' TO SATISFIED-SW
           END-IF
           EVALUATE TRUE
             WHEN PREREQ-SATISFIED
               MOVE SPACE TO WS-REASON
             WHEN GRADED-ATTEMPT-FOUND
               MOVE 'L' TO WS-REASON
             WHEN INCOMPLETE-FOUND
               MOVE 'I' TO WS-REASON
             WHEN OTHER
               MOVE 'N' TO WS-REASON
           END-EVALUATE.
       3300-END. EXIT.
      *
       3400-APPLY-OVERRIDE.
           MOVE TR-RESULT(TX) TO WS-EFFECTIVE-RESULT
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OVR-COUNT
             IF OT-STUDENT-ID(OX) = TR-STUDENT-ID(TX)
                AND OT-TERM(OX) = TR-TERM(TX)
                AND OT-COURSE(OX) = TR-COURSE(TX)
               MOVE OT-OVERRIDE-RESULT(OX) TO WS-EFFECTIVE-RESULT
             END-IF
           END-PERFORM.
       3400-END. EXIT.
      *
       3500-WRITE-UNMET-ROW.
           MOVE RG-STUDENT-ID TO PX-STUDENT-ID
           MOVE RG-TERM TO PX-TERM
           MOVE RG-COURSE TO PX-COURSE
           MOVE RG-SECTION TO PX-SECTION
           MOVE PT-PREREQ-COURSE(QX) TO PX-PREREQ-COURSE
           MOVE PT-MIN-RESULT(QX) TO PX-MIN-RESULT
           MOVE WS-BEST-RESULT TO PX-BEST-RESULT
           MOVE WS-REASON TO PX-REASON
           MOVE WS-TODAY TO PX-RUN-DATE
           WRITE PREREQ-EXT-REC
           MOVE RG-STUDENT-ID TO RPT-D-ID
           MOVE RG-TERM TO RPT-D-TERM
           MOVE RG-COURSE TO RPT-D-COURSE
           MOVE RG-SECTION TO RPT-D-SECTION
           MOVE PT-PREREQ-COURSE(QX) TO RPT-D-PREREQ
           MOVE PT-MIN-RESULT(QX) TO RPT-D-MIN
           MOVE WS-BEST-RESULT TO RPT-D-BEST
           EVALUATE WS-REASON
             WHEN 'L'
               MOVE 'BELOW MINIMUM' TO RPT-D-REASON
             WHEN 'I'
               MOVE 'INCOMPLETE ONLY' TO RPT-D-REASON
             WHEN OTHER
               MOVE 'NOT TAKEN' TO RPT-D-REASON
           END-EVALUATE
           WRITE RPT-LINE FROM RPT-DETAIL.
       3500-END. EXIT.
      *
       5000-PRINT-TOTALS.
           MOVE WS-REG-COUNT TO RPT-T-REGS
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-FLAGGED-COUNT TO RPT-T-FLAGGED
           WRITE RPT-LINE FROM RPT-TOTALS-2
           MOVE WS-UNMET-COUNT TO RPT-T-UNMET
           WRITE RPT-LINE FROM RPT-TOTALS-3
           MOVE WS-WAIVED-COUNT TO RPT-T-WAIVED
           WRITE RPT-LINE FROM RPT-TOTALS-4
           MOVE WS-BAD-PQ-COUNT TO RPT-T-BAD-PQ
           WRITE RPT-LINE FROM RPT-TOTALS-5.
       5000-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FGPRECHK' TO RS-PROGRAM-ID
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
           MOVE 'FGPRECHK' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE WS-REG-COUNT TO RS-RECS-IN
           MOVE WS-UNMET-COUNT TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN TR-TABLE-FULL
               MOVE 8 TO RETURN-CODE
             WHEN WS-FLAGGED-COUNT > 0 OR WS-BAD-PQ-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           IF NOT REG-FILE-NOT-FOUND
             CLOSE REG-FILE
           END-IF
           CLOSE PREREQ-RPT
           CLOSE PREREQ-EXTRACT.
       9999-END. EXIT.
      *
       END PROGRAM FGPRECHK.
