       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGLAPSE.
      *
      * Deadline lapse of unresolved incomplete grades.  A row
      * posted with an I grade status stays an I until somebody
      * follows up, and FGSTAND, FGDEGAUD and the GPA readers give
      * it no weight, so an incomplete that is never finished costs
      * the student nothing.  For the lapse term given on the
      * command line this job reads the indexed current-grade file
      * GRDHISTX and finds every final-cycle incomplete row with no
      * normally graded final-cycle row for the same student and
      * course in a later term.  An incomplete that has gone the
      * allowed number of terms without one lapses: a failing grade
      * is posted under the incomplete's own key - journal and
      * indexed file both, the same double posting every grading
      * run does - with this run's run id and the lapse reason
      * LAPSED followed by the lapse term (GH-LAPSE-REASON), so it
      * is never mistaken for a computed F.  Raw EXAM/PROJECTS are
      * carried over untouched for audit.
      *
      * Term age is counted in terms that actually carry grades:
      * the distinct final-cycle term codes on GRDHISTX plus the
      * lapse term itself, in term-code order (the TRANSF transfer
      * pseudo-term is not a real term and is left out).  An
      * incomplete from term T is as many terms old as there are
      * listed terms after T up to and including the lapse term.
      *
      * LAPSECTL carries the number of terms allowed (9(2)) and the
      * RESULT posted for a lapsed incomplete (9(3)) on one record;
      * the defaults below apply when it is missing or a field is
      * not numeric, the same convention as SAPCTL.  A zero terms
      * allowed, or a lapse RESULT that would not fail (60 or more
      * under FGLETTER), is ignored the same way.
      *
      * An incomplete one term short of lapsing is written to the
      * LAPSEWRN warning extract - student, name off STUMSTR,
      * course section and title off COURSMST, incomplete term and
      * the warning term - in course/section order so the notices
      * can go to the instructors as well as the students.
      *
      * The lapse term must be open: a term FGTMCTRL has closed is
      * refused before anything is read.  A rerun for the same term
      * finds the lapsed rows already graded and posts nothing
      * twice; the warning extract is rebuilt from scratch.
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
           SELECT GRADE-HIST-FILE ASSIGN TO "GRDHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT GRADE-IX-FILE ASSIGN TO "GRDHISTX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS IX-FILE-STATUS.
           SELECT TERM-CTL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT LAPSE-CTL-FILE ASSIGN TO "LAPSECTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT COURSE-FILE ASSIGN TO "COURSMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CRS-FILE-STATUS.
           SELECT LAPSE-WARN-FILE ASSIGN TO "LAPSEWRN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LAPSE-RPT ASSIGN TO "LAPSERPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HIST-FILE.
       01  GRADE-HIST-REC.
           COPY GRADEHST.

       FD  GRADE-IX-FILE.
       01  GRADE-IX-REC.
           COPY GRADEIXR.

       FD  TERM-CTL-FILE.
       01  TERM-CTL-REC.
           COPY TERMREC.

       FD  LAPSE-CTL-FILE.
       01  LAPSE-CTL-REC.
           05  LC-LAPSE-TERMS     PIC 9(2).
           05  LC-LAPSE-RESULT    PIC 9(3).

       FD  STUDENT-FILE.
       01  STUDENT-REC.
           COPY STUDREC.

       FD  COURSE-FILE.
       01  COURSE-REC.
           COPY CRSREC.

       FD  LAPSE-WARN-FILE.
       01  LAPSE-WARN-REC.
           05  LW-STUDENT-ID      PIC X(9).
           05  LW-STUDENT-NAME    PIC X(20).
           05  LW-COURSE          PIC X(8).
           05  LW-SECTION         PIC X(3).
           05  LW-COURSE-TITLE    PIC X(20).
           05  LW-INCOMPLETE-TERM PIC X(6).
           05  LW-WARNING-TERM    PIC X(6).
           05  LW-RUN-DATE        PIC 9(8).

       FD  LAPSE-RPT.
       01  RPT-LINE               PIC X(80).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  HIST-FILE-STATUS       PIC XX VALUE '00'.
           88  HIST-FILE-NOT-FOUND    VALUE '35'.
       01  IX-FILE-STATUS         PIC XX VALUE '00'.
           88  IX-FILE-NOT-FOUND      VALUE '35'.
       01  TERM-FILE-STATUS       PIC XX VALUE '00'.
           88  TERM-FILE-NOT-FOUND    VALUE '35'.
       01  CTL-FILE-STATUS        PIC XX VALUE '00'.
           88  CTL-FILE-NOT-FOUND     VALUE '35'.
       01  STUDENT-FILE-STATUS    PIC XX VALUE '00'.
           88  STUDENT-FILE-NOT-FOUND VALUE '35'.
       01  CRS-FILE-STATUS        PIC XX VALUE '00'.
           88  CRS-FILE-NOT-FOUND     VALUE '35'.
       01  EOF-SW                 PIC X VALUE 'N'.
           88  END-OF-GRADE-HIST      VALUE 'Y'.
       01  TERM-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-TERM-CTL        VALUE 'Y'.
       01  STU-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-STUDENT-FILE    VALUE 'Y'.
       01  CRS-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-COURSE-FILE     VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  TERM-LOCKED-SW         PIC X VALUE 'N'.
           88  TERM-LOCKED            VALUE 'Y'.
       01  HISTORY-OPEN-SW        PIC X VALUE 'N'.
           88  HISTORY-OPEN           VALUE 'Y'.
       01  HT-FULL-SW             PIC X VALUE 'N'.
           88  HT-TABLE-FULL          VALUE 'Y'.
       01  RESOLVED-SW            PIC X VALUE 'N'.
           88  INCOMPLETE-RESOLVED    VALUE 'Y'.
       01  LAPSE-TERM             PIC X(6) VALUE SPACES.
       01  WS-XFER-TERM           PIC X(6) VALUE 'TRANSF'.
       01  WS-LAPSE-TERMS         PIC 9(2) VALUE 1.
       01  WS-LAPSE-RESULT        PIC 9(3) VALUE 0.
       01  WS-PASSING-RESULT      PIC 9(3) VALUE 60.
       01  WS-LAPSE-REASON.
           05  FILLER             PIC X(6) VALUE 'LAPSED'.
           05  WS-LR-TERM         PIC X(6) VALUE SPACES.
       01  WS-TABLE-MAX           PIC 9(9) VALUE 999999.
       01  WS-TERM-MAX            PIC 9(4) VALUE 9999.
       01  WS-CRS-MAX             PIC 9(5) VALUE 99999.
       01  WS-RUN-ID              PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-CHECK-TERM          PIC X(6) VALUE SPACES.
       01  WS-TERM-POS            PIC 9(4) VALUE 0.
       01  WS-LAPSE-TERM-POS      PIC 9(4) VALUE 0.
       01  WS-TERM-AGE            PIC 9(4) VALUE 0.
       01  WS-WARN-AGE            PIC 9(4) VALUE 0.
       01  WS-COURSE-TITLE        PIC X(20) VALUE SPACES.
       01  WS-INCOMPLETE-COUNT    PIC 9(9) VALUE 0.
       01  WS-RESOLVED-COUNT      PIC 9(9) VALUE 0.
       01  WS-PENDING-COUNT       PIC 9(9) VALUE 0.
       01  WS-LAPSED-COUNT        PIC 9(9) VALUE 0.
       01  WS-NOT-POSTED-COUNT    PIC 9(9) VALUE 0.
       01  M                      PIC 9(9) VALUE 0.
       01  N                      PIC 9(9) VALUE 0.

      * CRS-TABLE - course titles by course section, for the
      * warning extract.
       01  CRS-TABLE.
           05  CRS-COUNT          PIC 9(5) VALUE 0.
           05  CRS-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CRS-COUNT
                   INDEXED BY CX.
               10  CT-COURSE      PIC X(8).
               10  CT-SECTION     PIC X(3).
               10  CT-TITLE       PIC X(20).

      * TM-TABLE - the distinct term codes that carry final-cycle
      * grades, plus the lapse term, sorted into term-code order.
      * A term's position in the table is what the age of an
      * incomplete is counted in.  The row count lives outside the
      * sorted group.
       01  TM-COUNT               PIC 9(4) VALUE 0.
       01  TM-TABLE.
           05  TM-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON TM-COUNT
                   INDEXED BY TMX.
               10  TM-TERM        PIC X(6).

      * HT-TABLE - every final-cycle GRDHISTX row outside the TRANSF
      * pseudo-term, sorted into student/course/term order so the
      * later attempts at a course follow its incomplete.  The row
      * count lives outside the sorted group.
       01  HT-COUNT               PIC 9(9) VALUE 0.
       01  HT-TABLE.
           05  HT-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON HT-COUNT
                   INDEXED BY HX.
               10  HT-STUDENT-ID  PIC X(9).
               10  HT-COURSE      PIC X(8).
               10  HT-TERM        PIC X(6).
               10  HT-SECTION     PIC X(3).
               10  HT-CYCLE       PIC X(1).
               10  HT-GRADE-STATUS PIC X(1).
                   88  HT-NORMAL-STATUS   VALUES SPACE, 'N'.
                   88  HT-INCOMPLETE      VALUE 'I'.

      * LP-TABLE - the incompletes to lapse, collected during the
      * scan and posted after it, sorted into course/section order
      * for the report.  The row count lives outside the sorted
      * group.
       01  LP-COUNT               PIC 9(9) VALUE 0.
       01  LP-TABLE.
           05  LP-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON LP-COUNT
                   INDEXED BY LX.
               10  LP-COURSE      PIC X(8).
               10  LP-SECTION     PIC X(3).
               10  LP-STUDENT-ID  PIC X(9).
               10  LP-TERM        PIC X(6).
               10  LP-CYCLE       PIC X(1).
               10  LP-TERM-AGE    PIC 9(4).

      * WN-TABLE - the incompletes one term short of lapsing,
      * sorted into course/section order for the warning extract.
      * The row count lives outside the sorted group.
       01  WN-COUNT               PIC 9(9) VALUE 0.
       01  WN-TABLE.
           05  WN-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON WN-COUNT
                   INDEXED BY WX.
               10  WN-COURSE      PIC X(8).
               10  WN-SECTION     PIC X(3).
               10  WN-STUDENT-ID  PIC X(9).
               10  WN-TERM        PIC X(6).
               10  WN-TERM-AGE    PIC 9(4).
               10  WN-NAME        PIC X(20).

       01  RPT-BLANK-LINE          PIC X(80) VALUE SPACES.
       01  RPT-HEADING.
           05  FILLER              PIC X(30) VALUE
               'INCOMPLETE GRADE LAPSE        '.
           05  FILLER              PIC X(6)  VALUE 'TERM: '.
           05  RPT-H-TERM          PIC X(6).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H-DATE          PIC 9(8).
       01  RPT-CONTROL-LINE.
           05  FILLER              PIC X(14) VALUE 'TERMS ALLOWED '.
           05  RPT-C-TERMS         PIC Z9.
           05  FILLER              PIC X(15) VALUE '  LAPSE RESULT '.
           05  RPT-C-RESULT        PIC ZZ9.
           05  FILLER              PIC X(9)  VALUE '  RUN ID '.
           05  RPT-C-RUN-ID        PIC X(8).
       01  RPT-LAPSED-HEADING      PIC X(80) VALUE
               'INCOMPLETES LAPSED TO A FAILING GRADE'.
       01  RPT-WARNED-HEADING      PIC X(80) VALUE
               'WARNED - INCOMPLETES THAT LAPSE AT THE NEXT TERM RUN'.
       01  RPT-COL-HEADING.
           05  FILLER              PIC X(10) VALUE 'COURSE'.
           05  FILLER              PIC X(5)  VALUE 'SEC'.
           05  FILLER              PIC X(12) VALUE 'STUDENT ID'.
           05  FILLER              PIC X(8)  VALUE 'I TERM'.
           05  FILLER              PIC X(7)  VALUE 'TERMS'.
           05  FILLER              PIC X(30) VALUE 'ACTION'.
       01  RPT-DETAIL.
           05  RPT-D-COURSE        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-SECTION       PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-ID            PIC X(9).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-D-TERM          PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-AGE           PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-D-ACTION        PIC X(30).
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'INCOMPLETES THROUGH TERM ... : '.
           05  RPT-T-INCOMPLETE    PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               '  RESOLVED BY A LATER GRADE  : '.
           05  RPT-T-RESOLVED      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-3.
           05  FILLER              PIC X(31) VALUE
               '  STILL WITHIN DEADLINE .... : '.
           05  RPT-T-PENDING       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-4.
           05  FILLER              PIC X(31) VALUE
               '  WARNED ................... : '.
           05  RPT-T-WARNED        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-5.
           05  FILLER              PIC X(31) VALUE
               '  LAPSED TO FAILING GRADE .. : '.
           05  RPT-T-LAPSED        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-6.
           05  FILLER              PIC X(31) VALUE
               '  NOT POSTED - ROW MISSING . : '.
           05  RPT-T-NOT-POSTED    PIC ZZZZZZZZ9.
       01  RPT-REJECT-LINE.
           05  RPT-R-MSG            PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
             WHEN LAPSE-TERM = SPACES
               MOVE 'RUN REJECTED - NO LAPSE TERM GIVEN'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN LAPSE-TERM = WS-XFER-TERM
               MOVE 'RUN REJECTED - TRANSF IS NOT A GRADING TERM'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN TERM-LOCKED
               MOVE 'RUN REJECTED - TERM IS CLOSED'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN IO-ERROR
               MOVE 'RUN ABORTED - GRADE HISTORY NOT AVAILABLE'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN OTHER
               PERFORM 2000-LOAD-GRADE-HISTORY
               IF HT-TABLE-FULL
                 MOVE 'RUN REJECTED - EXCEEDS HISTORY TABLE LIMIT'
                      TO RPT-R-MSG
                 WRITE RPT-LINE FROM RPT-REJECT-LINE
               ELSE
                 PERFORM 2500-ADD-LAPSE-TERM
                 SORT HT-ENTRY ASCENDING KEY HT-STUDENT-ID HT-COURSE
                                           HT-TERM
                 PERFORM 3000-FIND-LAPSE-CANDIDATES
                 SORT LP-ENTRY ASCENDING KEY LP-COURSE LP-SECTION
                                           LP-STUDENT-ID LP-TERM
                 SORT WN-ENTRY ASCENDING KEY WN-COURSE WN-SECTION
                                           WN-STUDENT-ID WN-TERM
                 PERFORM 4000-POST-LAPSES
                 PERFORM 4500-WRITE-WARNINGS
                 PERFORM 5000-PRINT-TOTALS
               END-IF
           END-EVALUATE
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9800-WRITE-RUN-END
           PERFORM 9999-TERMINATE
           STOP RUN.
       0000-END. EXIT.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           STRING FUNCTION CURRENT-DATE(9:6)
                  FUNCTION CURRENT-DATE(15:2)
                  DELIMITED BY SIZE INTO WS-RUN-ID
           ACCEPT LAPSE-TERM FROM COMMAND-LINE
           MOVE LAPSE-TERM TO WS-LR-TERM
           OPEN OUTPUT LAPSE-RPT
           MOVE LAPSE-TERM TO RPT-H-TERM
           MOVE WS-RUN-DATE TO RPT-H-DATE
           WRITE RPT-LINE FROM RPT-HEADING
           PERFORM 1100-LOAD-LAPSE-CONTROL
           MOVE WS-LAPSE-TERMS TO RPT-C-TERMS
           MOVE WS-LAPSE-RESULT TO RPT-C-RESULT
           MOVE WS-RUN-ID TO RPT-C-RUN-ID
           WRITE RPT-LINE FROM RPT-CONTROL-LINE
           WRITE RPT-LINE FROM RPT-BLANK-LINE
           OPEN OUTPUT LAPSE-WARN-FILE
           PERFORM 1300-CHECK-TERM-STATUS
           IF LAPSE-TERM NOT = SPACES
              AND LAPSE-TERM NOT = WS-XFER-TERM
              AND NOT TERM-LOCKED
             PERFORM 1400-OPEN-GRADE-HISTORY
           END-IF.
       1000-END. EXIT.
      *
       1100-LOAD-LAPSE-CONTROL.
           OPEN INPUT LAPSE-CTL-FILE
           IF CTL-FILE-NOT-FOUND
             CONTINUE
           ELSE
             READ LAPSE-CTL-FILE
                 AT END
                     CONTINUE
                 NOT AT END
                     IF LC-LAPSE-TERMS NUMERIC
                        AND LC-LAPSE-TERMS > 0
                       MOVE LC-LAPSE-TERMS TO WS-LAPSE-TERMS
                     END-IF
                     IF LC-LAPSE-RESULT NUMERIC
                        AND LC-LAPSE-RESULT < WS-PASSING-RESULT
                       MOVE LC-LAPSE-RESULT TO WS-LAPSE-RESULT
                     END-IF
             END-READ
             CLOSE LAPSE-CTL-FILE
           END-IF
      * A warning goes out the run before the lapse, when the
      * incomplete is one term short of the allowance.
           COMPUTE WS-WARN-AGE = WS-LAPSE-TERMS - 1.
       1100-END. EXIT.
      *
       1300-CHECK-TERM-STATUS.
      * TERMCTL is append-only and the last row on file for a term
      * governs, so the whole file is read and the switch reflects
      * the final row seen.  No control file means no term has ever
      * been closed.
           MOVE 'N' TO TERM-LOCKED-SW
           MOVE 'N' TO TERM-EOF-SW
           OPEN INPUT TERM-CTL-FILE
           IF TERM-FILE-NOT-FOUND
             MOVE 'Y' TO TERM-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-TERM-CTL
                 READ TERM-CTL-FILE
                     AT END
                         MOVE 'Y' TO TERM-EOF-SW
                     NOT AT END
                         IF TC-TERM = LAPSE-TERM
                           IF TC-CLOSED
                             MOVE 'Y' TO TERM-LOCKED-SW
                           ELSE
                             MOVE 'N' TO TERM-LOCKED-SW
                           END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE TERM-CTL-FILE
           END-IF.
       1300-END. EXIT.
      *
       1400-OPEN-GRADE-HISTORY.
      * No current-grade file means nothing has ever been graded,
      * which for a lapse run is a missing file, not an empty one.
           OPEN I-O GRADE-IX-FILE
           IF IX-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
           ELSE
             MOVE 'Y' TO HISTORY-OPEN-SW
             OPEN EXTEND GRADE-HIST-FILE
             IF HIST-FILE-NOT-FOUND
               OPEN OUTPUT GRADE-HIST-FILE
             END-IF
           END-IF.
       1400-END. EXIT.
      *
       2000-LOAD-GRADE-HISTORY.
      * Every final-cycle row is kept - the incompletes themselves
      * and the later grades that may have resolved them - along
      * with the term each was posted under.  Transfer rows sit
      * under the TRANSF pseudo-term and are neither a grade nor a
      * term, so they are left out.
           PERFORM UNTIL END-OF-GRADE-HIST
               READ GRADE-IX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-SW
                   NOT AT END
                       IF GX-FINAL-CYCLE
                          AND GX-TERM NOT = WS-XFER-TERM
                         MOVE GX-TERM TO WS-CHECK-TERM
                         PERFORM 2200-STORE-TERM
                         PERFORM 2100-STORE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
       2000-END. EXIT.
      *
       2100-STORE-HISTORY-ROW.
           IF HT-COUNT >= WS-TABLE-MAX
             MOVE 'Y' TO HT-FULL-SW
           ELSE
             ADD 1 TO HT-COUNT
             MOVE GX-STUDENT-ID TO HT-STUDENT-ID(HT-COUNT)
             MOVE GX-COURSE TO HT-COURSE(HT-COUNT)
             MOVE GX-TERM TO HT-TERM(HT-COUNT)
             MOVE GX-SECTION TO HT-SECTION(HT-COUNT)
             MOVE GX-CYCLE TO HT-CYCLE(HT-COUNT)
             MOVE GX-GRADE-STATUS TO HT-GRADE-STATUS(HT-COUNT)
           END-IF.
       2100-END. EXIT.
      *
       2200-STORE-TERM.
           PERFORM 2300-FIND-TERM
           IF WS-TERM-POS = 0
             IF TM-COUNT >= WS-TERM-MAX
               MOVE 'Y' TO HT-FULL-SW
             ELSE
               ADD 1 TO TM-COUNT
               MOVE WS-CHECK-TERM TO TM-TERM(TM-COUNT)
             END-IF
           END-IF.
       2200-END. EXIT.
      *
       2300-FIND-TERM.
           MOVE 0 TO WS-TERM-POS
           PERFORM VARYING TMX FROM 1 BY 1 UNTIL TMX > TM-COUNT
             IF TM-TERM(TMX) = WS-CHECK-TERM
               SET WS-TERM-POS TO TMX
             END-IF
           END-PERFORM.
       2300-END. EXIT.
      *
       2500-ADD-LAPSE-TERM.
      * The lapse term counts as a term even before anything has
      * been graded in it.  With the list in term-code order, the
      * lapse term's position is the end point every age is
      * counted to.
           MOVE LAPSE-TERM TO WS-CHECK-TERM
           PERFORM 2200-STORE-TERM
           SORT TM-ENTRY ASCENDING KEY TM-TERM
           PERFORM 2300-FIND-TERM
           MOVE WS-TERM-POS TO WS-LAPSE-TERM-POS.
       2500-END. EXIT.
      *
       3000-FIND-LAPSE-CANDIDATES.
      * Incompletes from terms after the lapse term are not this
      * run's business and are not counted.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > HT-COUNT
             IF HT-INCOMPLETE(M)
                AND HT-TERM(M) <= LAPSE-TERM
               ADD 1 TO WS-INCOMPLETE-COUNT
               PERFORM 3100-CHECK-RESOLVED
               IF INCOMPLETE-RESOLVED
                 ADD 1 TO WS-RESOLVED-COUNT
               ELSE
                 MOVE HT-TERM(M) TO WS-CHECK-TERM
                 PERFORM 2300-FIND-TERM
                 COMPUTE WS-TERM-AGE
                       = WS-LAPSE-TERM-POS - WS-TERM-POS
                 EVALUATE TRUE
                   WHEN WS-TERM-AGE >= WS-LAPSE-TERMS
                     PERFORM 3200-STORE-LAPSE-ROW
                   WHEN WS-TERM-AGE = WS-WARN-AGE
                     PERFORM 3300-STORE-WARNING-ROW
                   WHEN OTHER
                     ADD 1 TO WS-PENDING-COUNT
                 END-EVALUATE
               END-IF
             END-IF
           END-PERFORM.
       3000-END. EXIT.
      *
       3100-CHECK-RESOLVED.
      * The table is in student/course/term order, so any later
      * attempt at the course follows the incomplete directly.  A
      * normally graded final row in a later term - a retake or a
      * completed incomplete posted under the term it was finished
      * in - resolves it.
           MOVE 'N' TO RESOLVED-SW
           COMPUTE N = M + 1
           PERFORM UNTIL N > HT-COUNT
                      OR HT-STUDENT-ID(N) NOT = HT-STUDENT-ID(M)
                      OR HT-COURSE(N) NOT = HT-COURSE(M)
             IF HT-TERM(N) > HT-TERM(M)
                AND HT-NORMAL-STATUS(N)
               MOVE 'Y' TO RESOLVED-SW
             END-IF
             ADD 1 TO N
           END-PERFORM.
       3100-END. EXIT.
      *
       3200-STORE-LAPSE-ROW.
           ADD 1 TO LP-COUNT
           MOVE HT-COURSE(M) TO LP-COURSE(LP-COUNT)
           MOVE HT-SECTION(M) TO LP-SECTION(LP-COUNT)
           MOVE HT-STUDENT-ID(M) TO LP-STUDENT-ID(LP-COUNT)
           MOVE HT-TERM(M) TO LP-TERM(LP-COUNT)
           MOVE HT-CYCLE(M) TO LP-CYCLE(LP-COUNT)
           MOVE WS-TERM-AGE TO LP-TERM-AGE(LP-COUNT).
       3200-END. EXIT.
      *
       3300-STORE-WARNING-ROW.
           ADD 1 TO WN-COUNT
           MOVE HT-COURSE(M) TO WN-COURSE(WN-COUNT)
           MOVE HT-SECTION(M) TO WN-SECTION(WN-COUNT)
           MOVE HT-STUDENT-ID(M) TO WN-STUDENT-ID(WN-COUNT)
           MOVE HT-TERM(M) TO WN-TERM(WN-COUNT)
           MOVE WS-TERM-AGE TO WN-TERM-AGE(WN-COUNT)
           MOVE SPACES TO WN-NAME(WN-COUNT).
       3300-END. EXIT.
      *
       4000-POST-LAPSES.
           WRITE RPT-LINE FROM RPT-LAPSED-HEADING
           WRITE RPT-LINE FROM RPT-COL-HEADING
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > LP-COUNT
             MOVE LP-COURSE(M) TO RPT-D-COURSE
             MOVE LP-SECTION(M) TO RPT-D-SECTION
             MOVE LP-STUDENT-ID(M) TO RPT-D-ID
             MOVE LP-TERM(M) TO RPT-D-TERM
             MOVE LP-TERM-AGE(M) TO RPT-D-AGE
             MOVE LP-STUDENT-ID(M) TO GX-STUDENT-ID
             MOVE LP-TERM(M) TO GX-TERM
             MOVE LP-COURSE(M) TO GX-COURSE
             MOVE LP-CYCLE(M) TO GX-CYCLE
             READ GRADE-IX-FILE
                 INVALID KEY
                     ADD 1 TO WS-NOT-POSTED-COUNT
                     MOVE 'NOT POSTED - ROW MISSING'
                          TO RPT-D-ACTION
                 NOT INVALID KEY
                     ADD 1 TO WS-LAPSED-COUNT
                     PERFORM 4100-POST-LAPSE-ROW
                     MOVE 'LAPSED TO FAILING GRADE'
                          TO RPT-D-ACTION
             END-READ
             WRITE RPT-LINE FROM RPT-DETAIL
           END-PERFORM
           WRITE RPT-LINE FROM RPT-BLANK-LINE.
       4000-END. EXIT.
      *
       4100-POST-LAPSE-ROW.
      * Journal row plus indexed row, the same double posting every
      * grading run does, under the incomplete's own key so the
      * failing grade replaces the I as the current row.  The raw
      * scores and section come across from the row being replaced.
           MOVE GX-STUDENT-ID TO GH-STUDENT-ID
           MOVE GX-TERM TO GH-TERM
           MOVE GX-COURSE TO GH-COURSE
           MOVE GX-SECTION TO GH-SECTION
           MOVE GX-EXAM TO GH-EXAM
           MOVE GX-PROJECTS TO GH-PROJECTS
           MOVE WS-LAPSE-RESULT TO GH-RESULT
           MOVE WS-RUN-DATE TO GH-RUN-DATE
           MOVE SPACE TO GH-GRADE-STATUS
           MOVE WS-RUN-ID TO GH-RUN-ID
           MOVE GX-CYCLE TO GH-CYCLE
           MOVE WS-LAPSE-REASON TO GH-LAPSE-REASON
           MOVE 0 TO GH-XFER-HOURS
           WRITE GRADE-HIST-REC
           MOVE GH-STUDENT-ID TO GX-STUDENT-ID
           MOVE GH-TERM TO GX-TERM
           MOVE GH-COURSE TO GX-COURSE
           MOVE GH-SECTION TO GX-SECTION
           MOVE GH-EXAM TO GX-EXAM
           MOVE GH-PROJECTS TO GX-PROJECTS
           MOVE GH-RESULT TO GX-RESULT
           MOVE GH-RUN-DATE TO GX-RUN-DATE
           MOVE GH-GRADE-STATUS TO GX-GRADE-STATUS
           MOVE GH-RUN-ID TO GX-RUN-ID
           MOVE GH-CYCLE TO GX-CYCLE
           MOVE GH-XFER-INST TO GX-XFER-INST
           MOVE GH-XFER-HOURS TO GX-XFER-HOURS
           WRITE GRADE-IX-REC
               INVALID KEY
                   REWRITE GRADE-IX-REC
           END-WRITE.
       4100-END. EXIT.
      *
       4500-WRITE-WARNINGS.
           IF WN-COUNT > 0
             PERFORM 4600-LOAD-COURSE-TITLES
             PERFORM 4700-LOAD-STUDENT-NAMES
           END-IF
           WRITE RPT-LINE FROM RPT-WARNED-HEADING
           WRITE RPT-LINE FROM RPT-COL-HEADING
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WN-COUNT
             PERFORM 4650-LOOK-UP-COURSE-TITLE
             MOVE WN-STUDENT-ID(M) TO LW-STUDENT-ID
             MOVE WN-NAME(M) TO LW-STUDENT-NAME
             MOVE WN-COURSE(M) TO LW-COURSE
             MOVE WN-SECTION(M) TO LW-SECTION
             MOVE WS-COURSE-TITLE TO LW-COURSE-TITLE
             MOVE WN-TERM(M) TO LW-INCOMPLETE-TERM
             MOVE LAPSE-TERM TO LW-WARNING-TERM
             MOVE WS-RUN-DATE TO LW-RUN-DATE
             WRITE LAPSE-WARN-REC
             MOVE WN-COURSE(M) TO RPT-D-COURSE
             MOVE WN-SECTION(M) TO RPT-D-SECTION
             MOVE WN-STUDENT-ID(M) TO RPT-D-ID
             MOVE WN-TERM(M) TO RPT-D-TERM
             MOVE WN-TERM-AGE(M) TO RPT-D-AGE
             MOVE 'WARNING SENT' TO RPT-D-ACTION
             WRITE RPT-LINE FROM RPT-DETAIL
           END-PERFORM
           WRITE RPT-LINE FROM RPT-BLANK-LINE.
       4500-END. EXIT.
      *
       4600-LOAD-COURSE-TITLES.
           OPEN INPUT COURSE-FILE
           IF CRS-FILE-NOT-FOUND
             MOVE 'Y' TO CRS-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-COURSE-FILE
                 READ COURSE-FILE
                     AT END
                         MOVE 'Y' TO CRS-EOF-SW
                     NOT AT END
                         IF CRS-COUNT < WS-CRS-MAX
                           ADD 1 TO CRS-COUNT
                           MOVE CRS-COURSE TO CT-COURSE(CRS-COUNT)
                           MOVE CRS-SECTION
                                TO CT-SECTION(CRS-COUNT)
                           MOVE CRS-TITLE TO CT-TITLE(CRS-COUNT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE COURSE-FILE
           END-IF.
       4600-END. EXIT.
      *
       4650-LOOK-UP-COURSE-TITLE.
           MOVE SPACES TO WS-COURSE-TITLE
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CRS-COUNT
             IF CT-COURSE(CX) = WN-COURSE(M)
                AND CT-SECTION(CX) = WN-SECTION(M)
               MOVE CT-TITLE(CX) TO WS-COURSE-TITLE
             END-IF
           END-PERFORM.
       4650-END. EXIT.
      *
       4700-LOAD-STUDENT-NAMES.
      * Every course row of a student on the master carries the
      * same name, so the first one found is kept.  A student no
      * longer on the master goes out with the name blank.
           OPEN INPUT STUDENT-FILE
           IF STUDENT-FILE-STATUS NOT = '00'
             MOVE 'Y' TO STU-EOF-SW
           END-IF
           PERFORM UNTIL END-OF-STUDENT-FILE
               READ STUDENT-FILE
                   AT END
                       MOVE 'Y' TO STU-EOF-SW
                   NOT AT END
                       PERFORM VARYING WX FROM 1 BY 1
                               UNTIL WX > WN-COUNT
                         IF WN-STUDENT-ID(WX) = STU-ID
                            AND WN-NAME(WX) = SPACES
                           MOVE STU-NAME TO WN-NAME(WX)
                         END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF STUDENT-FILE-STATUS NOT = '35'
             CLOSE STUDENT-FILE
           END-IF.
       4700-END. EXIT.
      *
       5000-PRINT-TOTALS.
           MOVE WS-INCOMPLETE-COUNT TO RPT-T-INCOMPLETE
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-RESOLVED-COUNT TO RPT-T-RESOLVED
           WRITE RPT-LINE FROM RPT-TOTALS-2
           MOVE WS-PENDING-COUNT TO RPT-T-PENDING
           WRITE RPT-LINE FROM RPT-TOTALS-3
           MOVE WN-COUNT TO RPT-T-WARNED
           WRITE RPT-LINE FROM RPT-TOTALS-4
           MOVE WS-LAPSED-COUNT TO RPT-T-LAPSED
           WRITE RPT-LINE FROM RPT-TOTALS-5
           MOVE WS-NOT-POSTED-COUNT TO RPT-T-NOT-POSTED
           WRITE RPT-LINE FROM RPT-TOTALS-6.
       5000-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FGLAPSE' TO RS-PROGRAM-ID
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
           MOVE 'FGLAPSE' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE HT-COUNT TO RS-RECS-IN
           MOVE WS-LAPSED-COUNT TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
      * Lapses and warnings both end the run with 4 so the scheduler
      * flags the registrar's follow-up and the warning mailing.
           EVALUATE TRUE
             WHEN LAPSE-TERM = SPACES
               MOVE 8 TO RETURN-CODE
             WHEN LAPSE-TERM = WS-XFER-TERM
               MOVE 8 TO RETURN-CODE
             WHEN TERM-LOCKED
               MOVE 8 TO RETURN-CODE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN HT-TABLE-FULL
               MOVE 8 TO RETURN-CODE
             WHEN WS-NOT-POSTED-COUNT > 0
               MOVE 12 TO RETURN-CODE
             WHEN WS-LAPSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN WN-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           IF HISTORY-OPEN
             CLOSE GRADE-HIST-FILE
             CLOSE GRADE-IX-FILE
           END-IF
           CLOSE LAPSE-WARN-FILE
           CLOSE LAPSE-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FGLAPSE.
