       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGHONORS.
      *
      * Commencement honors and class rank.  FGDEGAUD writes each
      * graduation-eligible student to GRADELIG; this job takes
      * those students, computes each one's final cumulative GPA,
      * awards Latin honors, ranks the students within their degree
      * program, and prints the commencement honors report along
      * with the DIPLOMAX extract the diploma printer loads.
      *
      * The GPA is the grade of record rolled up exactly as the
      * official transcript (FGOFFTRN) and FGCUMTRN roll it: the
      * final-cycle GRDHISTX rows with RESULT replaced by the last
      * GRADEOVR override for the student/term/course, COURSMST
      * credit hours by course section (DEFAULT-CREDIT-HOURS when
      * the section is not on the master), I/W/AU statused rows
      * carrying no weight, transfer (T) rows kept out entirely,
      * and the REPTCTL repeat rule (BEST or LAST, BEST when no
      * control record) deciding which attempt of a repeated course
      * counts.  The in-residence graded hours are the hours that
      * GPA divides by - graded here, superseded attempts and
      * transfer credit excluded.
      *
      * HONORCTL carries the cum laude, magna cum laude and summa
      * cum laude GPA cutoffs (9V99 display each) and the minimum
      * in-residence graded hours for honors (9(3)) on one record;
      * the defaults below apply when it is missing or a field is
      * not numeric, the same convention as SAPCTL.  The cutoffs
      * must climb from cum to magna to summa, or the run is
      * rejected before anything is written.  A student whose GPA
      * reaches the cum laude cutoff on fewer than the minimum
      * in-residence hours is listed with honors withheld.
      *
      * Class rank is within degree program, highest GPA first, on
      * the two-decimal GPA the transcript prints.  Students with
      * the same GPA share a rank and are flagged T; the next
      * student takes the rank after the tied group's positions
      * (1, 2, 2, 4), and the class size is the number ranked in
      * the program.
      *
      * Diploma names come off STUMSTR.  A graduate FGROLLOV has
      * already dropped from the master - one who finished a term
      * early and walks at this commencement - is named off the
      * latest STUARCH image instead, as FGOFFTRN names a former
      * student.  A student with no name on either file, or no
      * graded in-residence coursework to rank on, is listed on the
      * report and left off the extract for the registrar to
      * resolve.
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
           SELECT ELIGIBLE-FILE ASSIGN TO "GRADELIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EL-FILE-STATUS.
           SELECT GRADE-IX-FILE ASSIGN TO "GRDHISTX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS IX-FILE-STATUS.
           SELECT GRADE-OVR-FILE ASSIGN TO "GRADEOVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OVR-FILE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "STUARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT COURSE-FILE ASSIGN TO "COURSMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CRS-FILE-STATUS.
           SELECT REPEAT-CTL-FILE ASSIGN TO "REPTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REPT-FILE-STATUS.
           SELECT DEGREQ-FILE ASSIGN TO "DEGREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DEG-FILE-STATUS.
           SELECT HONOR-CTL-FILE ASSIGN TO "HONORCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT DIPLOMA-EXTRACT ASSIGN TO "DIPLOMAX"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HONORS-RPT ASSIGN TO "HONRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELIGIBLE-FILE.
       01  ELIGIBLE-REC.
           COPY ELIGREC.

       FD  GRADE-IX-FILE.
       01  GRADE-IX-REC.
           COPY GRADEIXR.

       FD  GRADE-OVR-FILE.
       01  GRADE-OVR-REC.
           COPY GRADEOVR.

       FD  STUDENT-FILE.
       01  STUDENT-REC.
           COPY STUDREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY STUARCH.

       FD  COURSE-FILE.
       01  COURSE-REC.
           COPY CRSREC.

       FD  REPEAT-CTL-FILE.
       01  REPEAT-CTL-REC.
           05  RP-SELECT-RULE     PIC X(4).

       FD  DEGREQ-FILE.
       01  DEGREQ-REC.
           COPY DEGREREC.

       FD  HONOR-CTL-FILE.
       01  HONOR-CTL-REC.
           05  HC-CUM-GPA         PIC 9V99.
           05  HC-MAGNA-GPA       PIC 9V99.
           05  HC-SUMMA-GPA       PIC 9V99.
           05  HC-MIN-RES-HOURS   PIC 9(3).

       FD  DIPLOMA-EXTRACT.
       01  DIPLOMA-REC.
           05  DX-STUDENT-ID      PIC X(9).
           05  DX-STUDENT-NAME    PIC X(20).
           05  DX-PROGRAM-CODE    PIC X(6).
           05  DX-PROGRAM-TITLE   PIC X(20).
           05  DX-HONORS-CODE     PIC X(1).
           05  DX-HONORS-TEXT     PIC X(15).
           05  DX-CUM-GPA         PIC 9V99.
           05  DX-CLASS-RANK      PIC 9(5).
           05  DX-TIE-FLAG        PIC X(1).
           05  DX-CLASS-SIZE      PIC 9(5).
           05  DX-RUN-DATE        PIC 9(8).

       FD  HONORS-RPT.
       01  RPT-LINE               PIC X(80).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  EL-FILE-STATUS         PIC XX VALUE '00'.
           88  EL-FILE-NOT-FOUND      VALUE '35'.
       01  IX-FILE-STATUS         PIC XX VALUE '00'.
           88  IX-FILE-NOT-FOUND      VALUE '35'.
       01  OVR-FILE-STATUS        PIC XX VALUE '00'.
           88  OVR-FILE-NOT-FOUND     VALUE '35'.
       01  STUDENT-FILE-STATUS    PIC XX VALUE '00'.
           88  STUDENT-FILE-NOT-FOUND VALUE '35'.
       01  ARCH-FILE-STATUS       PIC XX VALUE '00'.
           88  ARCH-FILE-NOT-FOUND    VALUE '35'.
       01  CRS-FILE-STATUS        PIC XX VALUE '00'.
           88  CRS-FILE-NOT-FOUND     VALUE '35'.
       01  REPT-FILE-STATUS       PIC XX VALUE '00'.
           88  REPT-FILE-NOT-FOUND    VALUE '35'.
       01  DEG-FILE-STATUS        PIC XX VALUE '00'.
           88  DEG-FILE-NOT-FOUND     VALUE '35'.
       01  CTL-FILE-STATUS        PIC XX VALUE '00'.
           88  CTL-FILE-NOT-FOUND     VALUE '35'.
       01  EL-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-ELIGIBLE-FILE   VALUE 'Y'.
       01  EOF-SW                 PIC X VALUE 'N'.
           88  END-OF-GRADE-HIST      VALUE 'Y'.
       01  OVR-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-GRADE-OVR       VALUE 'Y'.
       01  STU-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-STUDENT-FILE    VALUE 'Y'.
       01  ARCH-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-ARCHIVE         VALUE 'Y'.
       01  CRS-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-COURSE-FILE     VALUE 'Y'.
       01  DEG-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-DEGREQ          VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  CUTOFF-ERROR-SW        PIC X VALUE 'N'.
           88  CUTOFFS-OUT-OF-ORDER   VALUE 'Y'.
       01  TR-FULL-SW             PIC X VALUE 'N'.
           88  TR-TABLE-FULL          VALUE 'Y'.
       01  ELIGIBLE-SW            PIC X VALUE 'N'.
           88  STUDENT-ELIGIBLE       VALUE 'Y'.
       01  WS-CUM-GPA-CUTOFF      PIC 9V99 VALUE 3.50.
       01  WS-MAGNA-GPA-CUTOFF    PIC 9V99 VALUE 3.70.
       01  WS-SUMMA-GPA-CUTOFF    PIC 9V99 VALUE 3.90.
       01  WS-MIN-RES-HOURS       PIC 9(3) VALUE 60.
       01  WS-TABLE-MAX           PIC 9(9) VALUE 999999.
       01  WS-CRS-MAX             PIC 9(5) VALUE 99999.
       01  WS-PGM-MAX             PIC 9(3) VALUE 999.
       01  WS-MATCH-IDX           PIC 9(9) VALUE 0.
       01  WS-CHECK-ID            PIC X(9) VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  DEFAULT-CREDIT-HOURS   PIC 9(2) VALUE 3.
       01  TERM-CREDIT-HOURS      PIC 9(2) VALUE 3.
       01  REPEAT-RULE            PIC X(4) VALUE 'BEST'.
           88  BEST-ATTEMPT-RULE      VALUE 'BEST'.
           88  LAST-ATTEMPT-RULE      VALUE 'LAST'.
       01  WS-SEL-IDX             PIC 9(9) VALUE 0.
       01  WS-ATTEMPT-COUNT       PIC 9(9) VALUE 0.
       01  LETTER-GRADE           PIC X(1).
       01  GPA-POINTS             PIC 9V9.
       01  CUM-QUALITY-POINTS     PIC 9(7)V99 VALUE 0.
       01  CUM-CREDIT-HOURS       PIC 9(5) VALUE 0.
       01  CUR-PROGRAM-CODE       PIC X(6) VALUE SPACES.
       01  WS-GROUP-START         PIC 9(9) VALUE 0.
       01  WS-POSITION            PIC 9(5) VALUE 0.
       01  WS-PREV-GPA            PIC 9V99 VALUE 0.
       01  WS-PREV-RANK           PIC 9(5) VALUE 0.
       01  WS-PROGRAM-TITLE       PIC X(20) VALUE SPACES.
       01  WS-HONORS-TEXT         PIC X(15) VALUE SPACES.
       01  WS-READ-COUNT          PIC 9(9) VALUE 0.
       01  WS-DUPLICATE-COUNT     PIC 9(9) VALUE 0.
       01  WS-RANKED-COUNT        PIC 9(9) VALUE 0.
       01  WS-SUMMA-COUNT         PIC 9(9) VALUE 0.
       01  WS-MAGNA-COUNT         PIC 9(9) VALUE 0.
       01  WS-CUM-LAUDE-COUNT     PIC 9(9) VALUE 0.
       01  WS-WITHHELD-COUNT      PIC 9(9) VALUE 0.
       01  WS-NOT-RANKED-COUNT    PIC 9(9) VALUE 0.
       01  WS-NO-NAME-COUNT       PIC 9(9) VALUE 0.
       01  WS-EXTRACT-COUNT       PIC 9(9) VALUE 0.
       01  E                      PIC 9(9) VALUE 0.
       01  M                      PIC 9(9) VALUE 0.
       01  N                      PIC 9(9) VALUE 0.

      * CRS-TABLE - credit hours by course section.
       01  CRS-TABLE.
           05  CRS-COUNT          PIC 9(5) VALUE 0.
           05  CRS-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CRS-COUNT
                   INDEXED BY CX.
               10  CT-COURSE      PIC X(8).
               10  CT-SECTION     PIC X(3).
               10  CT-CREDIT-HOURS PIC 9(2).

      * PGM-TABLE - degree program titles off the DEGREQ 'P' rows.
       01  PGM-TABLE.
           05  PGM-COUNT          PIC 9(3) VALUE 0.
           05  PGM-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON PGM-COUNT
                   INDEXED BY PX.
               10  PT-PROGRAM-CODE PIC X(6).
               10  PT-TITLE       PIC X(20).

      * OVR-TABLE - the grade overrides, last row per student/
      * term/course, exactly as FGOFFTRN collapses them.
       01  OVR-TABLE.
           05  OVR-COUNT          PIC 9(9) VALUE 0.
           05  OVR-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON OVR-COUNT
                   INDEXED BY OX.
               10  OT-STUDENT-ID  PIC X(9).
               10  OT-TERM        PIC X(6).
               10  OT-COURSE      PIC X(8).
               10  OT-OVERRIDE-RESULT PIC 9(3).

      * EG-TABLE - one row per graduation-eligible student, sorted
      * into program order, ranked students ahead of unranked, GPA
      * high to low, for the rank pass and the report.  The row
      * count lives outside the sorted group.  EG-NAME-SW notes a
      * name found on the master, and EG-ARCH-TERM the archived
      * term an archive name was taken from.
       01  EG-COUNT               PIC 9(9) VALUE 0.
       01  EG-TABLE.
           05  EG-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON EG-COUNT
                   INDEXED BY EX.
               10  EG-PROGRAM-CODE PIC X(6).
               10  EG-UNRANKED-SW PIC X(1).
               10  EG-CUM-GPA     PIC 9V99.
               10  EG-STUDENT-ID  PIC X(9).
               10  EG-NAME        PIC X(20).
               10  EG-NAME-SW     PIC X(1).
                   88  EG-NAME-ON-MASTER  VALUE 'M'.
               10  EG-ARCH-TERM   PIC X(6).
               10  EG-RES-HOURS   PIC 9(5).
               10  EG-HONORS      PIC X(1).
               10  EG-RANK        PIC 9(5).
               10  EG-TIE-SW      PIC X(1).
               10  EG-CLASS-SIZE  PIC 9(5).

      * TR-TABLE - the eligible students' final-cycle rows, the
      * override already applied to RESULT, sorted into student/
      * term/course order.  The row count lives outside the sorted
      * group.
       01  TR-COUNT               PIC 9(9) VALUE 0.
       01  TR-TABLE.
           05  TR-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON TR-COUNT
                   INDEXED BY TX.
               10  TR-STUDENT-ID  PIC X(9).
               10  TR-TERM        PIC X(6).
               10  TR-COURSE      PIC X(8).
               10  TR-SECTION     PIC X(3).
               10  TR-RESULT      PIC 9(3).
               10  TR-GRADE-STATUS PIC X(1).
               10  TR-REPEAT-SW   PIC X(1).

       01  RPT-BLANK-LINE          PIC X(80) VALUE SPACES.
       01  RPT-HEADING.
           05  FILLER              PIC X(30) VALUE
               'COMMENCEMENT HONORS AND RANK  '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H-DATE          PIC 9(8).
       01  RPT-CUTOFF-LINE.
           05  FILLER              PIC X(13) VALUE 'CUTOFFS  CUM '.
           05  RPT-C-CUM           PIC 9.99.
           05  FILLER              PIC X(8)  VALUE '  MAGNA '.
           05  RPT-C-MAGNA         PIC 9.99.
           05  FILLER              PIC X(8)  VALUE '  SUMMA '.
           05  RPT-C-SUMMA         PIC 9.99.
           05  FILLER              PIC X(26) VALUE
               '  MIN RESIDENCE HOURS '.
           05  RPT-C-MIN-HOURS     PIC ZZ9.
       01  RPT-PROGRAM-LINE.
           05  FILLER              PIC X(8)  VALUE 'PROGRAM '.
           05  RPT-P-CODE          PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-P-TITLE         PIC X(20).
           05  FILLER              PIC X(13) VALUE '  CLASS SIZE '.
           05  RPT-P-SIZE          PIC ZZZZ9.
       01  RPT-COL-HEADING.
           05  FILLER              PIC X(8)  VALUE '   RANK'.
           05  FILLER              PIC X(11) VALUE 'STUDENT ID'.
           05  FILLER              PIC X(22) VALUE 'NAME'.
           05  FILLER              PIC X(6)  VALUE 'GPA'.
           05  FILLER              PIC X(7)  VALUE 'RES HR'.
           05  FILLER              PIC X(15) VALUE 'HONORS'.
       01  RPT-DETAIL.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-RANK          PIC ZZZZ9.
           05  RPT-D-TIE           PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-ID            PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-NAME          PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-GPA           PIC 9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-RES-HOURS     PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-HONORS        PIC X(15).
       01  RPT-NOT-RANKED-HEADING  PIC X(80) VALUE
               'STUDENTS NOT RANKED - NOT SENT TO THE DIPLOMA PRINTER'.
       01  RPT-REJECT-LINE.
           05  RPT-J-ID            PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-J-PROGRAM       PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-R-MSG           PIC X(60).
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'STUDENTS ON GRADELIG ....... : '.
           05  RPT-T-READ          PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               'DUPLICATE ROWS SKIPPED ..... : '.
           05  RPT-T-DUPLICATE     PIC ZZZZZZZZ9.
       01  RPT-TOTALS-3.
           05  FILLER              PIC X(31) VALUE
               'STUDENTS RANKED ............ : '.
           05  RPT-T-RANKED        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-4.
           05  FILLER              PIC X(31) VALUE
               '  SUMMA CUM LAUDE .......... : '.
           05  RPT-T-SUMMA         PIC ZZZZZZZZ9.
       01  RPT-TOTALS-5.
           05  FILLER              PIC X(31) VALUE
               '  MAGNA CUM LAUDE .......... : '.
           05  RPT-T-MAGNA         PIC ZZZZZZZZ9.
       01  RPT-TOTALS-6.
           05  FILLER              PIC X(31) VALUE
               '  CUM LAUDE ................ : '.
           05  RPT-T-CUM-LAUDE     PIC ZZZZZZZZ9.
       01  RPT-TOTALS-7.
           05  FILLER              PIC X(31) VALUE
               '  HONORS WITHHELD - HOURS .. : '.
           05  RPT-T-WITHHELD      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-8.
           05  FILLER              PIC X(31) VALUE
               'NOT RANKED - NO GRADES ..... : '.
           05  RPT-T-NOT-RANKED    PIC ZZZZZZZZ9.
       01  RPT-TOTALS-9.
           05  FILLER              PIC X(31) VALUE
               'NOT SENT - NO NAME ON FILE . : '.
           05  RPT-T-NO-NAME       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-10.
           05  FILLER              PIC X(31) VALUE
               'DIPLOMA EXTRACT ROWS ....... : '.
           05  RPT-T-EXTRACT       PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
             WHEN IO-ERROR
               CONTINUE
             WHEN CUTOFFS-OUT-OF-ORDER
               MOVE SPACES TO RPT-REJECT-LINE
               MOVE 'RUN REJECTED - HONORS CUTOFFS OUT OF ORDER'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN EG-COUNT = 0
               MOVE SPACES TO RPT-REJECT-LINE
               MOVE 'RUN REJECTED - NO STUDENTS ON GRADELIG'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN TR-TABLE-FULL
               MOVE SPACES TO RPT-REJECT-LINE
               MOVE 'RUN REJECTED - EXCEEDS STUDENT/HISTORY TABLE LIMIT'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN OTHER
               SORT TR-ENTRY ASCENDING KEY TR-STUDENT-ID TR-TERM
                                         TR-COURSE
               PERFORM 2500-FLAG-REPEAT-ATTEMPTS
               PERFORM 3000-COMPUTE-GPAS
               SORT EG-ENTRY ASCENDING KEY EG-PROGRAM-CODE
                                         EG-UNRANKED-SW
                             DESCENDING KEY EG-CUM-GPA
                             ASCENDING KEY EG-STUDENT-ID
               PERFORM 4000-RANK-WITHIN-PROGRAM
               PERFORM 5000-PRINT-HONORS-REPORT
               PERFORM 6000-PRINT-TOTALS
           END-EVALUATE
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9800-WRITE-RUN-END
           PERFORM 9999-TERMINATE
           STOP RUN.
       0000-END. EXIT.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT HONORS-RPT
           MOVE WS-RUN-DATE TO RPT-H-DATE
           WRITE RPT-LINE FROM RPT-HEADING
           PERFORM 1100-LOAD-HONORS-CONTROL
           MOVE WS-CUM-GPA-CUTOFF TO RPT-C-CUM
           MOVE WS-MAGNA-GPA-CUTOFF TO RPT-C-MAGNA
           MOVE WS-SUMMA-GPA-CUTOFF TO RPT-C-SUMMA
           MOVE WS-MIN-RES-HOURS TO RPT-C-MIN-HOURS
           WRITE RPT-LINE FROM RPT-CUTOFF-LINE
           OPEN OUTPUT DIPLOMA-EXTRACT
           IF NOT CUTOFFS-OUT-OF-ORDER
             PERFORM 1200-LOAD-ELIGIBLE-STUDENTS
           END-IF
           IF NOT CUTOFFS-OUT-OF-ORDER AND NOT IO-ERROR
              AND EG-COUNT > 0
             PERFORM 1150-LOAD-REPEAT-CONTROL
             PERFORM 1300-LOAD-COURSE-MASTER
             PERFORM 1400-LOAD-PROGRAM-TITLES
             PERFORM 1500-LOAD-STUDENT-NAMES
             PERFORM 1550-LOAD-ARCHIVED-NAMES
             PERFORM 1600-LOAD-OVERRIDES
             PERFORM 2000-LOAD-GRADE-HISTORY
           END-IF.
       1000-END. EXIT.
      *
       1100-LOAD-HONORS-CONTROL.
           OPEN INPUT HONOR-CTL-FILE
           IF CTL-FILE-NOT-FOUND
             CONTINUE
           ELSE
             READ HONOR-CTL-FILE
                 AT END
                     CONTINUE
                 NOT AT END
                     IF HC-CUM-GPA NUMERIC
                       MOVE HC-CUM-GPA TO WS-CUM-GPA-CUTOFF
                     END-IF
                     IF HC-MAGNA-GPA NUMERIC
                       MOVE HC-MAGNA-GPA TO WS-MAGNA-GPA-CUTOFF
                     END-IF
                     IF HC-SUMMA-GPA NUMERIC
                       MOVE HC-SUMMA-GPA TO WS-SUMMA-GPA-CUTOFF
                     END-IF
                     IF HC-MIN-RES-HOURS NUMERIC
                       MOVE HC-MIN-RES-HOURS TO WS-MIN-RES-HOURS
                     END-IF
             END-READ
             CLOSE HONOR-CTL-FILE
           END-IF
      * Each higher honor must need a strictly higher GPA, or a
      * student could qualify for two at once.
           IF WS-CUM-GPA-CUTOFF = 0
              OR WS-MAGNA-GPA-CUTOFF NOT > WS-CUM-GPA-CUTOFF
              OR WS-SUMMA-GPA-CUTOFF NOT > WS-MAGNA-GPA-CUTOFF
             MOVE 'Y' TO CUTOFF-ERROR-SW
           END-IF.
       1100-END. EXIT.
      *
       1150-LOAD-REPEAT-CONTROL.
      * Same rule and default as FGCUMTRN: BEST keeps the highest
      * RESULT, LAST the latest attempt; no control record is BEST.
           OPEN INPUT REPEAT-CTL-FILE
           IF REPT-FILE-NOT-FOUND
             CONTINUE
           ELSE
             READ REPEAT-CTL-FILE
                 AT END
                     CONTINUE
                 NOT AT END
                     IF RP-SELECT-RULE = 'BEST'
                        OR RP-SELECT-RULE = 'LAST'
                       MOVE RP-SELECT-RULE TO REPEAT-RULE
                     END-IF
             END-READ
             CLOSE REPEAT-CTL-FILE
           END-IF.
       1150-END. EXIT.
      *
       1200-LOAD-ELIGIBLE-STUDENTS.
      * One table row per student; a student on GRADELIG twice (two
      * audit runs concatenated) keeps the first row.
           OPEN INPUT ELIGIBLE-FILE
           IF EL-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
             MOVE SPACES TO RPT-REJECT-LINE
             MOVE 'RUN ABORTED - GRADELIG EXTRACT UNAVAILABLE'
                  TO RPT-R-MSG
             WRITE RPT-LINE FROM RPT-REJECT-LINE
           ELSE
             PERFORM UNTIL END-OF-ELIGIBLE-FILE
                 READ ELIGIBLE-FILE
                     AT END
                         MOVE 'Y' TO EL-EOF-SW
                     NOT AT END
                         MOVE EL-STUDENT-ID TO WS-CHECK-ID
                         PERFORM 1260-CHECK-ELIGIBLE
                         EVALUATE TRUE
                           WHEN EL-STUDENT-ID = SPACES
                             CONTINUE
                           WHEN STUDENT-ELIGIBLE
                             ADD 1 TO WS-DUPLICATE-COUNT
                           WHEN EG-COUNT < WS-TABLE-MAX
                             PERFORM 1250-STORE-ELIGIBLE-ROW
                           WHEN OTHER
                             MOVE 'Y' TO TR-FULL-SW
                         END-EVALUATE
                 END-READ
             END-PERFORM
             CLOSE ELIGIBLE-FILE
           END-IF.
       1200-END. EXIT.
      *
       1250-STORE-ELIGIBLE-ROW.
           ADD 1 TO EG-COUNT
           ADD 1 TO WS-READ-COUNT
           MOVE EL-PROGRAM-CODE TO EG-PROGRAM-CODE(EG-COUNT)
           MOVE 'N' TO EG-UNRANKED-SW(EG-COUNT)
           MOVE 0 TO EG-CUM-GPA(EG-COUNT)
           MOVE EL-STUDENT-ID TO EG-STUDENT-ID(EG-COUNT)
           MOVE SPACES TO EG-NAME(EG-COUNT)
           MOVE SPACE TO EG-NAME-SW(EG-COUNT)
           MOVE SPACES TO EG-ARCH-TERM(EG-COUNT)
           MOVE 0 TO EG-RES-HOURS(EG-COUNT)
           MOVE SPACE TO EG-HONORS(EG-COUNT)
           MOVE 0 TO EG-RANK(EG-COUNT)
           MOVE 'N' TO EG-TIE-SW(EG-COUNT)
           MOVE 0 TO EG-CLASS-SIZE(EG-COUNT).
       1250-END. EXIT.
      *
       1260-CHECK-ELIGIBLE.
           MOVE 'N' TO ELIGIBLE-SW
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > EG-COUNT
             IF EG-STUDENT-ID(EX) = WS-CHECK-ID
               MOVE 'Y' TO ELIGIBLE-SW
               SET WS-MATCH-IDX TO EX
             END-IF
           END-PERFORM.
       1260-END. EXIT.
      *
       1300-LOAD-COURSE-MASTER.
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
                           MOVE CRS-CREDIT-HOURS
                                TO CT-CREDIT-HOURS(CRS-COUNT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE COURSE-FILE
           END-IF.
       1300-END. EXIT.
      *
       1350-LOOK-UP-CREDIT-HOURS.
           MOVE DEFAULT-CREDIT-HOURS TO TERM-CREDIT-HOURS
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CRS-COUNT
             IF CT-COURSE(CX) = TR-COURSE(M)
                AND CT-SECTION(CX) = TR-SECTION(M)
               MOVE CT-CREDIT-HOURS(CX) TO TERM-CREDIT-HOURS
             END-IF
           END-PERFORM.
       1350-END. EXIT.
      *
       1400-LOAD-PROGRAM-TITLES.
           OPEN INPUT DEGREQ-FILE
           IF DEG-FILE-NOT-FOUND
             MOVE 'Y' TO DEG-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-DEGREQ
                 READ DEGREQ-FILE
                     AT END
                         MOVE 'Y' TO DEG-EOF-SW
                     NOT AT END
                         IF DR-PROGRAM AND PGM-COUNT < WS-PGM-MAX
                           ADD 1 TO PGM-COUNT
                           MOVE DR-PROGRAM-CODE
                                TO PT-PROGRAM-CODE(PGM-COUNT)
                           MOVE DR-P-TITLE TO PT-TITLE(PGM-COUNT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE DEGREQ-FILE
           END-IF.
       1400-END. EXIT.
      *
       1450-LOOK-UP-PROGRAM-TITLE.
           MOVE SPACES TO WS-PROGRAM-TITLE
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PGM-COUNT
             IF PT-PROGRAM-CODE(PX) = CUR-PROGRAM-CODE
               MOVE PT-TITLE(PX) TO WS-PROGRAM-TITLE
             END-IF
           END-PERFORM.
       1450-END. EXIT.
      *
       1500-LOAD-STUDENT-NAMES.
      * Every course row of a student on the master carries the
      * same name, so the first one found is kept.
           OPEN INPUT STUDENT-FILE
           IF STUDENT-FILE-STATUS NOT = '00'
             MOVE 'Y' TO STU-EOF-SW
           END-IF
           PERFORM UNTIL END-OF-STUDENT-FILE
               READ STUDENT-FILE
                   AT END
                       MOVE 'Y' TO STU-EOF-SW
                   NOT AT END
                       MOVE STU-ID TO WS-CHECK-ID
                       PERFORM 1260-CHECK-ELIGIBLE
                       IF STUDENT-ELIGIBLE
                         IF EG-NAME(WS-MATCH-IDX) = SPACES
                            AND STU-NAME NOT = SPACES
                           MOVE STU-NAME TO EG-NAME(WS-MATCH-IDX)
                           MOVE 'M' TO EG-NAME-SW(WS-MATCH-IDX)
                         END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF STUDENT-FILE-STATUS NOT = '35'
             CLOSE STUDENT-FILE
           END-IF.
       1500-END. EXIT.
      *
       1550-LOAD-ARCHIVED-NAMES.
      * A graduate no longer on the master is named off their
      * latest STUARCH image: the highest archived term, and the
      * later row within a term.  A name found on the master always
      * stands.  No archive means no rollover has ever run.
           MOVE 'N' TO ARCH-EOF-SW
           OPEN INPUT ARCHIVE-FILE
           IF ARCH-FILE-STATUS NOT = '00'
             MOVE 'Y' TO ARCH-EOF-SW
           END-IF
           PERFORM UNTIL END-OF-ARCHIVE
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO ARCH-EOF-SW
                   NOT AT END
                       MOVE AM-STU-ID TO WS-CHECK-ID
                       PERFORM 1260-CHECK-ELIGIBLE
                       IF STUDENT-ELIGIBLE
                         PERFORM 1560-TAKE-ARCHIVED-NAME
                       END-IF
               END-READ
           END-PERFORM
           IF NOT ARCH-FILE-NOT-FOUND
             CLOSE ARCHIVE-FILE
           END-IF.
       1550-END. EXIT.
      *
       1560-TAKE-ARCHIVED-NAME.
           IF NOT EG-NAME-ON-MASTER(WS-MATCH-IDX)
              AND AM-STU-NAME NOT = SPACES
              AND AM-TERM NOT < EG-ARCH-TERM(WS-MATCH-IDX)
             MOVE AM-STU-NAME TO EG-NAME(WS-MATCH-IDX)
             MOVE AM-TERM TO EG-ARCH-TERM(WS-MATCH-IDX)
           END-IF.
       1560-END. EXIT.
      *
       1600-LOAD-OVERRIDES.
           OPEN INPUT GRADE-OVR-FILE
           IF OVR-FILE-NOT-FOUND
             MOVE 'Y' TO OVR-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-GRADE-OVR
                 READ GRADE-OVR-FILE
                     AT END
                         MOVE 'Y' TO OVR-EOF-SW
                     NOT AT END
                         MOVE GO-STUDENT-ID TO WS-CHECK-ID
                         PERFORM 1260-CHECK-ELIGIBLE
                         IF STUDENT-ELIGIBLE
                           PERFORM 1650-STORE-OVERRIDE-ROW
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE GRADE-OVR-FILE
           END-IF.
       1600-END. EXIT.
      *
       1650-STORE-OVERRIDE-ROW.
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
       1650-END. EXIT.
      *
       2000-LOAD-GRADE-HISTORY.
      * Transfer rows never reach the table: they carry no grade
      * and count toward neither the GPA nor residence hours.
           OPEN INPUT GRADE-IX-FILE
           IF IX-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
             MOVE 'Y' TO EOF-SW
             MOVE SPACES TO RPT-REJECT-LINE
             MOVE 'RUN ABORTED - CURRENT-GRADE FILE UNAVAILABLE'
                  TO RPT-R-MSG
             WRITE RPT-LINE FROM RPT-REJECT-LINE
           ELSE
             PERFORM UNTIL END-OF-GRADE-HIST
                 READ GRADE-IX-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         IF GX-FINAL-CYCLE AND NOT GX-TRANSFER
                           MOVE GX-STUDENT-ID TO WS-CHECK-ID
                           PERFORM 1260-CHECK-ELIGIBLE
                           IF STUDENT-ELIGIBLE
                             PERFORM 2100-STORE-HISTORY-ROW
                           END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE GRADE-IX-FILE
           END-IF.
       2000-END. EXIT.
      *
       2100-STORE-HISTORY-ROW.
           IF TR-COUNT >= WS-TABLE-MAX
             MOVE 'Y' TO TR-FULL-SW
           ELSE
             ADD 1 TO TR-COUNT
             MOVE GX-STUDENT-ID TO TR-STUDENT-ID(TR-COUNT)
             MOVE GX-TERM TO TR-TERM(TR-COUNT)
             MOVE GX-COURSE TO TR-COURSE(TR-COUNT)
             MOVE GX-SECTION TO TR-SECTION(TR-COUNT)
             MOVE GX-RESULT TO TR-RESULT(TR-COUNT)
             MOVE GX-GRADE-STATUS TO TR-GRADE-STATUS(TR-COUNT)
             MOVE 'N' TO TR-REPEAT-SW(TR-COUNT)
             PERFORM 2150-APPLY-OVERRIDE
           END-IF.
       2100-END. EXIT.
      *
       2150-APPLY-OVERRIDE.
      * The last override on file for the student/term/course is
      * the grade of record; it replaces RESULT before the repeat
      * rule compares attempts.
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OVR-COUNT
             IF OT-STUDENT-ID(OX) = GX-STUDENT-ID
                AND OT-TERM(OX) = GX-TERM
                AND OT-COURSE(OX) = GX-COURSE
               MOVE OT-OVERRIDE-RESULT(OX) TO TR-RESULT(TR-COUNT)
             END-IF
           END-PERFORM.
       2150-END. EXIT.
      *
       2500-FLAG-REPEAT-ATTEMPTS.
      * FGCUMTRN's repeat selection: every graded attempt of a
      * repeated course but the policy-selected one is flagged
      * superseded and kept out of the cumulative GPA.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > TR-COUNT
             IF TR-GRADE-STATUS(M) = SPACE
                OR TR-GRADE-STATUS(M) = 'N'
               PERFORM 2550-CHECK-REPEAT
             END-IF
           END-PERFORM.
       2500-END. EXIT.
      *
       2550-CHECK-REPEAT.
           MOVE 0 TO WS-SEL-IDX
           MOVE 0 TO WS-ATTEMPT-COUNT
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > TR-COUNT
             IF TR-STUDENT-ID(N) = TR-STUDENT-ID(M)
                AND TR-COURSE(N) = TR-COURSE(M)
                AND (TR-GRADE-STATUS(N) = SPACE
                     OR TR-GRADE-STATUS(N) = 'N')
               ADD 1 TO WS-ATTEMPT-COUNT
               PERFORM 2560-KEEP-SELECTED-ATTEMPT
             END-IF
           END-PERFORM
           IF WS-ATTEMPT-COUNT > 1 AND WS-SEL-IDX NOT = M
             MOVE 'Y' TO TR-REPEAT-SW(M)
           END-IF.
       2550-END. EXIT.
      *
       2560-KEEP-SELECTED-ATTEMPT.
           EVALUATE TRUE
             WHEN WS-SEL-IDX = 0
               MOVE N TO WS-SEL-IDX
             WHEN LAST-ATTEMPT-RULE
               IF TR-TERM(N) > TR-TERM(WS-SEL-IDX)
                 MOVE N TO WS-SEL-IDX
               END-IF
             WHEN OTHER
               IF TR-RESULT(N) > TR-RESULT(WS-SEL-IDX)
                  OR (TR-RESULT(N) = TR-RESULT(WS-SEL-IDX)
                      AND TR-TERM(N) > TR-TERM(WS-SEL-IDX))
                 MOVE N TO WS-SEL-IDX
               END-IF
           END-EVALUATE.
       2560-END. EXIT.
      *
       3000-COMPUTE-GPAS.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > EG-COUNT
             PERFORM 3100-COMPUTE-ONE-GPA
           END-PERFORM.
       3000-END. EXIT.
      *
       3100-COMPUTE-ONE-GPA.
      * Quality points over graded hours, the policy-selected
      * attempt of a repeated course only - FGCUMTRN's cumulative
      * figure.  A student with no graded hours has no GPA to rank
      * on and sorts after the ranked students of the program.
           MOVE 0 TO CUM-QUALITY-POINTS
           MOVE 0 TO CUM-CREDIT-HOURS
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > TR-COUNT
             IF TR-STUDENT-ID(M) = EG-STUDENT-ID(E)
                AND (TR-GRADE-STATUS(M) = SPACE
                     OR TR-GRADE-STATUS(M) = 'N')
                AND TR-REPEAT-SW(M) NOT = 'Y'
               CALL 'FGLETTER' USING BY CONTENT TR-RESULT(M)
                                     BY REFERENCE LETTER-GRADE
                                     BY REFERENCE GPA-POINTS
               PERFORM 1350-LOOK-UP-CREDIT-HOURS
               COMPUTE CUM-QUALITY-POINTS = CUM-QUALITY-POINTS
                       + (GPA-POINTS * TERM-CREDIT-HOURS)
               ADD TERM-CREDIT-HOURS TO CUM-CREDIT-HOURS
             END-IF
           END-PERFORM
           MOVE CUM-CREDIT-HOURS TO EG-RES-HOURS(E)
           IF CUM-CREDIT-HOURS = 0
             MOVE 'Y' TO EG-UNRANKED-SW(E)
             MOVE 0 TO EG-CUM-GPA(E)
           ELSE
             COMPUTE EG-CUM-GPA(E) ROUNDED =
                     CUM-QUALITY-POINTS / CUM-CREDIT-HOURS
             PERFORM 3200-SET-HONORS
           END-IF.
       3100-END. EXIT.
      *
       3200-SET-HONORS.
      * S summa, M magna, C cum laude; R is a GPA that reaches the
      * cum laude cutoff on too few in-residence hours.
           EVALUATE TRUE
             WHEN EG-CUM-GPA(E) < WS-CUM-GPA-CUTOFF
               MOVE SPACE TO EG-HONORS(E)
             WHEN EG-RES-HOURS(E) < WS-MIN-RES-HOURS
               MOVE 'R' TO EG-HONORS(E)
             WHEN EG-CUM-GPA(E) >= WS-SUMMA-GPA-CUTOFF
               MOVE 'S' TO EG-HONORS(E)
             WHEN EG-CUM-GPA(E) >= WS-MAGNA-GPA-CUTOFF
               MOVE 'M' TO EG-HONORS(E)
             WHEN OTHER
               MOVE 'C' TO EG-HONORS(E)
           END-EVALUATE.
       3200-END. EXIT.
      *
       4000-RANK-WITHIN-PROGRAM.
      * The table is in program order with each program's ranked
      * students first, highest GPA first.  A student level with
      * the one above shares that rank, and both are flagged tied;
      * otherwise the rank is the student's position in the
      * program, so a tie leaves a gap after it.
           MOVE SPACES TO CUR-PROGRAM-CODE
           MOVE 0 TO WS-GROUP-START
           MOVE 0 TO WS-POSITION
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > EG-COUNT
             IF E = 1
                OR EG-PROGRAM-CODE(E) NOT = CUR-PROGRAM-CODE
               IF E > 1
                 PERFORM 4100-CLOSE-PROGRAM-GROUP
               END-IF
               MOVE EG-PROGRAM-CODE(E) TO CUR-PROGRAM-CODE
               MOVE E TO WS-GROUP-START
               MOVE 0 TO WS-POSITION
             END-IF
             IF EG-UNRANKED-SW(E) = 'N'
               ADD 1 TO WS-POSITION
               IF WS-POSITION > 1
                  AND EG-CUM-GPA(E) = WS-PREV-GPA
                 MOVE WS-PREV-RANK TO EG-RANK(E)
                 MOVE 'Y' TO EG-TIE-SW(E)
                 COMPUTE N = E - 1
                 MOVE 'Y' TO EG-TIE-SW(N)
               ELSE
                 MOVE WS-POSITION TO EG-RANK(E)
               END-IF
               MOVE EG-CUM-GPA(E) TO WS-PREV-GPA
               MOVE EG-RANK(E) TO WS-PREV-RANK
             END-IF
           END-PERFORM
           IF EG-COUNT > 0
             COMPUTE E = EG-COUNT + 1
             PERFORM 4100-CLOSE-PROGRAM-GROUP
           END-IF.
       4000-END. EXIT.
      *
       4100-CLOSE-PROGRAM-GROUP.
      * E is one past the group's last row.
           PERFORM VARYING N FROM WS-GROUP-START BY 1 UNTIL N >= E
             IF EG-UNRANKED-SW(N) = 'N'
               MOVE WS-POSITION TO EG-CLASS-SIZE(N)
             END-IF
           END-PERFORM.
       4100-END. EXIT.
      *
       5000-PRINT-HONORS-REPORT.
           MOVE SPACES TO CUR-PROGRAM-CODE
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > EG-COUNT
             IF EG-UNRANKED-SW(E) = 'N'
               IF EG-PROGRAM-CODE(E) NOT = CUR-PROGRAM-CODE
                  OR WS-RANKED-COUNT = 0
                 PERFORM 5100-START-PROGRAM
               END-IF
               PERFORM 5200-PRINT-STUDENT-LINE
             END-IF
           END-PERFORM
           PERFORM 5400-PRINT-NOT-RANKED.
       5000-END. EXIT.
      *
       5100-START-PROGRAM.
           MOVE EG-PROGRAM-CODE(E) TO CUR-PROGRAM-CODE
           PERFORM 1450-LOOK-UP-PROGRAM-TITLE
           WRITE RPT-LINE FROM RPT-BLANK-LINE
           MOVE CUR-PROGRAM-CODE TO RPT-P-CODE
           MOVE WS-PROGRAM-TITLE TO RPT-P-TITLE
           MOVE EG-CLASS-SIZE(E) TO RPT-P-SIZE
           WRITE RPT-LINE FROM RPT-PROGRAM-LINE
           WRITE RPT-LINE FROM RPT-COL-HEADING.
       5100-END. EXIT.
      *
       5200-PRINT-STUDENT-LINE.
           ADD 1 TO WS-RANKED-COUNT
           PERFORM 5250-SET-HONORS-TEXT
           MOVE EG-RANK(E) TO RPT-D-RANK
           IF EG-TIE-SW(E) = 'Y'
             MOVE 'T' TO RPT-D-TIE
           ELSE
             MOVE SPACE TO RPT-D-TIE
           END-IF
           MOVE EG-STUDENT-ID(E) TO RPT-D-ID
           MOVE EG-CUM-GPA(E) TO RPT-D-GPA
           MOVE EG-RES-HOURS(E) TO RPT-D-RES-HOURS
           MOVE WS-HONORS-TEXT TO RPT-D-HONORS
           IF EG-HONORS(E) = 'R'
             MOVE 'HOURS SHORT' TO RPT-D-HONORS
           END-IF
           IF EG-NAME(E) = SPACES
             ADD 1 TO WS-NO-NAME-COUNT
             MOVE '(NO NAME ON FILE)' TO RPT-D-NAME
           ELSE
             MOVE EG-NAME(E) TO RPT-D-NAME
             PERFORM 5300-WRITE-DIPLOMA-ROW
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL.
       5200-END. EXIT.
      *
       5250-SET-HONORS-TEXT.
           EVALUATE EG-HONORS(E)
             WHEN 'S'
               ADD 1 TO WS-SUMMA-COUNT
               MOVE 'SUMMA CUM LAUDE' TO WS-HONORS-TEXT
             WHEN 'M'
               ADD 1 TO WS-MAGNA-COUNT
               MOVE 'MAGNA CUM LAUDE' TO WS-HONORS-TEXT
             WHEN 'C'
               ADD 1 TO WS-CUM-LAUDE-COUNT
               MOVE 'CUM LAUDE' TO WS-HONORS-TEXT
             WHEN 'R'
               ADD 1 TO WS-WITHHELD-COUNT
               MOVE SPACES TO WS-HONORS-TEXT
             WHEN OTHER
               MOVE SPACES TO WS-HONORS-TEXT
           END-EVALUATE.
       5250-END. EXIT.
      *
       5300-WRITE-DIPLOMA-ROW.
      * Withheld honors go to the printer as no honors.
           MOVE EG-STUDENT-ID(E) TO DX-STUDENT-ID
           MOVE EG-NAME(E) TO DX-STUDENT-NAME
           MOVE CUR-PROGRAM-CODE TO DX-PROGRAM-CODE
           MOVE WS-PROGRAM-TITLE TO DX-PROGRAM-TITLE
           IF EG-HONORS(E) = 'R'
             MOVE SPACE TO DX-HONORS-CODE
           ELSE
             MOVE EG-HONORS(E) TO DX-HONORS-CODE
           END-IF
           MOVE WS-HONORS-TEXT TO DX-HONORS-TEXT
           MOVE EG-CUM-GPA(E) TO DX-CUM-GPA
           MOVE EG-RANK(E) TO DX-CLASS-RANK
           IF EG-TIE-SW(E) = 'Y'
             MOVE 'T' TO DX-TIE-FLAG
           ELSE
             MOVE SPACE TO DX-TIE-FLAG
           END-IF
           MOVE EG-CLASS-SIZE(E) TO DX-CLASS-SIZE
           MOVE WS-RUN-DATE TO DX-RUN-DATE
           WRITE DIPLOMA-REC
           ADD 1 TO WS-EXTRACT-COUNT.
       5300-END. EXIT.
      *
       5400-PRINT-NOT-RANKED.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > EG-COUNT
             IF EG-UNRANKED-SW(E) = 'Y'
               IF WS-NOT-RANKED-COUNT = 0
                 WRITE RPT-LINE FROM RPT-BLANK-LINE
                 WRITE RPT-LINE FROM RPT-NOT-RANKED-HEADING
               END-IF
               ADD 1 TO WS-NOT-RANKED-COUNT
               MOVE EG-STUDENT-ID(E) TO RPT-J-ID
               MOVE EG-PROGRAM-CODE(E) TO RPT-J-PROGRAM
               MOVE 'NO GRADED IN-RESIDENCE COURSEWORK ON FILE'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             END-IF
           END-PERFORM.
       5400-END. EXIT.
      *
       6000-PRINT-TOTALS.
           WRITE RPT-LINE FROM RPT-BLANK-LINE
           MOVE WS-READ-COUNT TO RPT-T-READ
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-DUPLICATE-COUNT TO RPT-T-DUPLICATE
           WRITE RPT-LINE FROM RPT-TOTALS-2
           MOVE WS-RANKED-COUNT TO RPT-T-RANKED
           WRITE RPT-LINE FROM RPT-TOTALS-3
           MOVE WS-SUMMA-COUNT TO RPT-T-SUMMA
           WRITE RPT-LINE FROM RPT-TOTALS-4
           MOVE WS-MAGNA-COUNT TO RPT-T-MAGNA
           WRITE RPT-LINE FROM RPT-TOTALS-5
           MOVE WS-CUM-LAUDE-COUNT TO RPT-T-CUM-LAUDE
           WRITE RPT-LINE FROM RPT-TOTALS-6
           MOVE WS-WITHHELD-COUNT TO RPT-T-WITHHELD
           WRITE RPT-LINE FROM RPT-TOTALS-7
           MOVE WS-NOT-RANKED-COUNT TO RPT-T-NOT-RANKED
           WRITE RPT-LINE FROM RPT-TOTALS-8
           MOVE WS-NO-NAME-COUNT TO RPT-T-NO-NAME
           WRITE RPT-LINE FROM RPT-TOTALS-9
           MOVE WS-EXTRACT-COUNT TO RPT-T-EXTRACT
           WRITE RPT-LINE FROM RPT-TOTALS-10.
       6000-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FGHONORS' TO RS-PROGRAM-ID
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
           MOVE 'FGHONORS' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE WS-READ-COUNT TO RS-RECS-IN
           MOVE WS-EXTRACT-COUNT TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
      * Honors withheld on residence hours is policy working as
      * intended, not an exception.
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN CUTOFFS-OUT-OF-ORDER
               MOVE 8 TO RETURN-CODE
             WHEN EG-COUNT = 0
               MOVE 8 TO RETURN-CODE
             WHEN TR-TABLE-FULL
               MOVE 8 TO RETURN-CODE
             WHEN WS-NOT-RANKED-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN WS-NO-NAME-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN WS-DUPLICATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           CLOSE DIPLOMA-EXTRACT
           CLOSE HONORS-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FGHONORS.
