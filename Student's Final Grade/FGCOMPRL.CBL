       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGCOMPRL.
      *
      * Component gradebook rollup.  FINALGRA, FGWEIGHT, and
      * FINALGRV grade on two numbers, EXAM and PROJECTS, but real
      * sections are scored on quizzes, labs, homework, a midterm,
      * and a final, and instructors used to work those down to the
      * two numbers by hand before SCORESUB - so the scores behind
      * a grade were gone by the time a student disputed it.  This
      * job reads the COMPSCOR component scores and the COMPSCHM
      * component schemes kept on the course side, rolls each
      * section's students up to the EXAM and PROJECTS the grading
      * policies consume, and writes them as a balanced SCORESUB
      * feed (header, one detail per student, trailer) that
      * FGSCORLD loads exactly like a department's feed.  Every
      * component behind every rolled-up score is kept on the
      * COMPDTL file for the registrar desk.
      *
      * The rollup, per student and component: each item scores
      * its points (an item with no row scores zero), the
      * component's drop-lowest-N lowest items are set aside, and
      * the points kept over the points possible on the items kept
      * is the component percentage.  EXAM is the weighted average
      * of the percentages of the components that feed EXAM;
      * PROJECTS is the weighted average of those that feed
      * PROJECTS, brought to the 0-10 scale FINALGRA's bands
      * assume.  The weights therefore apportion each score among
      * its own components, and the section's grading policy still
      * decides how EXAM and PROJECTS combine.
      *
      * A section's scheme is its own COMPSCHM rows when it has
      * any, otherwise the course-wide rows (blank section).  A
      * section with no scheme, a scheme whose weights do not
      * total 100, a scheme that does not feed both EXAM and
      * PROJECTS, or a component with no items, no maximum, or a
      * drop count that leaves no item, is rejected whole: nothing
      * for it goes on the feed, so FGSCORLD keeps it outstanding.
      * A component whose last row carries a weight of zero is
      * retired and its score rows are passed over.
      * A student with a score row for a component not in the
      * scheme, an item number past the component's item count, or
      * points over the item maximum is rejected alone and listed.
      *
      * Command line: <term> [cycle].  The term (default the
      * current year, as FGTRANS) and the cycle token (M, F, or
      * blank, as FGSCORLD) key the component detail; pass FGSCORLD
      * the same cycle.  Any other cycle token rejects the run.
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
           SELECT COMP-SCORE-FILE ASSIGN TO "COMPSCOR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCR-FILE-STATUS.
           SELECT COMP-SCHEME-FILE ASSIGN TO "COMPSCHM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCH-FILE-STATUS.
           SELECT COMP-DTL-FILE ASSIGN TO "COMPDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DTL-FILE-STATUS.
           SELECT SCORE-SUB-FILE ASSIGN TO "COMPSUB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUB-FILE-STATUS.
           SELECT COMP-RPT ASSIGN TO "COMPRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMP-SCORE-FILE.
       01  COMP-SCORE-REC.
           COPY CMPSCORE.

       FD  COMP-SCHEME-FILE.
       01  COMP-SCHEME-REC.
           COPY CMPSCHM.

       FD  COMP-DTL-FILE.
       01  COMP-DTL-REC.
           COPY CMPDTL.

       FD  SCORE-SUB-FILE.
       01  SCORE-SUB-REC.
           COPY SCORREC.

       FD  COMP-RPT.
       01  RPT-LINE               PIC X(80).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  SCR-FILE-STATUS        PIC XX VALUE '00'.
       01  SCH-FILE-STATUS        PIC XX VALUE '00'.
           88  SCH-FILE-NOT-FOUND     VALUE '35'.
       01  DTL-FILE-STATUS        PIC XX VALUE '00'.
           88  DTL-FILE-NOT-FOUND     VALUE '35'.
       01  SUB-FILE-STATUS        PIC XX VALUE '00'.
       01  SCR-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-SCORES          VALUE 'Y'.
       01  SCH-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-SCHEMES         VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  CMD-LINE               PIC X(80) VALUE SPACES.
       01  TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-CYCLE-IN            PIC X(1) VALUE SPACE.
       01  WS-CYCLE               PIC X(1) VALUE SPACE.
       01  CYCLE-REJECT-SW        PIC X VALUE 'N'.
           88  CYCLE-REJECTED         VALUE 'Y'.
       01  TABLE-FULL-SW          PIC X VALUE 'N'.
           88  SCORE-TABLE-FULL       VALUE 'Y'.
       01  WS-TODAY               PIC 9(8) VALUE 0.
       01  WS-RUN-ID              PIC X(8) VALUE SPACES.
       01  WS-SCR-MAX             PIC 9(9) VALUE 999999.
       01  WS-SCM-MAX             PIC 9(5) VALUE 9999.
       01  WS-RS-MAX              PIC 9(2) VALUE 50.
       01  WS-DET-MAX             PIC 9(4) VALUE 9999.
       01  WS-MATCH-IDX           PIC 9(5) VALUE 0.
       01  WS-SEC-COURSE          PIC X(8) VALUE SPACES.
       01  WS-SEC-SECTION         PIC X(3) VALUE SPACES.
       01  WS-STU-ID              PIC X(9) VALUE SPACES.
       01  SECTION-BREAK-SW       PIC X VALUE 'N'.
           88  SECTION-BREAK          VALUE 'Y'.
       01  STUDENT-BREAK-SW       PIC X VALUE 'N'.
           88  STUDENT-BREAK          VALUE 'Y'.
       01  SCHEME-REJECT-SW       PIC X VALUE 'N'.
           88  SCHEME-REJECTED        VALUE 'Y'.
       01  STUDENT-REJECT-SW      PIC X VALUE 'N'.
           88  STUDENT-REJECTED       VALUE 'Y'.
       01  WS-REJECT-TEXT         PIC X(44) VALUE SPACES.
       01  WS-STU-REJECT-MSG      PIC X(40) VALUE SPACES.
       01  SECTION-ROWS-SW        PIC X VALUE 'N'.
           88  SECTION-HAS-OWN-ROWS   VALUE 'Y'.
       01  RETIRED-SW             PIC X VALUE 'N'.
           88  COMPONENT-RETIRED      VALUE 'Y'.
       01  WS-WEIGHT-TOTAL        PIC 9(5) VALUE 0.
       01  WS-EXAM-WEIGHT         PIC 9(5) VALUE 0.
       01  WS-PROJ-WEIGHT         PIC 9(5) VALUE 0.
       01  WS-EXAM-ACCUM          PIC 9(7)V99 VALUE 0.
       01  WS-PROJ-ACCUM          PIC 9(7)V99 VALUE 0.
       01  WS-KEPT-POINTS         PIC 9(5)V9 VALUE 0.
       01  WS-POSS-POINTS         PIC 9(5) VALUE 0.
       01  WS-KEEP-COUNT          PIC 9(2) VALUE 0.
       01  WS-LOW-ITEM            PIC 9(2) VALUE 0.
       01  WS-ROLL-EXAM           PIC 9(3) VALUE 0.
       01  WS-ROLL-PROJECTS       PIC 9(2) VALUE 0.
       01  WS-SEC-SUM             PIC 9(9) VALUE 0.
       01  WS-ROWS-READ           PIC 9(9) VALUE 0.
       01  WS-SECTIONS-READ       PIC 9(5) VALUE 0.
       01  WS-SECTIONS-ROLLED     PIC 9(5) VALUE 0.
       01  WS-SECTIONS-REJECTED   PIC 9(5) VALUE 0.
       01  WS-STUDENTS-ROLLED     PIC 9(9) VALUE 0.
       01  WS-STUDENTS-REJECTED   PIC 9(9) VALUE 0.
       01  R                      PIC 9(9) VALUE 0.
       01  C                      PIC 9(3) VALUE 0.
       01  I                      PIC 9(3) VALUE 0.
       01  D                      PIC 9(5) VALUE 0.
       01  N                      PIC 9(3) VALUE 0.
       01  WS-WEIGHT-DISP         PIC ZZ9.
       01  WS-COUNT-DISP          PIC ZZZ9.

      * SCM-TABLE - every component scheme row, collapsed to the
      * last row per course/section/component.
       01  SCM-TABLE.
           05  SCM-COUNT          PIC 9(5) VALUE 0.
           05  SCM-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SCM-COUNT
                   INDEXED BY MX.
               10  SM-COURSE      PIC X(8).
               10  SM-SECTION     PIC X(3).
               10  SM-COMPONENT   PIC X(8).
               10  SM-FEEDS       PIC X(1).
               10  SM-WEIGHT      PIC 9(3).
               10  SM-MAX-POINTS  PIC 9(3).
               10  SM-ITEM-COUNT  PIC 9(2).
               10  SM-DROP-LOWEST PIC 9(2).

      * SCR-TABLE - the component score rows, table-sorted into
      * section/student/component/item order with the load
      * sequence breaking ties, so the last row for an item is the
      * one left standing.  The row count lives outside the sorted
      * group.
       01  SCR-COUNT              PIC 9(9) VALUE 0.
       01  SCR-TABLE.
           05  SCR-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON SCR-COUNT
                   INDEXED BY SX.
               10  SR-COURSE      PIC X(8).
               10  SR-SECTION     PIC X(3).
               10  SR-STUDENT-ID  PIC X(9).
               10  SR-COMPONENT   PIC X(8).
               10  SR-ITEM        PIC 9(2).
               10  SR-SEQ         PIC 9(9).
               10  SR-POINTS      PIC 9(3)V9.

      * RS-TABLE - the open section's resolved scheme, with the
      * current student's item scores against each component.
       01  RS-TABLE.
           05  RS-COUNT           PIC 9(2) VALUE 0.
           05  RS-ENTRY OCCURS 50 TIMES.
               10  RS-COMPONENT   PIC X(8).
               10  RS-FEEDS       PIC X(1).
                   88  RS-FEEDS-EXAM     VALUE 'E'.
                   88  RS-FEEDS-PROJECTS VALUE 'P'.
               10  RS-WEIGHT      PIC 9(3).
               10  RS-MAX-POINTS  PIC 9(3).
               10  RS-ITEM-COUNT  PIC 9(2).
               10  RS-DROP-LOWEST PIC 9(2).
               10  RS-KEPT-POINTS PIC 9(5)V9.
               10  RS-POSS-POINTS PIC 9(5).
               10  RS-PERCENT     PIC 9(3)V99.
               10  RS-ITEM OCCURS 99 TIMES.
                   15  RS-ITEM-POINTS PIC 9(3)V9.
                   15  RS-ITEM-DROP-SW PIC X(1).
                   15  RS-ITEM-OVER-SW PIC X(1).

      * RT-TABLE - the components the open section's scheme has
      * retired with a weight of zero.
       01  RT-TABLE.
           05  RT-COUNT           PIC 9(2) VALUE 0.
           05  RT-ENTRY OCCURS 50 TIMES.
               10  RT-COMPONENT   PIC X(8).

      * DET-TABLE - the open section's rolled-up students, held
      * until the section is done so the header can carry its
      * count and score-sum control totals.
       01  DET-TABLE.
           05  DET-COUNT          PIC 9(4) VALUE 0.
           05  DET-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON DET-COUNT
                   INDEXED BY DX.
               10  DT-STUDENT-ID  PIC X(9).
               10  DT-EXAM        PIC 9(3).
               10  DT-PROJECTS    PIC 9(2).

       01  RPT-HEADING.
           05  FILLER              PIC X(30) VALUE
               'COMPONENT GRADEBOOK ROLLUP    '.
           05  FILLER              PIC X(6)  VALUE 'TERM: '.
           05  RPT-H-TERM          PIC X(6).
           05  FILLER              PIC X(9)  VALUE '  CYCLE: '.
           05  RPT-H-CYCLE         PIC X(1).
           05  FILLER              PIC X(12) VALUE '  RUN DATE: '.
           05  RPT-H-DATE          PIC 9(8).
       01  RPT-SECTION-LINE.
           05  RPT-S-COURSE        PIC X(8).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  RPT-S-SECTION       PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-S-TEXT          PIC X(44).
       01  RPT-SCHEME-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-C-COMPONENT     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-C-FEEDS         PIC X(8).
           05  FILLER              PIC X(8)  VALUE '  WEIGHT'.
           05  RPT-C-WEIGHT        PIC ZZZ9.
           05  FILLER              PIC X(7)  VALUE '  ITEMS'.
           05  RPT-C-ITEMS         PIC ZZ9.
           05  FILLER              PIC X(5)  VALUE '  MAX'.
           05  RPT-C-MAX           PIC ZZZ9.
           05  FILLER              PIC X(6)  VALUE '  DROP'.
           05  RPT-C-DROP          PIC ZZ9.
       01  RPT-ROW-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-R-ID            PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-R-MSG           PIC X(40).
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'SCORE ROWS READ ............ : '.
           05  RPT-T-ROWS          PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               'SECTIONS IN SCORE FILE ..... : '.
           05  RPT-T-SECTIONS      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-3.
           05  FILLER              PIC X(31) VALUE
               'SECTIONS ROLLED UP ......... : '.
           05  RPT-T-ROLLED        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-4.
           05  FILLER              PIC X(31) VALUE
               'SECTIONS REJECTED .......... : '.
           05  RPT-T-REJECTED      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-5.
           05  FILLER              PIC X(31) VALUE
               'STUDENTS ROLLED UP ......... : '.
           05  RPT-T-STUDENTS      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-6.
           05  FILLER              PIC X(31) VALUE
               'STUDENTS REJECTED .......... : '.
           05  RPT-T-STU-REJ       PIC ZZZZZZZZ9.
       01  RPT-ABORT-LINE          PIC X(44) VALUE
               'RUN ABORTED - INPUT FILE NOT AVAILABLE'.
       01  RPT-CYCLE-REJECT-LINE   PIC X(46) VALUE
               'RUN REJECTED - CYCLE MUST BE M, F, OR BLANK'.
       01  RPT-TABLE-REJECT-LINE   PIC X(46) VALUE
               'RUN REJECTED - EXCEEDS SCORE TABLE LIMIT'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           IF NOT CYCLE-REJECTED AND NOT IO-ERROR
             PERFORM 1200-LOAD-SCORES
           END-IF
           EVALUATE TRUE
             WHEN CYCLE-REJECTED
               WRITE RPT-LINE FROM RPT-CYCLE-REJECT-LINE
             WHEN IO-ERROR
               WRITE RPT-LINE FROM RPT-ABORT-LINE
             WHEN SCORE-TABLE-FULL
               WRITE RPT-LINE FROM RPT-TABLE-REJECT-LINE
             WHEN OTHER
               SORT SCR-ENTRY ASCENDING KEY SR-COURSE SR-SECTION
                                            SR-STUDENT-ID
                                            SR-COMPONENT SR-ITEM
                                            SR-SEQ
               PERFORM 2000-ROLL-UP-SECTIONS
               PERFORM 6000-PRINT-TOTALS
           END-EVALUATE
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9800-WRITE-RUN-END
           PERFORM 9999-TERMINATE
           STOP RUN.
       0000-END. EXIT.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           STRING FUNCTION CURRENT-DATE(9:6)
                  FUNCTION CURRENT-DATE(15:2)
                  DELIMITED BY SIZE INTO WS-RUN-ID
           ACCEPT CMD-LINE FROM COMMAND-LINE
           UNSTRING CMD-LINE DELIMITED BY SPACE
               INTO TERM-CODE WS-CYCLE-IN
           IF TERM-CODE = SPACES
             MOVE FUNCTION CURRENT-DATE(1:4) TO TERM-CODE
           END-IF
           EVALUATE WS-CYCLE-IN
             WHEN 'M'
               MOVE 'M' TO WS-CYCLE
             WHEN 'F'
               MOVE SPACE TO WS-CYCLE
             WHEN SPACE
               MOVE SPACE TO WS-CYCLE
             WHEN OTHER
               MOVE 'Y' TO CYCLE-REJECT-SW
           END-EVALUATE
           OPEN OUTPUT COMP-RPT
           MOVE TERM-CODE TO RPT-H-TERM
           IF WS-CYCLE = 'M'
             MOVE 'M' TO RPT-H-CYCLE
           ELSE
             MOVE 'F' TO RPT-H-CYCLE
           END-IF
           MOVE WS-TODAY TO RPT-H-DATE
           WRITE RPT-LINE FROM RPT-HEADING
           IF NOT CYCLE-REJECTED
             PERFORM 1100-LOAD-SCHEMES
             OPEN INPUT COMP-SCORE-FILE
             IF SCR-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
             END-IF
             OPEN OUTPUT SCORE-SUB-FILE
             IF SUB-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
             END-IF
             OPEN EXTEND COMP-DTL-FILE
             IF DTL-FILE-NOT-FOUND
               OPEN OUTPUT COMP-DTL-FILE
             END-IF
             IF DTL-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
             END-IF
           END-IF.
       1000-END. EXIT.
      *
       1100-LOAD-SCHEMES.
      * No scheme file at all is not an abort - every section then
      * rejects for want of a scheme and stays outstanding.
           OPEN INPUT COMP-SCHEME-FILE
           IF SCH-FILE-NOT-FOUND
             MOVE 'Y' TO SCH-EOF-SW
           ELSE
             IF SCH-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
             ELSE
               PERFORM UNTIL END-OF-SCHEMES
                   READ COMP-SCHEME-FILE
                       AT END
                           MOVE 'Y' TO SCH-EOF-SW
                       NOT AT END
                           PERFORM 1150-STORE-SCHEME-ROW
                   END-READ
               END-PERFORM
               CLOSE COMP-SCHEME-FILE
             END-IF
           END-IF.
       1100-END. EXIT.
      *
       1150-STORE-SCHEME-ROW.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > SCM-COUNT
             IF SM-COURSE(MX) = CM-COURSE
                AND SM-SECTION(MX) = CM-SECTION
                AND SM-COMPONENT(MX) = CM-COMPONENT
               SET WS-MATCH-IDX TO MX
             END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
             IF SCM-COUNT < WS-SCM-MAX
               ADD 1 TO SCM-COUNT
               MOVE SCM-COUNT TO WS-MATCH-IDX
               MOVE CM-COURSE TO SM-COURSE(WS-MATCH-IDX)
               MOVE CM-SECTION TO SM-SECTION(WS-MATCH-IDX)
               MOVE CM-COMPONENT TO SM-COMPONENT(WS-MATCH-IDX)
             END-IF
           END-IF
           IF WS-MATCH-IDX > 0
             MOVE CM-FEEDS TO SM-FEEDS(WS-MATCH-IDX)
             MOVE CM-WEIGHT TO SM-WEIGHT(WS-MATCH-IDX)
             MOVE CM-MAX-POINTS TO SM-MAX-POINTS(WS-MATCH-IDX)
             MOVE CM-ITEM-COUNT TO SM-ITEM-COUNT(WS-MATCH-IDX)
             MOVE CM-DROP-LOWEST TO SM-DROP-LOWEST(WS-MATCH-IDX)
           END-IF.
       1150-END. EXIT.
      *
       1200-LOAD-SCORES.
           PERFORM UNTIL END-OF-SCORES
               READ COMP-SCORE-FILE
                   AT END
                       MOVE 'Y' TO SCR-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF SCR-COUNT < WS-SCR-MAX
                         ADD 1 TO SCR-COUNT
                         MOVE CS-COURSE TO SR-COURSE(SCR-COUNT)
                         MOVE CS-SECTION TO SR-SECTION(SCR-COUNT)
                         MOVE CS-STUDENT-ID
                              TO SR-STUDENT-ID(SCR-COUNT)
                         MOVE CS-COMPONENT
                              TO SR-COMPONENT(SCR-COUNT)
                         MOVE CS-ITEM TO SR-ITEM(SCR-COUNT)
                         MOVE WS-ROWS-READ TO SR-SEQ(SCR-COUNT)
                         MOVE CS-POINTS TO SR-POINTS(SCR-COUNT)
                       ELSE
                         MOVE 'Y' TO TABLE-FULL-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMP-SCORE-FILE.
       1200-END. EXIT.
      *
       2000-ROLL-UP-SECTIONS.
           MOVE 1 TO R
           PERFORM UNTIL R > SCR-COUNT
             PERFORM 2100-ROLL-UP-ONE-SECTION
           END-PERFORM.
       2000-END. EXIT.
      *
       2100-ROLL-UP-ONE-SECTION.
           ADD 1 TO WS-SECTIONS-READ
           MOVE SR-COURSE(R) TO WS-SEC-COURSE
           MOVE SR-SECTION(R) TO WS-SEC-SECTION
           MOVE 0 TO DET-COUNT
           MOVE 0 TO WS-SEC-SUM
           PERFORM 2200-RESOLVE-SCHEME
           PERFORM 2300-VALIDATE-SCHEME
           MOVE WS-SEC-COURSE TO RPT-S-COURSE
           MOVE WS-SEC-SECTION TO RPT-S-SECTION
           IF SCHEME-REJECTED
             ADD 1 TO WS-SECTIONS-REJECTED
             MOVE WS-REJECT-TEXT TO RPT-S-TEXT
             WRITE RPT-LINE FROM RPT-SECTION-LINE
           ELSE
             MOVE 'COMPONENT SCHEME' TO RPT-S-TEXT
             WRITE RPT-LINE FROM RPT-SECTION-LINE
             PERFORM 2400-PRINT-SCHEME
           END-IF
           PERFORM 2900-CHECK-SECTION-BREAK
           PERFORM UNTIL SECTION-BREAK
             IF SCHEME-REJECTED
               ADD 1 TO R
             ELSE
               PERFORM 2500-ROLL-UP-ONE-STUDENT
             END-IF
             PERFORM 2900-CHECK-SECTION-BREAK
           END-PERFORM
           IF NOT SCHEME-REJECTED
             ADD 1 TO WS-SECTIONS-ROLLED
             PERFORM 3000-WRITE-SECTION-FEED
           END-IF.
       2100-END. EXIT.
      *
       2200-RESOLVE-SCHEME.
      * The section's own rows win outright over the course-wide
      * set - the two are never mixed component by component.  A
      * component whose governing row has a weight of zero is
      * retired: it is left out of the scheme and only noted, so
      * scores still on file for it can be passed over.
           MOVE 0 TO RS-COUNT
           MOVE 0 TO RT-COUNT
           MOVE 'N' TO SCHEME-REJECT-SW
           MOVE 'N' TO SECTION-ROWS-SW
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > SCM-COUNT
             IF SM-COURSE(MX) = WS-SEC-COURSE
                AND SM-SECTION(MX) = WS-SEC-SECTION
                AND WS-SEC-SECTION NOT = SPACES
               MOVE 'Y' TO SECTION-ROWS-SW
             END-IF
           END-PERFORM
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > SCM-COUNT
             IF SM-COURSE(MX) = WS-SEC-COURSE
               IF (SECTION-HAS-OWN-ROWS
                   AND SM-SECTION(MX) = WS-SEC-SECTION)
                  OR (NOT SECTION-HAS-OWN-ROWS
                   AND SM-SECTION(MX) = SPACES)
                 IF SM-WEIGHT(MX) > 0
                   PERFORM 2250-ADD-SCHEME-COMPONENT
                 ELSE
                   PERFORM 2260-NOTE-RETIRED-COMPONENT
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       2200-END. EXIT.
      *
       2250-ADD-SCHEME-COMPONENT.
           IF RS-COUNT < WS-RS-MAX
             ADD 1 TO RS-COUNT
             MOVE SM-COMPONENT(MX) TO RS-COMPONENT(RS-COUNT)
             MOVE SM-FEEDS(MX) TO RS-FEEDS(RS-COUNT)
             MOVE SM-WEIGHT(MX) TO RS-WEIGHT(RS-COUNT)
             MOVE SM-MAX-POINTS(MX) TO RS-MAX-POINTS(RS-COUNT)
             MOVE SM-ITEM-COUNT(MX) TO RS-ITEM-COUNT(RS-COUNT)
             MOVE SM-DROP-LOWEST(MX) TO RS-DROP-LOWEST(RS-COUNT)
           ELSE
             MOVE 'Y' TO SCHEME-REJECT-SW
             MOVE 'REJECTED WHOLE - TOO MANY SCHEME COMPONENTS'
                  TO WS-REJECT-TEXT
           END-IF.
       2250-END. EXIT.
      *
       2260-NOTE-RETIRED-COMPONENT.
           IF RT-COUNT < WS-RS-MAX
             ADD 1 TO RT-COUNT
             MOVE SM-COMPONENT(MX) TO RT-COMPONENT(RT-COUNT)
           END-IF.
       2260-END. EXIT.
      *
       2300-VALIDATE-SCHEME.
           MOVE 0 TO WS-WEIGHT-TOTAL
           MOVE 0 TO WS-EXAM-WEIGHT
           MOVE 0 TO WS-PROJ-WEIGHT
           IF RS-COUNT = 0
             MOVE 'Y' TO SCHEME-REJECT-SW
             MOVE 'REJECTED WHOLE - NO COMPONENT SCHEME'
                  TO WS-REJECT-TEXT
           END-IF
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > RS-COUNT OR SCHEME-REJECTED
             IF (NOT RS-FEEDS-EXAM(C) AND NOT RS-FEEDS-PROJECTS(C))
                OR RS-MAX-POINTS(C) = 0
                OR RS-ITEM-COUNT(C) = 0
                OR RS-DROP-LOWEST(C) NOT < RS-ITEM-COUNT(C)
               MOVE 'Y' TO SCHEME-REJECT-SW
               MOVE SPACES TO WS-REJECT-TEXT
               STRING 'REJECTED WHOLE - ' RS-COMPONENT(C)
                      ' RULE INVALID'
                      DELIMITED BY SIZE INTO WS-REJECT-TEXT
             ELSE
               ADD RS-WEIGHT(C) TO WS-WEIGHT-TOTAL
               IF RS-FEEDS-EXAM(C)
                 ADD RS-WEIGHT(C) TO WS-EXAM-WEIGHT
               ELSE
                 ADD RS-WEIGHT(C) TO WS-PROJ-WEIGHT
               END-IF
             END-IF
           END-PERFORM
           IF NOT SCHEME-REJECTED
             EVALUATE TRUE
               WHEN WS-WEIGHT-TOTAL NOT = 100
                 MOVE 'Y' TO SCHEME-REJECT-SW
                 MOVE WS-WEIGHT-TOTAL TO WS-WEIGHT-DISP
                 MOVE SPACES TO WS-REJECT-TEXT
                 STRING 'REJECTED WHOLE - SCHEME WEIGHTS TOTAL '
                        WS-WEIGHT-DISP
                        DELIMITED BY SIZE INTO WS-REJECT-TEXT
               WHEN WS-EXAM-WEIGHT = 0 OR WS-PROJ-WEIGHT = 0
                 MOVE 'Y' TO SCHEME-REJECT-SW
                 MOVE 'REJECTED WHOLE - SCHEME MUST FEED EXAM+PROJ'
                      TO WS-REJECT-TEXT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
       2300-END. EXIT.
      *
       2400-PRINT-SCHEME.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > RS-COUNT
             MOVE RS-COMPONENT(C) TO RPT-C-COMPONENT
             IF RS-FEEDS-EXAM(C)
               MOVE 'EXAM' TO RPT-C-FEEDS
             ELSE
               MOVE 'PROJECTS' TO RPT-C-FEEDS
             END-IF
             MOVE RS-WEIGHT(C) TO RPT-C-WEIGHT
             MOVE RS-ITEM-COUNT(C) TO RPT-C-ITEMS
             MOVE RS-MAX-POINTS(C) TO RPT-C-MAX
             MOVE RS-DROP-LOWEST(C) TO RPT-C-DROP
             WRITE RPT-LINE FROM RPT-SCHEME-LINE
           END-PERFORM.
       2400-END. EXIT.
      *
       2500-ROLL-UP-ONE-STUDENT.
           MOVE SR-STUDENT-ID(R) TO WS-STU-ID
           MOVE 'N' TO STUDENT-REJECT-SW
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > RS-COUNT
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > 99
               MOVE 0 TO RS-ITEM-POINTS(C, I)
               MOVE 'N' TO RS-ITEM-DROP-SW(C, I)
               MOVE 'N' TO RS-ITEM-OVER-SW(C, I)
             END-PERFORM
           END-PERFORM
           PERFORM 2950-CHECK-STUDENT-BREAK
           PERFORM UNTIL STUDENT-BREAK
             PERFORM 2600-APPLY-SCORE-ROW
             ADD 1 TO R
             PERFORM 2950-CHECK-STUDENT-BREAK
           END-PERFORM
           IF NOT STUDENT-REJECTED
             PERFORM VARYING C FROM 1 BY 1 UNTIL C > RS-COUNT
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > RS-ITEM-COUNT(C)
                 IF RS-ITEM-OVER-SW(C, I) = 'Y'
                   MOVE 'Y' TO STUDENT-REJECT-SW
                   MOVE SPACES TO WS-STU-REJECT-MSG
                   STRING 'REJECTED - ' RS-COMPONENT(C)
                          ' POINTS OVER MAXIMUM'
                          DELIMITED BY SIZE INTO WS-STU-REJECT-MSG
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF
           IF STUDENT-REJECTED
             ADD 1 TO WS-STUDENTS-REJECTED
             MOVE WS-STU-ID TO RPT-R-ID
             MOVE WS-STU-REJECT-MSG TO RPT-R-MSG
             WRITE RPT-LINE FROM RPT-ROW-LINE
           ELSE
             PERFORM 2700-COMPUTE-ROLLUP
             PERFORM 2800-KEEP-STUDENT
           END-IF.
       2500-END. EXIT.
      *
       2600-APPLY-SCORE-ROW.
      * Rows arrive in load order within an item, so a later row
      * simply overwrites an earlier one - and a corrected score
      * clears the over-maximum flag the bad one set.  A score for
      * a retired component is passed over.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > RS-COUNT
             IF RS-COMPONENT(C) = SR-COMPONENT(R)
               MOVE C TO WS-MATCH-IDX
             END-IF
           END-PERFORM
           MOVE 'N' TO RETIRED-SW
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > RT-COUNT
             IF RT-COMPONENT(C) = SR-COMPONENT(R)
               MOVE 'Y' TO RETIRED-SW
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN STUDENT-REJECTED
               CONTINUE
             WHEN WS-MATCH-IDX = 0 AND COMPONENT-RETIRED
               CONTINUE
             WHEN WS-MATCH-IDX = 0
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE SPACES TO WS-STU-REJECT-MSG
               STRING 'REJECTED - ' SR-COMPONENT(R)
                      ' NOT IN SCHEME'
                      DELIMITED BY SIZE INTO WS-STU-REJECT-MSG
             WHEN SR-ITEM(R) = 0
                  OR SR-ITEM(R) > RS-ITEM-COUNT(WS-MATCH-IDX)
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE SPACES TO WS-STU-REJECT-MSG
               STRING 'REJECTED - ' SR-COMPONENT(R)
                      ' ITEM OUT OF RANGE'
                      DELIMITED BY SIZE INTO WS-STU-REJECT-MSG
             WHEN OTHER
               MOVE WS-MATCH-IDX TO C
               MOVE SR-ITEM(R) TO I
               MOVE SR-POINTS(R) TO RS-ITEM-POINTS(C, I)
               IF SR-POINTS(R) > RS-MAX-POINTS(C)
                 MOVE 'Y' TO RS-ITEM-OVER-SW(C, I)
               ELSE
                 MOVE 'N' TO RS-ITEM-OVER-SW(C, I)
               END-IF
           END-EVALUATE.
       2600-END. EXIT.
      *
       2700-COMPUTE-ROLLUP.
           MOVE 0 TO WS-EXAM-ACCUM
           MOVE 0 TO WS-PROJ-ACCUM
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > RS-COUNT
             PERFORM 2750-SCORE-COMPONENT
             IF RS-FEEDS-EXAM(C)
               COMPUTE WS-EXAM-ACCUM = WS-EXAM-ACCUM
                       + (RS-PERCENT(C) * RS-WEIGHT(C))
             ELSE
               COMPUTE WS-PROJ-ACCUM = WS-PROJ-ACCUM
                       + (RS-PERCENT(C) * RS-WEIGHT(C))
             END-IF
           END-PERFORM
           COMPUTE WS-ROLL-EXAM ROUNDED =
                   WS-EXAM-ACCUM / WS-EXAM-WEIGHT
           COMPUTE WS-ROLL-PROJECTS ROUNDED =
                   WS-PROJ-ACCUM / (WS-PROJ-WEIGHT * 10).
       2700-END. EXIT.
      *
       2750-SCORE-COMPONENT.
      * Drop the N lowest items one at a time, then score what is
      * left as points kept over points possible.
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > RS-DROP-LOWEST(C)
             MOVE 0 TO WS-LOW-ITEM
             PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > RS-ITEM-COUNT(C)
               IF RS-ITEM-DROP-SW(C, I) = 'N'
                 IF WS-LOW-ITEM = 0
                   MOVE I TO WS-LOW-ITEM
                 ELSE
                   IF RS-ITEM-POINTS(C, I)
                      < RS-ITEM-POINTS(C, WS-LOW-ITEM)
                     MOVE I TO WS-LOW-ITEM
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             MOVE 'Y' TO RS-ITEM-DROP-SW(C, WS-LOW-ITEM)
           END-PERFORM
           MOVE 0 TO WS-KEPT-POINTS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RS-ITEM-COUNT(C)
             IF RS-ITEM-DROP-SW(C, I) = 'N'
               ADD RS-ITEM-POINTS(C, I) TO WS-KEPT-POINTS
             END-IF
           END-PERFORM
           COMPUTE WS-KEEP-COUNT =
                   RS-ITEM-COUNT(C) - RS-DROP-LOWEST(C)
           COMPUTE WS-POSS-POINTS = WS-KEEP-COUNT * RS-MAX-POINTS(C)
           MOVE WS-KEPT-POINTS TO RS-KEPT-POINTS(C)
           MOVE WS-POSS-POINTS TO RS-POSS-POINTS(C)
           COMPUTE RS-PERCENT(C) ROUNDED =
                   (WS-KEPT-POINTS * 100) / WS-POSS-POINTS.
       2750-END. EXIT.
      *
       2800-KEEP-STUDENT.
           IF DET-COUNT < WS-DET-MAX
             ADD 1 TO DET-COUNT
             MOVE WS-STU-ID TO DT-STUDENT-ID(DET-COUNT)
             MOVE WS-ROLL-EXAM TO DT-EXAM(DET-COUNT)
             MOVE WS-ROLL-PROJECTS TO DT-PROJECTS(DET-COUNT)
             COMPUTE WS-SEC-SUM = WS-SEC-SUM
                     + WS-ROLL-EXAM + WS-ROLL-PROJECTS
             ADD 1 TO WS-STUDENTS-ROLLED
             PERFORM VARYING C FROM 1 BY 1 UNTIL C > RS-COUNT
               PERFORM 2850-WRITE-COMPONENT-DETAIL
             END-PERFORM
           ELSE
             ADD 1 TO WS-STUDENTS-REJECTED
             MOVE WS-STU-ID TO RPT-R-ID
             MOVE 'REJECTED - SECTION OVER 9999 STUDENTS'
                  TO RPT-R-MSG
             WRITE RPT-LINE FROM RPT-ROW-LINE
           END-IF.
       2800-END. EXIT.
      *
       2850-WRITE-COMPONENT-DETAIL.
           MOVE WS-STU-ID TO CD-STUDENT-ID
           MOVE TERM-CODE TO CD-TERM
           MOVE WS-SEC-COURSE TO CD-COURSE
           MOVE WS-SEC-SECTION TO CD-SECTION
           MOVE WS-CYCLE TO CD-CYCLE
           MOVE RS-COMPONENT(C) TO CD-COMPONENT
           MOVE RS-FEEDS(C) TO CD-FEEDS
           MOVE RS-WEIGHT(C) TO CD-WEIGHT
           COMPUTE CD-ITEMS-COUNTED =
                   RS-ITEM-COUNT(C) - RS-DROP-LOWEST(C)
           MOVE RS-DROP-LOWEST(C) TO CD-ITEMS-DROPPED
           MOVE RS-KEPT-POINTS(C) TO CD-POINTS-KEPT
           MOVE RS-POSS-POINTS(C) TO CD-POINTS-POSS
           MOVE RS-PERCENT(C) TO CD-PERCENT
           MOVE WS-ROLL-EXAM TO CD-EXAM
           MOVE WS-ROLL-PROJECTS TO CD-PROJECTS
           MOVE WS-TODAY TO CD-RUN-DATE
           MOVE WS-RUN-ID TO CD-RUN-ID
           WRITE COMP-DTL-REC.
       2850-END. EXIT.
      *
       2900-CHECK-SECTION-BREAK.
           IF R > SCR-COUNT
             MOVE 'Y' TO SECTION-BREAK-SW
           ELSE
             IF SR-COURSE(R) NOT = WS-SEC-COURSE
                OR SR-SECTION(R) NOT = WS-SEC-SECTION
               MOVE 'Y' TO SECTION-BREAK-SW
             ELSE
               MOVE 'N' TO SECTION-BREAK-SW
             END-IF
           END-IF.
       2900-END. EXIT.
      *
       2950-CHECK-STUDENT-BREAK.
           PERFORM 2900-CHECK-SECTION-BREAK
           IF SECTION-BREAK
             MOVE 'Y' TO STUDENT-BREAK-SW
           ELSE
             IF SR-STUDENT-ID(R) NOT = WS-STU-ID
               MOVE 'Y' TO STUDENT-BREAK-SW
             ELSE
               MOVE 'N' TO STUDENT-BREAK-SW
             END-IF
           END-IF.
       2950-END. EXIT.
      *
       3000-WRITE-SECTION-FEED.
      * A section every student of which was rejected puts nothing
      * on the feed - an empty header/trailer pair would mark it
      * submitted on FGSCORLD's status file with no scores behind
      * it.
           MOVE WS-SEC-COURSE TO RPT-S-COURSE
           MOVE WS-SEC-SECTION TO RPT-S-SECTION
           MOVE SPACES TO RPT-S-TEXT
           IF DET-COUNT = 0
             MOVE 'NO STUDENT ROLLED UP - NOTHING ON FEED'
                  TO RPT-S-TEXT
           ELSE
             MOVE DET-COUNT TO WS-COUNT-DISP
             STRING 'ROLLED UP - ' DELIMITED BY SIZE
                    WS-COUNT-DISP DELIMITED BY SIZE
                    ' STUDENTS ON FEED' DELIMITED BY SIZE
                    INTO RPT-S-TEXT
             MOVE SPACES TO SCORE-SUB-REC
             MOVE 'H' TO SB-REC-TYPE
             MOVE WS-SEC-COURSE TO SB-H-COURSE
             MOVE WS-SEC-SECTION TO SB-H-SECTION
             MOVE DET-COUNT TO SB-H-REC-COUNT
             MOVE WS-SEC-SUM TO SB-H-SCORE-SUM
             WRITE SCORE-SUB-REC
             PERFORM VARYING D FROM 1 BY 1 UNTIL D > DET-COUNT
               MOVE SPACES TO SCORE-SUB-REC
               MOVE 'D' TO SB-REC-TYPE
               MOVE DT-STUDENT-ID(D) TO SB-D-STUDENT-ID
               MOVE DT-EXAM(D) TO SB-D-EXAM
               MOVE DT-PROJECTS(D) TO SB-D-PROJECTS
               WRITE SCORE-SUB-REC
             END-PERFORM
             MOVE SPACES TO SCORE-SUB-REC
             MOVE 'T' TO SB-REC-TYPE
             MOVE DET-COUNT TO SB-T-REC-COUNT
             MOVE WS-SEC-SUM TO SB-T-SCORE-SUM
             WRITE SCORE-SUB-REC
           END-IF
           WRITE RPT-LINE FROM RPT-SECTION-LINE.
       3000-END. EXIT.
      *
       6000-PRINT-TOTALS.
           MOVE WS-ROWS-READ TO RPT-T-ROWS
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-SECTIONS-READ TO RPT-T-SECTIONS
           WRITE RPT-LINE FROM RPT-TOTALS-2
           MOVE WS-SECTIONS-ROLLED TO RPT-T-ROLLED
           WRITE RPT-LINE FROM RPT-TOTALS-3
           MOVE WS-SECTIONS-REJECTED TO RPT-T-REJECTED
           WRITE RPT-LINE FROM RPT-TOTALS-4
           MOVE WS-STUDENTS-ROLLED TO RPT-T-STUDENTS
           WRITE RPT-LINE FROM RPT-TOTALS-5
           MOVE WS-STUDENTS-REJECTED TO RPT-T-STU-REJ
           WRITE RPT-LINE FROM RPT-TOTALS-6.
       6000-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FGCOMPRL' TO RS-PROGRAM-ID
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
           MOVE 'FGCOMPRL' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE WS-ROWS-READ TO RS-RECS-IN
           MOVE WS-STUDENTS-ROLLED TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN CYCLE-REJECTED OR SCORE-TABLE-FULL
               MOVE 8 TO RETURN-CODE
             WHEN WS-SECTIONS-REJECTED > 0
                  OR WS-STUDENTS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           IF NOT CYCLE-REJECTED
             CLOSE SCORE-SUB-FILE
             CLOSE COMP-DTL-FILE
           END-IF
           CLOSE COMP-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FGCOMPRL.
