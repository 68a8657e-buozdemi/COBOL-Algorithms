      * text), any GRADEOVR override with its reason code, and
      * whether the row's term is closed per TERMCTL - everything
      * the desk needs to answer the call, nothing it can break.
      * A one-grade inquiry on a section graded by components also
      * lists the breakdown FGCOMPRL kept on COMPDTL for it - each
      * component's weight, items counted and dropped, points, and
      * percentage - so a disputed grade can be walked back to the
      * scores behind it.
      *
      * Session: key an operator id, then inquiries; enter EXIT
      * (or a blank student id) to end.  A blank term or course
      * widens the search to the whole student.
      *
      * Every inquiry is written to the ACCLOG access log - the
      * operator, date and time, the student id, and whether it
      * was a one-grade (ONE) or whole-student (ALL) lookup - so
      * the privacy officer can see who viewed whose grades
      * (FGACCRPT).  No log, no session: a desk that cannot record
      * its lookups does not get to make them.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TERM-CTL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT COMP-DTL-FILE ASSIGN TO "COMPDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DTL-FILE-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  TERM-CTL-REC.
           COPY TERMREC.

       FD  COMP-DTL-FILE.
       01  COMP-DTL-REC.
           COPY CMPDTL.

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-REC.
           COPY ACCLREC.

       WORKING-STORAGE SECTION.
       01  DONE-SW                PIC X VALUE 'N'.
           88  SESSION-DONE           VALUE 'Y'.
           88  END-OF-TERM-CTL        VALUE 'Y'.
       01  HIST-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-HIST-SCAN       VALUE 'Y'.
       01  DTL-FILE-STATUS        PIC XX VALUE '00'.
           88  DTL-FILE-NOT-FOUND     VALUE '35'.
       01  DTL-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-COMP-DTL        VALUE 'Y'.
       01  ACC-FILE-STATUS        PIC XX VALUE '00'.
           88  ACC-FILE-NOT-FOUND     VALUE '35'.
       01  OPERATOR-ID            PIC X(10) VALUE SPACES.
       01  FOUND-SW               PIC X VALUE 'N'.
           88  RECORD-FOUND           VALUE 'Y'.
       01  WS-CMP-MAX             PIC 9(2) VALUE 50.
       01  WS-CMP-RUN-ID          PIC X(8) VALUE SPACES.
       01  WS-CMP-RUN-DATE        PIC 9(8) VALUE 0.
       01  PCT-DISP               PIC ZZ9.99.
       01  POINTS-DISP            PIC ZZZZ9.9.
       01  POSS-DISP              PIC ZZZZ9.
       01  WEIGHT-DISP            PIC ZZ9.
       01  ITEMS-DISP             PIC Z9.
       01  DROP-DISP              PIC Z9.
       01  EXAM-DISP              PIC ZZ9.
       01  PROJ-DISP              PIC Z9.
       01  KEY-INPUT              PIC X(9) VALUE SPACES.
       01  TERM-INPUT             PIC X(6) VALUE SPACES.
       01  COURSE-INPUT           PIC X(8) VALUE SPACES.
               10  TT-TERM        PIC X(6).
               10  TT-STATUS      PIC X(1).

      * CMP-TABLE - the component breakdown behind one grade: the
      * COMPDTL rows of the latest rollup run for the student/term/
      * course/cycle, a later run's rows replacing an earlier's.
       01  CMP-TABLE.
           05  CMP-COUNT          PIC 9(2) VALUE 0.
           05  CMP-ENTRY OCCURS 50 TIMES.
               10  CP-COMPONENT   PIC X(8).
               10  CP-FEEDS       PIC X(1).
               10  CP-WEIGHT      PIC 9(3).
               10  CP-ITEMS-COUNTED PIC 9(2).
               10  CP-ITEMS-DROPPED PIC 9(2).
               10  CP-POINTS-KEPT PIC 9(5)V9.
               10  CP-POINTS-POSS PIC 9(5).
               10  CP-PERCENT     PIC 9(3)V99.
               10  CP-EXAM        PIC 9(3).
               10  CP-PROJECTS    PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-START-SESSION
      *
       1000-START-SESSION.
           DISPLAY 'GRADE INQUIRY - ENTER EXIT TO QUIT'
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
             DISPLAY 'OPERATOR ID : ' WITH NO ADVANCING
             ACCEPT OPERATOR-ID
           END-PERFORM
           OPEN EXTEND ACCESS-LOG-FILE
           IF ACC-FILE-NOT-FOUND
             OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           IF ACC-FILE-STATUS NOT = '00'
             DISPLAY 'SESSION ABORTED - ACCESS LOG OPEN '
                     'FAILED, STATUS ' ACC-FILE-STATUS
             MOVE 'Y' TO DONE-SW
           END-IF
           OPEN INPUT GRADE-IX-FILE
           IF IX-FILE-STATUS NOT = '00'
             DISPLAY 'SESSION ABORTED - CURRENT-GRADE FILE OPEN '
       2000-END. EXIT.
      *
       3000-ANSWER-INQUIRY.
           MOVE 'N' TO FOUND-SW
           IF TERM-INPUT NOT = SPACES
              AND COURSE-INPUT NOT = SPACES
             PERFORM 3100-READ-ONE-GRADE
             MOVE 'ONE' TO AL-ACTION
           ELSE
             PERFORM 3500-LIST-STUDENT-ROWS
             MOVE 'ALL' TO AL-ACTION
           END-IF
           PERFORM 3900-LOG-ACCESS.
       3000-END. EXIT.
      *
       3100-READ-ONE-GRADE.
               INVALID KEY
                   DISPLAY 'NO GRADE ROW FOR THAT KEY'
               NOT INVALID KEY
                   MOVE 'Y' TO FOUND-SW
                   PERFORM 4000-DISPLAY-GRADE-ROW
                   PERFORM 4300-SHOW-COMPONENTS
           END-READ.
       3100-END. EXIT.
      *
           IF WS-ROW-COUNT = 0
             DISPLAY 'NO GRADE ROWS FOR STUDENT '
                     FUNCTION TRIM(KEY-INPUT)
           ELSE
             MOVE 'Y' TO FOUND-SW
           END-IF.
       3500-END. EXIT.
      *
       3900-LOG-ACCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-TIME
           MOVE OPERATOR-ID TO AL-OPERATOR
           MOVE 'FGINQ' TO AL-PROGRAM
           MOVE KEY-INPUT TO AL-STUDENT-ID
           MOVE TERM-INPUT TO AL-TERM
           MOVE COURSE-INPUT TO AL-COURSE
           MOVE SPACES TO AL-SECTION
           MOVE FOUND-SW TO AL-FOUND
           WRITE ACCESS-LOG-REC.
       3900-END. EXIT.
      *
       4000-DISPLAY-GRADE-ROW.
           IF GX-NORMAL-STATUS
                     '  REASON ' OT-REASON-CODE(WS-MATCH-IDX)
           END-IF.
       4200-END. EXIT.
      *
       4300-SHOW-COMPONENTS.
      * One pass of COMPDTL per one-grade inquiry; a section not
      * graded by components simply has no rows and shows nothing.
           MOVE 0 TO CMP-COUNT
           MOVE SPACES TO WS-CMP-RUN-ID
           MOVE 0 TO WS-CMP-RUN-DATE
           MOVE 'N' TO DTL-EOF-SW
           OPEN INPUT COMP-DTL-FILE
           IF DTL-FILE-STATUS NOT = '00'
             MOVE 'Y' TO DTL-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-COMP-DTL
                 READ COMP-DTL-FILE
                     AT END
                         MOVE 'Y' TO DTL-EOF-SW
                     NOT AT END
                         IF CD-STUDENT-ID = GX-STUDENT-ID
                            AND CD-TERM = GX-TERM
                            AND CD-COURSE = GX-COURSE
                            AND CD-CYCLE = GX-CYCLE
                           PERFORM 4350-STORE-COMPONENT-ROW
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE COMP-DTL-FILE
           END-IF
           IF CMP-COUNT > 0
             MOVE CP-EXAM(1) TO EXAM-DISP
             MOVE CP-PROJECTS(1) TO PROJ-DISP
             DISPLAY '  COMPONENTS (ROLLED UP ' WS-CMP-RUN-DATE
                     ')  EXAM ' FUNCTION TRIM(EXAM-DISP)
                     '  PROJECTS ' FUNCTION TRIM(PROJ-DISP)
             PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                     UNTIL WS-MATCH-IDX > CMP-COUNT
               PERFORM 4400-DISPLAY-COMPONENT
             END-PERFORM
           END-IF.
       4300-END. EXIT.
      *
       4350-STORE-COMPONENT-ROW.
           IF CD-RUN-ID NOT = WS-CMP-RUN-ID
              OR CD-RUN-DATE NOT = WS-CMP-RUN-DATE
             MOVE 0 TO CMP-COUNT
             MOVE CD-RUN-ID TO WS-CMP-RUN-ID
             MOVE CD-RUN-DATE TO WS-CMP-RUN-DATE
           END-IF
           IF CMP-COUNT < WS-CMP-MAX
             ADD 1 TO CMP-COUNT
             MOVE CD-COMPONENT TO CP-COMPONENT(CMP-COUNT)
             MOVE CD-FEEDS TO CP-FEEDS(CMP-COUNT)
             MOVE CD-WEIGHT TO CP-WEIGHT(CMP-COUNT)
             MOVE CD-ITEMS-COUNTED TO CP-ITEMS-COUNTED(CMP-COUNT)
             MOVE CD-ITEMS-DROPPED TO CP-ITEMS-DROPPED(CMP-COUNT)
             MOVE CD-POINTS-KEPT TO CP-POINTS-KEPT(CMP-COUNT)
             MOVE CD-POINTS-POSS TO CP-POINTS-POSS(CMP-COUNT)
             MOVE CD-PERCENT TO CP-PERCENT(CMP-COUNT)
             MOVE CD-EXAM TO CP-EXAM(CMP-COUNT)
             MOVE CD-PROJECTS TO CP-PROJECTS(CMP-COUNT)
           END-IF.
       4350-END. EXIT.
      *
       4400-DISPLAY-COMPONENT.
           MOVE CP-WEIGHT(WS-MATCH-IDX) TO WEIGHT-DISP
           MOVE CP-ITEMS-COUNTED(WS-MATCH-IDX) TO ITEMS-DISP
           MOVE CP-ITEMS-DROPPED(WS-MATCH-IDX) TO DROP-DISP
           MOVE CP-POINTS-KEPT(WS-MATCH-IDX) TO POINTS-DISP
           MOVE CP-POINTS-POSS(WS-MATCH-IDX) TO POSS-DISP
           MOVE CP-PERCENT(WS-MATCH-IDX) TO PCT-DISP
           DISPLAY '    ' CP-COMPONENT(WS-MATCH-IDX)
                   ' ' CP-FEEDS(WS-MATCH-IDX)
                   '  WT ' WEIGHT-DISP
                   '  ITEMS ' ITEMS-DISP
                   ' DROPPED ' DROP-DISP
                   '  PTS ' POINTS-DISP '/' POSS-DISP
                   '  PCT ' PCT-DISP.
       4400-END. EXIT.
      *
       9999-TERMINATE.
           CLOSE GRADE-IX-FILE
           CLOSE ACCESS-LOG-FILE.
       9999-END. EXIT.
      *
       END PROGRAM FGINQ.
