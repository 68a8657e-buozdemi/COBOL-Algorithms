       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGOFFTRN.
      *
      * Official transcript request run.  FGCUMTRN prints one long
      * internal report and FGMAILER one term's grade mailers; this
      * job fulfils a student's request for an official transcript
      * sent to another school or an employer.  Each TRNREQ request
      * row (student, recipient name and address, delivery method)
      * becomes one document on the OFFTRAN print-ready file, ended
      * by the separator line the print shop bursts on: the
      * recipient block, the student's name off STUMSTR (or, for a
      * student no longer on the master, off their latest STUARCH
      * image), the transfer credit FGXFER posted, then every term
      * in order with each course's catalog title, letter grade
      * (I/W/AU statused rows shown as such), credit hours and
      * repeat flag, the term GPA and the academic standing FGSTAND
      * recorded for that term on STANDHST (last row per student/
      * term), and the closing cumulative GPA and earned hours.
      *
      * Grades are the grade of record: the final-cycle GRDHISTX row
      * with its RESULT replaced by the last GRADEOVR override for
      * the student/term/course when there is one.  The term and
      * cumulative roll-up is FGCUMTRN's - COURSMST credit hours by
      * course section (DEFAULT-CREDIT-HOURS when the section is not
      * on the master), transfer hours counted as earned but kept
      * out of the GPA, and the REPTCTL repeat rule (BEST or LAST,
      * BEST when no control record) deciding which attempt of a
      * repeated course counts in the cumulative GPA - so the
      * official and the internal transcript always agree.
      *
      * Holds: a request for a student with a financial or
      * disciplinary hold in force on the run date (STUHOLD, last
      * row per student and hold type, see FGHOLD) is not issued.
      * It goes on the TRNHELD held-requests report with the hold
      * type, start date and the operator who placed it, one line
      * per hold in force.  A request with no recipient, an unknown
      * delivery method (M mail, E electronic, P pickup), or for a
      * student with no final-cycle grades on file is listed there
      * as not issued too, as is one for a student with no name on
      * either STUMSTR or STUARCH - an official transcript never
      * goes out unnamed.  TRNHELD closes with the run's control
      * totals.
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
           SELECT REQUEST-FILE ASSIGN TO "TRNREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REQ-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "STUHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HD-FILE-STATUS.
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
           SELECT STAND-HIST-FILE ASSIGN TO "STANDHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.
           SELECT TRANSCRIPT-DOC-FILE ASSIGN TO "OFFTRAN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HELD-RPT ASSIGN TO "TRNHELD"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           COPY TRQREC.

       FD  HOLD-FILE.
       01  HOLD-REC.
           COPY HOLDREC.

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

       FD  STAND-HIST-FILE.
       01  STAND-HIST-REC.
           COPY STANDREC.

       FD  TRANSCRIPT-DOC-FILE.
       01  DOC-LINE               PIC X(80).

       FD  HELD-RPT.
       01  RPT-LINE               PIC X(80).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  REQ-FILE-STATUS        PIC XX VALUE '00'.
           88  REQ-FILE-NOT-FOUND     VALUE '35'.
       01  HD-FILE-STATUS         PIC XX VALUE '00'.
           88  HD-FILE-NOT-FOUND      VALUE '35'.
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
       01  SH-FILE-STATUS         PIC XX VALUE '00'.
           88  SH-FILE-NOT-FOUND      VALUE '35'.
       01  REQ-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-REQUEST-FILE    VALUE 'Y'.
       01  HD-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-HOLD-FILE       VALUE 'Y'.
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
       01  SH-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-STAND-HIST      VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  TR-FULL-SW             PIC X VALUE 'N'.
           88  TR-TABLE-FULL          VALUE 'Y'.
       01  REQUESTED-SW           PIC X VALUE 'N'.
           88  STUDENT-REQUESTED      VALUE 'Y'.
       01  HELD-SW                PIC X VALUE 'N'.
           88  REQUEST-HELD           VALUE 'Y'.
       01  WS-TABLE-MAX           PIC 9(9) VALUE 999999.
       01  WS-CRS-MAX             PIC 9(5) VALUE 99999.
       01  WS-MATCH-IDX           PIC 9(9) VALUE 0.
       01  WS-CHECK-ID            PIC X(9) VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  DEFAULT-CREDIT-HOURS   PIC 9(2) VALUE 3.
       01  TERM-CREDIT-HOURS      PIC 9(2) VALUE 3.
       01  WS-COURSE-TITLE        PIC X(20) VALUE SPACES.
       01  WS-STUDENT-NAME        PIC X(20) VALUE SPACES.
       01  REPEAT-RULE            PIC X(4) VALUE 'BEST'.
           88  BEST-ATTEMPT-RULE      VALUE 'BEST'.
           88  LAST-ATTEMPT-RULE      VALUE 'LAST'.
       01  WS-SEL-IDX             PIC 9(9) VALUE 0.
       01  WS-ATTEMPT-COUNT       PIC 9(9) VALUE 0.
       01  WS-FIRST-IDX           PIC 9(9) VALUE 0.
       01  WS-LAST-IDX            PIC 9(9) VALUE 0.
       01  WS-XFER-COUNT          PIC 9(9) VALUE 0.
       01  LETTER-GRADE           PIC X(1).
       01  GPA-POINTS             PIC 9V9.
       01  STATUS-TEXT            PIC X(2) VALUE SPACES.
       01  CUR-TERM-CODE          PIC X(6) VALUE SPACES.
       01  CUM-QUALITY-POINTS     PIC 9(7)V99 VALUE 0.
       01  CUM-CREDIT-HOURS       PIC 9(5) VALUE 0.
       01  CUM-EARNED-HOURS       PIC 9(5) VALUE 0.
       01  CUM-GPA                PIC 9V99 VALUE 0.
       01  TERM-QUALITY-POINTS    PIC 9(7)V99 VALUE 0.
       01  TERM-HOURS             PIC 9(5) VALUE 0.
       01  TERM-GPA               PIC 9V99 VALUE 0.
       01  WS-REQUEST-COUNT       PIC 9(9) VALUE 0.
       01  WS-ISSUED-COUNT        PIC 9(9) VALUE 0.
       01  WS-MAIL-COUNT          PIC 9(9) VALUE 0.
       01  WS-ELECTRONIC-COUNT    PIC 9(9) VALUE 0.
       01  WS-PICKUP-COUNT        PIC 9(9) VALUE 0.
       01  WS-HELD-COUNT          PIC 9(9) VALUE 0.
       01  WS-NOT-ISSUED-COUNT    PIC 9(9) VALUE 0.
       01  M                      PIC 9(9) VALUE 0.
       01  N                      PIC 9(9) VALUE 0.

      * CRS-TABLE - titles and hours by course section.
       01  CRS-TABLE.
           05  CRS-COUNT          PIC 9(5) VALUE 0.
           05  CRS-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CRS-COUNT
                   INDEXED BY CX.
               10  CT-COURSE      PIC X(8).
               10  CT-SECTION     PIC X(3).
               10  CT-TITLE       PIC X(20).
               10  CT-CREDIT-HOURS PIC 9(2).

      * REQ-STU-TABLE - the distinct students with a request in
      * this batch; the history, override, standing, hold, and name
      * loads keep only their rows.  QS-NAME-SW notes a name found
      * on the master, and QS-ARCH-TERM the archived term an
      * archive name was taken from.
       01  REQ-STU-TABLE.
           05  QS-COUNT           PIC 9(9) VALUE 0.
           05  QS-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON QS-COUNT
                   INDEXED BY QX.
               10  QS-STUDENT-ID  PIC X(9).
               10  QS-NAME        PIC X(20).
               10  QS-NAME-SW     PIC X(1).
                   88  QS-NAME-ON-MASTER  VALUE 'M'.
               10  QS-ARCH-TERM   PIC X(6).

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

      * HOLD-TABLE - the hold file, last row per student/hold type.
       01  HOLD-TABLE.
           05  HOLD-COUNT         PIC 9(9) VALUE 0.
           05  HOLD-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON HOLD-COUNT
                   INDEXED BY HX.
               10  HT-STUDENT-ID  PIC X(9).
               10  HT-HOLD-TYPE   PIC X(1).
               10  HT-START-DATE  PIC 9(8).
               10  HT-RELEASE-DATE PIC 9(8).
               10  HT-ACTION-BY   PIC X(10).

      * STD-TABLE - the standing history, last row per student/term.
       01  STD-TABLE.
           05  STD-COUNT          PIC 9(9) VALUE 0.
           05  STD-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON STD-COUNT
                   INDEXED BY SX.
               10  SD-STUDENT-ID  PIC X(9).
               10  SD-TERM        PIC X(6).
               10  SD-STANDING    PIC X(1).

      * TR-TABLE - the requested students' final-cycle rows, the
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
               10  TR-XFER-INST   PIC X(12).
               10  TR-XFER-HOURS  PIC 9(2).

       01  DOC-SEPARATOR-LINE     PIC X(80) VALUE ALL '*'.
       01  DOC-BLANK-LINE         PIC X(80) VALUE SPACES.
       01  DOC-TITLE-LINE.
           05  FILLER              PIC X(40) VALUE
               'OFFICIAL TRANSCRIPT OF ACADEMIC RECORD'.
           05  FILLER              PIC X(7)  VALUE 'ISSUED '.
           05  DOC-T-DATE          PIC 9(8).
       01  DOC-RECIPIENT-LINE.
           05  DOC-R-LABEL         PIC X(12).
           05  DOC-R-TEXT          PIC X(30).
       01  DOC-DELIVERY-LINE.
           05  FILLER              PIC X(12) VALUE 'DELIVERY'.
           05  DOC-D-METHOD        PIC X(10).
           05  FILLER              PIC X(16) VALUE
               '   REQUESTED ON '.
           05  DOC-D-REQ-DATE      PIC 9(8).
       01  DOC-STUDENT-LINE.
           05  FILLER              PIC X(8)  VALUE 'STUDENT '.
           05  DOC-S-ID            PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DOC-S-NAME          PIC X(20).
       01  DOC-XFER-HEADING        PIC X(80) VALUE
               'TRANSFER CREDIT'.
       01  DOC-XFER-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DOC-X-COURSE        PIC X(8).
           05  FILLER              PIC X(6)  VALUE '  FROM'.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  DOC-X-INST          PIC X(12).
           05  FILLER              PIC X(8)  VALUE '  HOURS '.
           05  DOC-X-HOURS         PIC Z9.
       01  DOC-TERM-HEADING.
           05  FILLER              PIC X(5)  VALUE 'TERM '.
           05  DOC-TH-TERM         PIC X(6).
       01  DOC-COURSE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DOC-C-COURSE        PIC X(8).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  DOC-C-SECTION       PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DOC-C-TITLE         PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'GRADE '.
           05  DOC-C-GRADE         PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'HOURS '.
           05  DOC-C-HOURS         PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DOC-C-REPEAT        PIC X(8).
       01  DOC-TERM-GPA-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'TERM GPA '.
           05  DOC-TG-GPA          PIC 9.99.
           05  FILLER              PIC X(8)  VALUE '  HOURS '.
           05  DOC-TG-HOURS        PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE '  STANDING '.
           05  DOC-TG-STANDING     PIC X(13).
       01  DOC-CUM-LINE.
           05  FILLER              PIC X(15) VALUE
               'CUMULATIVE GPA '.
           05  DOC-C-GPA           PIC 9.99.
           05  FILLER              PIC X(15) VALUE
               '  EARNED HOURS '.
           05  DOC-C-EARNED        PIC ZZZZ9.
       01  DOC-END-LINE            PIC X(80) VALUE
               'END OF OFFICIAL TRANSCRIPT'.

       01  RPT-HEADING.
           05  FILLER              PIC X(30) VALUE
               'OFFICIAL TRANSCRIPT RUN       '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H-DATE          PIC 9(8).
       01  RPT-SECTION-HEADING     PIC X(80) VALUE
               'HELD AND UNISSUED REQUESTS'.
       01  RPT-COL-HEADING.
           05  FILLER              PIC X(11) VALUE 'STUDENT ID'.
           05  FILLER              PIC X(22) VALUE 'RECIPIENT'.
           05  FILLER              PIC X(26) VALUE 'REASON'.
           05  FILLER              PIC X(10) VALUE 'SINCE'.
           05  FILLER              PIC X(10) VALUE 'PLACED BY'.
       01  RPT-HELD-LINE.
           05  RPT-D-ID            PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-RECIPIENT     PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-REASON        PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-SINCE         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-BY            PIC X(10).
       01  RPT-REJECT-LINE.
           05  RPT-R-MSG           PIC X(50).
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'REQUESTS READ .............. : '.
           05  RPT-T-REQUESTS      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               'TRANSCRIPTS ISSUED ......... : '.
           05  RPT-T-ISSUED        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-3.
           05  FILLER              PIC X(31) VALUE
               '  BY MAIL .................. : '.
           05  RPT-T-MAIL          PIC ZZZZZZZZ9.
       01  RPT-TOTALS-4.
           05  FILLER              PIC X(31) VALUE
               '  ELECTRONIC ............... : '.
           05  RPT-T-ELECTRONIC    PIC ZZZZZZZZ9.
       01  RPT-TOTALS-5.
           05  FILLER              PIC X(31) VALUE
               '  FOR PICKUP ............... : '.
           05  RPT-T-PICKUP        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-6.
           05  FILLER              PIC X(31) VALUE
               'HELD FOR A STUDENT HOLD .... : '.
           05  RPT-T-HELD          PIC ZZZZZZZZ9.
       01  RPT-TOTALS-7.
           05  FILLER              PIC X(31) VALUE
               'OTHERWISE NOT ISSUED ....... : '.
           05  RPT-T-NOT-ISSUED    PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
             WHEN IO-ERROR
               CONTINUE
             WHEN TR-TABLE-FULL
               MOVE 'RUN REJECTED - EXCEEDS HISTORY TABLE LIMIT'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN OTHER
               SORT TR-ENTRY ASCENDING KEY TR-STUDENT-ID TR-TERM
                                         TR-COURSE
               PERFORM 2500-FLAG-REPEAT-ATTEMPTS
               PERFORM 3000-PROCESS-REQUESTS
               PERFORM 5000-PRINT-TOTALS
           END-EVALUATE
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9800-WRITE-RUN-END
           PERFORM 9999-TERMINATE
           STOP RUN.
       0000-END. EXIT.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT HELD-RPT
           MOVE WS-RUN-DATE TO RPT-H-DATE
           WRITE RPT-LINE FROM RPT-HEADING
           OPEN OUTPUT TRANSCRIPT-DOC-FILE
           PERFORM 1200-LOAD-REQUESTED-STUDENTS
           IF NOT IO-ERROR
             PERFORM 1100-LOAD-COURSE-MASTER
             PERFORM 1150-LOAD-REPEAT-CONTROL
             PERFORM 1300-LOAD-STUDENT-NAMES
             PERFORM 1350-LOAD-ARCHIVED-NAMES
             PERFORM 1400-LOAD-OVERRIDES
             PERFORM 1500-LOAD-HOLDS
             PERFORM 1600-LOAD-STANDING
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
                         IF CRS-COUNT < WS-CRS-MAX
                           ADD 1 TO CRS-COUNT
                           MOVE CRS-COURSE TO CT-COURSE(CRS-COUNT)
                           MOVE CRS-SECTION
                                TO CT-SECTION(CRS-COUNT)
                           MOVE CRS-TITLE TO CT-TITLE(CRS-COUNT)
                           MOVE CRS-CREDIT-HOURS
                                TO CT-CREDIT-HOURS(CRS-COUNT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE COURSE-FILE
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
       1170-LOOK-UP-COURSE.
           MOVE SPACES TO WS-COURSE-TITLE
           MOVE DEFAULT-CREDIT-HOURS TO TERM-CREDIT-HOURS
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CRS-COUNT
             IF CT-COURSE(CX) = TR-COURSE(M)
                AND CT-SECTION(CX) = TR-SECTION(M)
               MOVE CT-TITLE(CX) TO WS-COURSE-TITLE
               MOVE CT-CREDIT-HOURS(CX) TO TERM-CREDIT-HOURS
             END-IF
           END-PERFORM.
       1170-END. EXIT.
      *
       1200-LOAD-REQUESTED-STUDENTS.
      * First pass over the requests: note each distinct student so
      * the loads that follow keep only the rows this batch needs.
      * The requests themselves are read again, in order, when the
      * documents are built.
           OPEN INPUT REQUEST-FILE
           IF REQ-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
             MOVE 'RUN ABORTED - TRANSCRIPT REQUEST FILE UNAVAILABLE'
                  TO RPT-R-MSG
             WRITE RPT-LINE FROM RPT-REJECT-LINE
           ELSE
             PERFORM UNTIL END-OF-REQUEST-FILE
                 READ REQUEST-FILE
                     AT END
                         MOVE 'Y' TO REQ-EOF-SW
                     NOT AT END
                         MOVE TQ-STUDENT-ID TO WS-CHECK-ID
                         PERFORM 1260-CHECK-REQUESTED
                         IF NOT STUDENT-REQUESTED
                            AND TQ-STUDENT-ID NOT = SPACES
                            AND QS-COUNT < WS-TABLE-MAX
                           ADD 1 TO QS-COUNT
                           MOVE TQ-STUDENT-ID
                                TO QS-STUDENT-ID(QS-COUNT)
                           MOVE SPACES TO QS-NAME(QS-COUNT)
                           MOVE SPACE TO QS-NAME-SW(QS-COUNT)
                           MOVE SPACES TO QS-ARCH-TERM(QS-COUNT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE REQUEST-FILE
           END-IF.
       1200-END. EXIT.
      *
       1260-CHECK-REQUESTED.
           MOVE 'N' TO REQUESTED-SW
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > QS-COUNT
             IF QS-STUDENT-ID(QX) = WS-CHECK-ID
               MOVE 'Y' TO REQUESTED-SW
               SET WS-MATCH-IDX TO QX
             END-IF
           END-PERFORM.
       1260-END. EXIT.
      *
       1300-LOAD-STUDENT-NAMES.
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
                       PERFORM 1260-CHECK-REQUESTED
                       IF STUDENT-REQUESTED
                         IF QS-NAME(WS-MATCH-IDX) = SPACES
                            AND STU-NAME NOT = SPACES
                           MOVE STU-NAME TO QS-NAME(WS-MATCH-IDX)
                           MOVE 'M' TO QS-NAME-SW(WS-MATCH-IDX)
                         END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF STUDENT-FILE-STATUS NOT = '35'
             CLOSE STUDENT-FILE
           END-IF.
       1300-END. EXIT.
      *
       1350-LOAD-ARCHIVED-NAMES.
      * A student no longer on the master - a graduate, or anyone
      * else FGROLLOV dropped at a term rollover - is named off
      * their latest STUARCH image: the highest archived term, and
      * the later row within a term.  A name found on the master
      * always stands.  No archive means no rollover has ever run.
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
                       PERFORM 1260-CHECK-REQUESTED
                       IF STUDENT-REQUESTED
                         PERFORM 1360-TAKE-ARCHIVED-NAME
                       END-IF
               END-READ
           END-PERFORM
           IF NOT ARCH-FILE-NOT-FOUND
             CLOSE ARCHIVE-FILE
           END-IF.
       1350-END. EXIT.
      *
       1360-TAKE-ARCHIVED-NAME.
           IF NOT QS-NAME-ON-MASTER(WS-MATCH-IDX)
              AND AM-STU-NAME NOT = SPACES
              AND AM-TERM NOT < QS-ARCH-TERM(WS-MATCH-IDX)
             MOVE AM-STU-NAME TO QS-NAME(WS-MATCH-IDX)
             MOVE AM-TERM TO QS-ARCH-TERM(WS-MATCH-IDX)
           END-IF.
       1360-END. EXIT.
      *
       1400-LOAD-OVERRIDES.
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
                         PERFORM 1260-CHECK-REQUESTED
                         IF STUDENT-REQUESTED
                           PERFORM 1450-STORE-OVERRIDE-ROW
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE GRADE-OVR-FILE
           END-IF.
       1400-END. EXIT.
      *
       1450-STORE-OVERRIDE-ROW.
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
       1450-END. EXIT.
      *
       1500-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           IF HD-FILE-NOT-FOUND
             MOVE 'Y' TO HD-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-HOLD-FILE
                 READ HOLD-FILE
                     AT END
                         MOVE 'Y' TO HD-EOF-SW
                     NOT AT END
                         MOVE HD-STUDENT-ID TO WS-CHECK-ID
                         PERFORM 1260-CHECK-REQUESTED
                         IF STUDENT-REQUESTED
                           PERFORM 1550-STORE-HOLD-ROW
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE HOLD-FILE
           END-IF.
       1500-END. EXIT.
      *
       1550-STORE-HOLD-ROW.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HOLD-COUNT
             IF HT-STUDENT-ID(HX) = HD-STUDENT-ID
                AND HT-HOLD-TYPE(HX) = HD-HOLD-TYPE
               SET WS-MATCH-IDX TO HX
             END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0 AND HOLD-COUNT < WS-TABLE-MAX
             ADD 1 TO HOLD-COUNT
             MOVE HOLD-COUNT TO WS-MATCH-IDX
             MOVE HD-STUDENT-ID TO HT-STUDENT-ID(WS-MATCH-IDX)
             MOVE HD-HOLD-TYPE TO HT-HOLD-TYPE(WS-MATCH-IDX)
           END-IF
           IF WS-MATCH-IDX > 0
             MOVE HD-START-DATE TO HT-START-DATE(WS-MATCH-IDX)
             MOVE HD-RELEASE-DATE TO HT-RELEASE-DATE(WS-MATCH-IDX)
             MOVE HD-ACTION-BY TO HT-ACTION-BY(WS-MATCH-IDX)
           END-IF.
       1550-END. EXIT.
      *
       1600-LOAD-STANDING.
           OPEN INPUT STAND-HIST-FILE
           IF SH-FILE-NOT-FOUND
             MOVE 'Y' TO SH-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-STAND-HIST
                 READ STAND-HIST-FILE
                     AT END
                         MOVE 'Y' TO SH-EOF-SW
                     NOT AT END
                         MOVE SH-STUDENT-ID TO WS-CHECK-ID
                         PERFORM 1260-CHECK-REQUESTED
                         IF STUDENT-REQUESTED
                           PERFORM 1650-STORE-STANDING-ROW
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE STAND-HIST-FILE
           END-IF.
       1600-END. EXIT.
      *
       1650-STORE-STANDING-ROW.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STD-COUNT
             IF SD-STUDENT-ID(SX) = SH-STUDENT-ID
                AND SD-TERM(SX) = SH-TERM
               SET WS-MATCH-IDX TO SX
             END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0 AND STD-COUNT < WS-TABLE-MAX
             ADD 1 TO STD-COUNT
             MOVE STD-COUNT TO WS-MATCH-IDX
             MOVE SH-STUDENT-ID TO SD-STUDENT-ID(WS-MATCH-IDX)
             MOVE SH-TERM TO SD-TERM(WS-MATCH-IDX)
           END-IF
           IF WS-MATCH-IDX > 0
             MOVE SH-STANDING TO SD-STANDING(WS-MATCH-IDX)
           END-IF.
       1650-END. EXIT.
      *
       2000-LOAD-GRADE-HISTORY.
           OPEN INPUT GRADE-IX-FILE
           IF IX-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
             MOVE 'Y' TO EOF-SW
             MOVE 'RUN ABORTED - CURRENT-GRADE FILE UNAVAILABLE'
                  TO RPT-R-MSG
             WRITE RPT-LINE FROM RPT-REJECT-LINE
           ELSE
             PERFORM UNTIL END-OF-GRADE-HIST
                 READ GRADE-IX-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         IF GX-FINAL-CYCLE
                           MOVE GX-STUDENT-ID TO WS-CHECK-ID
                           PERFORM 1260-CHECK-REQUESTED
                           IF STUDENT-REQUESTED
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
             MOVE GX-XFER-INST TO TR-XFER-INST(TR-COUNT)
             MOVE GX-XFER-HOURS TO TR-XFER-HOURS(TR-COUNT)
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
       3000-PROCESS-REQUESTS.
           WRITE RPT-LINE FROM RPT-SECTION-HEADING
           WRITE RPT-LINE FROM RPT-COL-HEADING
           MOVE 'N' TO REQ-EOF-SW
           OPEN INPUT REQUEST-FILE
           PERFORM UNTIL END-OF-REQUEST-FILE
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO REQ-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM 3100-PROCESS-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE.
       3000-END. EXIT.
      *
       3100-PROCESS-ONE-REQUEST.
           MOVE TQ-STUDENT-ID TO RPT-D-ID
           MOVE TQ-RECIPIENT TO RPT-D-RECIPIENT
           MOVE SPACES TO RPT-D-SINCE
           MOVE SPACES TO RPT-D-BY
           PERFORM 3300-FIND-STUDENT-ROWS
           PERFORM 3350-FIND-STUDENT-NAME
           EVALUATE TRUE
             WHEN TQ-STUDENT-ID = SPACES
               MOVE 'NO STUDENT ID GIVEN' TO RPT-D-REASON
               PERFORM 3150-WRITE-NOT-ISSUED
             WHEN TQ-RECIPIENT = SPACES
               MOVE 'NO RECIPIENT GIVEN' TO RPT-D-REASON
               PERFORM 3150-WRITE-NOT-ISSUED
             WHEN NOT TQ-BY-MAIL AND NOT TQ-ELECTRONIC
                  AND NOT TQ-PICKUP
               MOVE 'UNKNOWN DELIVERY METHOD' TO RPT-D-REASON
               PERFORM 3150-WRITE-NOT-ISSUED
             WHEN OTHER
               PERFORM 3200-CHECK-HOLDS
               EVALUATE TRUE
                 WHEN REQUEST-HELD
                   ADD 1 TO WS-HELD-COUNT
                 WHEN WS-FIRST-IDX = 0
                   MOVE 'NO GRADES ON FILE' TO RPT-D-REASON
                   PERFORM 3150-WRITE-NOT-ISSUED
                 WHEN WS-STUDENT-NAME = SPACES
                   MOVE 'NO NAME ON FILE' TO RPT-D-REASON
                   PERFORM 3150-WRITE-NOT-ISSUED
                 WHEN OTHER
                   PERFORM 4000-ISSUE-TRANSCRIPT
               END-EVALUATE
           END-EVALUATE.
       3100-END. EXIT.
      *
       3150-WRITE-NOT-ISSUED.
           ADD 1 TO WS-NOT-ISSUED-COUNT
           WRITE RPT-LINE FROM RPT-HELD-LINE.
       3150-END. EXIT.
      *
       3200-CHECK-HOLDS.
      * A hold is in force when it has started on or before the run
      * date and carries no release date, or one still to come.
      * Each hold in force gets its own line.
           MOVE 'N' TO HELD-SW
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HOLD-COUNT
             IF HT-STUDENT-ID(HX) = TQ-STUDENT-ID
                AND HT-START-DATE(HX) > 0
                AND HT-START-DATE(HX) <= WS-RUN-DATE
                AND (HT-RELEASE-DATE(HX) = 0
                     OR HT-RELEASE-DATE(HX) > WS-RUN-DATE)
               MOVE 'Y' TO HELD-SW
               PERFORM 3250-WRITE-HELD-LINE
             END-IF
           END-PERFORM.
       3200-END. EXIT.
      *
       3250-WRITE-HELD-LINE.
           EVALUATE HT-HOLD-TYPE(HX)
             WHEN 'F'
               MOVE 'FINANCIAL HOLD' TO RPT-D-REASON
             WHEN 'D'
               MOVE 'DISCIPLINARY HOLD' TO RPT-D-REASON
             WHEN OTHER
               MOVE 'HOLD' TO RPT-D-REASON
           END-EVALUATE
           MOVE HT-START-DATE(HX) TO RPT-D-SINCE
           MOVE HT-ACTION-BY(HX) TO RPT-D-BY
           WRITE RPT-LINE FROM RPT-HELD-LINE.
       3250-END. EXIT.
      *
       3300-FIND-STUDENT-ROWS.
      * The table is in student order, so the student's rows are
      * one contiguous run from WS-FIRST-IDX to WS-LAST-IDX.
           MOVE 0 TO WS-FIRST-IDX
           MOVE 0 TO WS-LAST-IDX
           MOVE 0 TO WS-XFER-COUNT
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > TR-COUNT
             IF TR-STUDENT-ID(M) = TQ-STUDENT-ID
               IF WS-FIRST-IDX = 0
                 MOVE M TO WS-FIRST-IDX
               END-IF
               MOVE M TO WS-LAST-IDX
               IF TR-GRADE-STATUS(M) = 'T'
                 ADD 1 TO WS-XFER-COUNT
               END-IF
             END-IF
           END-PERFORM.
       3300-END. EXIT.
      *
       3350-FIND-STUDENT-NAME.
           MOVE SPACES TO WS-STUDENT-NAME
           MOVE TQ-STUDENT-ID TO WS-CHECK-ID
           PERFORM 1260-CHECK-REQUESTED
           IF STUDENT-REQUESTED
             MOVE QS-NAME(WS-MATCH-IDX) TO WS-STUDENT-NAME
           END-IF.
       3350-END. EXIT.
      *
       4000-ISSUE-TRANSCRIPT.
           ADD 1 TO WS-ISSUED-COUNT
           MOVE 0 TO CUM-QUALITY-POINTS
           MOVE 0 TO CUM-CREDIT-HOURS
           MOVE 0 TO CUM-EARNED-HOURS
           MOVE 0 TO CUM-GPA
           PERFORM 4100-WRITE-DOC-HEADER
           IF WS-XFER-COUNT > 0
             PERFORM 4200-WRITE-TRANSFER-CREDIT
           END-IF
           MOVE SPACES TO CUR-TERM-CODE
           PERFORM VARYING M FROM WS-FIRST-IDX BY 1
                   UNTIL M > WS-LAST-IDX
             IF TR-GRADE-STATUS(M) NOT = 'T'
               IF TR-TERM(M) NOT = CUR-TERM-CODE
                 IF CUR-TERM-CODE NOT = SPACES
                   PERFORM 4350-WRITE-TERM-GPA-LINE
                 END-IF
                 PERFORM 4310-START-TERM
               END-IF
               PERFORM 4320-WRITE-COURSE-LINE
             END-IF
           END-PERFORM
           IF CUR-TERM-CODE NOT = SPACES
             PERFORM 4350-WRITE-TERM-GPA-LINE
           END-IF
           PERFORM 4400-FINISH-DOCUMENT.
       4000-END. EXIT.
      *
       4100-WRITE-DOC-HEADER.
           MOVE WS-RUN-DATE TO DOC-T-DATE
           WRITE DOC-LINE FROM DOC-TITLE-LINE
           WRITE DOC-LINE FROM DOC-BLANK-LINE
           MOVE 'ISSUED TO' TO DOC-R-LABEL
           MOVE TQ-RECIPIENT TO DOC-R-TEXT
           WRITE DOC-LINE FROM DOC-RECIPIENT-LINE
           MOVE SPACES TO DOC-R-LABEL
           IF TQ-ADDR-LINE-1 NOT = SPACES
             MOVE TQ-ADDR-LINE-1 TO DOC-R-TEXT
             WRITE DOC-LINE FROM DOC-RECIPIENT-LINE
           END-IF
           IF TQ-ADDR-LINE-2 NOT = SPACES
             MOVE TQ-ADDR-LINE-2 TO DOC-R-TEXT
             WRITE DOC-LINE FROM DOC-RECIPIENT-LINE
           END-IF
           IF TQ-ADDR-LINE-3 NOT = SPACES
             MOVE TQ-ADDR-LINE-3 TO DOC-R-TEXT
             WRITE DOC-LINE FROM DOC-RECIPIENT-LINE
           END-IF
           EVALUATE TRUE
             WHEN TQ-BY-MAIL
               MOVE 'MAIL' TO DOC-D-METHOD
               ADD 1 TO WS-MAIL-COUNT
             WHEN TQ-ELECTRONIC
               MOVE 'ELECTRONIC' TO DOC-D-METHOD
               ADD 1 TO WS-ELECTRONIC-COUNT
             WHEN OTHER
               MOVE 'PICKUP' TO DOC-D-METHOD
               ADD 1 TO WS-PICKUP-COUNT
           END-EVALUATE
           IF TQ-REQUEST-DATE NUMERIC
             MOVE TQ-REQUEST-DATE TO DOC-D-REQ-DATE
           ELSE
             MOVE WS-RUN-DATE TO DOC-D-REQ-DATE
           END-IF
           WRITE DOC-LINE FROM DOC-DELIVERY-LINE
           WRITE DOC-LINE FROM DOC-BLANK-LINE
           MOVE TQ-STUDENT-ID TO DOC-S-ID
           MOVE WS-STUDENT-NAME TO DOC-S-NAME
           WRITE DOC-LINE FROM DOC-STUDENT-LINE
           WRITE DOC-LINE FROM DOC-BLANK-LINE.
       4100-END. EXIT.
      *
       4200-WRITE-TRANSFER-CREDIT.
      * Transfer credit: earned hours in, GPA untouched.
           WRITE DOC-LINE FROM DOC-XFER-HEADING
           PERFORM VARYING M FROM WS-FIRST-IDX BY 1
                   UNTIL M > WS-LAST-IDX
             IF TR-GRADE-STATUS(M) = 'T'
               ADD TR-XFER-HOURS(M) TO CUM-EARNED-HOURS
               MOVE TR-COURSE(M) TO DOC-X-COURSE
               MOVE TR-XFER-INST(M) TO DOC-X-INST
               MOVE TR-XFER-HOURS(M) TO DOC-X-HOURS
               WRITE DOC-LINE FROM DOC-XFER-LINE
             END-IF
           END-PERFORM
           WRITE DOC-LINE FROM DOC-BLANK-LINE.
       4200-END. EXIT.
      *
       4310-START-TERM.
           MOVE TR-TERM(M) TO CUR-TERM-CODE
           MOVE 0 TO TERM-QUALITY-POINTS
           MOVE 0 TO TERM-HOURS
           MOVE CUR-TERM-CODE TO DOC-TH-TERM
           WRITE DOC-LINE FROM DOC-TERM-HEADING.
       4310-END. EXIT.
      *
       4320-WRITE-COURSE-LINE.
           PERFORM 1170-LOOK-UP-COURSE
           MOVE TR-COURSE(M) TO DOC-C-COURSE
           MOVE TR-SECTION(M) TO DOC-C-SECTION
           MOVE WS-COURSE-TITLE TO DOC-C-TITLE
           MOVE SPACES TO DOC-C-REPEAT
           IF TR-GRADE-STATUS(M) = SPACE
              OR TR-GRADE-STATUS(M) = 'N'
             CALL 'FGLETTER' USING BY CONTENT TR-RESULT(M)
                                   BY REFERENCE LETTER-GRADE
                                   BY REFERENCE GPA-POINTS
             MOVE LETTER-GRADE TO DOC-C-GRADE(1:1)
             MOVE SPACE TO DOC-C-GRADE(2:1)
             MOVE TERM-CREDIT-HOURS TO DOC-C-HOURS
      * A superseded repeat attempt still shows and still counts
      * in its own term's GPA, but the cumulative GPA takes only
      * the policy-selected attempt.
             IF TR-REPEAT-SW(M) = 'Y'
               MOVE 'REPEATED' TO DOC-C-REPEAT
             ELSE
               COMPUTE CUM-QUALITY-POINTS = CUM-QUALITY-POINTS
                       + (GPA-POINTS * TERM-CREDIT-HOURS)
               ADD TERM-CREDIT-HOURS TO CUM-CREDIT-HOURS
               ADD TERM-CREDIT-HOURS TO CUM-EARNED-HOURS
             END-IF
             COMPUTE TERM-QUALITY-POINTS = TERM-QUALITY-POINTS
                     + (GPA-POINTS * TERM-CREDIT-HOURS)
             ADD TERM-CREDIT-HOURS TO TERM-HOURS
           ELSE
             PERFORM 4330-SET-STATUS-TEXT
             MOVE STATUS-TEXT TO DOC-C-GRADE
             MOVE 0 TO DOC-C-HOURS
           END-IF
           WRITE DOC-LINE FROM DOC-COURSE-LINE.
       4320-END. EXIT.
      *
       4330-SET-STATUS-TEXT.
           EVALUATE TR-GRADE-STATUS(M)
             WHEN 'I'
               MOVE 'I ' TO STATUS-TEXT
             WHEN 'W'
               MOVE 'W ' TO STATUS-TEXT
             WHEN 'A'
               MOVE 'AU' TO STATUS-TEXT
             WHEN OTHER
               MOVE SPACES TO STATUS-TEXT
           END-EVALUATE.
       4330-END. EXIT.
      *
       4350-WRITE-TERM-GPA-LINE.
           IF TERM-HOURS > 0
             COMPUTE TERM-GPA ROUNDED =
                     TERM-QUALITY-POINTS / TERM-HOURS
           ELSE
             MOVE 0 TO TERM-GPA
           END-IF
           MOVE TERM-GPA TO DOC-TG-GPA
           MOVE TERM-HOURS TO DOC-TG-HOURS
           PERFORM 4360-LOOK-UP-STANDING
           WRITE DOC-LINE FROM DOC-TERM-GPA-LINE.
       4350-END. EXIT.
      *
       4360-LOOK-UP-STANDING.
      * A term FGSTAND has not evaluated prints as not recorded
      * rather than as any standing.
           MOVE 'NOT RECORDED' TO DOC-TG-STANDING
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STD-COUNT
             IF SD-STUDENT-ID(SX) = TQ-STUDENT-ID
                AND SD-TERM(SX) = CUR-TERM-CODE
               EVALUATE SD-STANDING(SX)
                 WHEN 'D'
                   MOVE 'DEANS LIST' TO DOC-TG-STANDING
                 WHEN 'G'
                   MOVE 'GOOD STANDING' TO DOC-TG-STANDING
                 WHEN 'P'
                   MOVE 'PROBATION' TO DOC-TG-STANDING
                 WHEN 'S'
                   MOVE 'SUSPENSION' TO DOC-TG-STANDING
                 WHEN OTHER
                   MOVE 'NOT RECORDED' TO DOC-TG-STANDING
               END-EVALUATE
             END-IF
           END-PERFORM.
       4360-END. EXIT.
      *
       4400-FINISH-DOCUMENT.
      * Earned hours include transfer credit; the GPA's divisor
      * stays graded hours only.
           IF CUM-CREDIT-HOURS > 0
             COMPUTE CUM-GPA ROUNDED =
                     CUM-QUALITY-POINTS / CUM-CREDIT-HOURS
           END-IF
           WRITE DOC-LINE FROM DOC-BLANK-LINE
           MOVE CUM-GPA TO DOC-C-GPA
           MOVE CUM-EARNED-HOURS TO DOC-C-EARNED
           WRITE DOC-LINE FROM DOC-CUM-LINE
           WRITE DOC-LINE FROM DOC-END-LINE
           WRITE DOC-LINE FROM DOC-SEPARATOR-LINE.
       4400-END. EXIT.
      *
       5000-PRINT-TOTALS.
           WRITE RPT-LINE FROM DOC-BLANK-LINE
           MOVE WS-REQUEST-COUNT TO RPT-T-REQUESTS
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-ISSUED-COUNT TO RPT-T-ISSUED
           WRITE RPT-LINE FROM RPT-TOTALS-2
           MOVE WS-MAIL-COUNT TO RPT-T-MAIL
           WRITE RPT-LINE FROM RPT-TOTALS-3
           MOVE WS-ELECTRONIC-COUNT TO RPT-T-ELECTRONIC
           WRITE RPT-LINE FROM RPT-TOTALS-4
           MOVE WS-PICKUP-COUNT TO RPT-T-PICKUP
           WRITE RPT-LINE FROM RPT-TOTALS-5
           MOVE WS-HELD-COUNT TO RPT-T-HELD
           WRITE RPT-LINE FROM RPT-TOTALS-6
           MOVE WS-NOT-ISSUED-COUNT TO RPT-T-NOT-ISSUED
           WRITE RPT-LINE FROM RPT-TOTALS-7.
       5000-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FGOFFTRN' TO RS-PROGRAM-ID
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
           MOVE 'FGOFFTRN' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE WS-REQUEST-COUNT TO RS-RECS-IN
           MOVE WS-ISSUED-COUNT TO RS-RECS-OUT
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
             WHEN WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN WS-NOT-ISSUED-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           CLOSE TRANSCRIPT-DOC-FILE
           CLOSE HELD-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FGOFFTRN.
