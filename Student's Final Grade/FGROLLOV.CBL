       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGROLLOV.
      *
      * Term rollover of the student master.  STUMSTR holds one
      * term's course sections at a time; at the end of the term
      * it used to be cleared by hand through FGMAINT, and every
      * slip there became next term's grading error.  This job
      * runs after FGTMCTRL has closed the outgoing term and builds
      * the next term's master in three steps:
      *     archive ... every STUMSTR record is appended to STUARCH
      *                 tagged with the outgoing term, today's date
      *                 and its disposition
      *     clear ..... records still carrying an I (incomplete)
      *                 grade status are carried forward untouched
      *                 for completion next term; every other
      *                 record is deleted from the master
      *     load ...... each REGEXTR registration row for the new
      *                 term is written as a course-section record
      *                 with blank scores, status, and cycle
      * The name on a new record is the extract's student name, or
      * the name the student carried on the outgoing master when
      * the extract leaves it blank.
      *
      * The run is refused outright - nothing archived, nothing
      * deleted - unless the outgoing term's governing TERMCTL row
      * is closed, the new term is not itself closed, and STUARCH
      * does not already hold the outgoing term (a term is rolled
      * over once; a rerun would archive and drop the new term's
      * records).  A registration whose course section is already
      * on the master (a carried incomplete, or a duplicate row on
      * the extract) is not added and is listed as an exception.
      *
      * Every record dropped, carried, or added prints on ROLLRPT,
      * closed by control totals: master records read must equal
      * dropped plus carried, and the new master is carried plus
      * added.
      *
      * Command-line form:
      *     <outgoing-term> <new-term>
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
           SELECT TERM-CTL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT REG-FILE ASSIGN TO "REGEXTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "STUARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT ROLLOVER-RPT ASSIGN TO "ROLLRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-CTL-FILE.
       01  TERM-CTL-REC.
           COPY TERMREC.

       FD  STUDENT-FILE.
       01  STUDENT-REC.
           COPY STUDREC.

       FD  REG-FILE.
       01  REG-REC.
           COPY REGREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY STUARCH.

       FD  ROLLOVER-RPT.
       01  RPT-LINE               PIC X(80).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  TERM-FILE-STATUS       PIC XX VALUE '00'.
           88  TERM-FILE-NOT-FOUND    VALUE '35'.
       01  STUDENT-FILE-STATUS    PIC XX VALUE '00'.
           88  STUDENT-FILE-NOT-FOUND VALUE '35'.
       01  REG-FILE-STATUS        PIC XX VALUE '00'.
           88  REG-FILE-NOT-FOUND     VALUE '35'.
       01  ARCH-FILE-STATUS       PIC XX VALUE '00'.
           88  ARCH-FILE-NOT-FOUND    VALUE '35'.
       01  TERM-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-TERM-CTL        VALUE 'Y'.
       01  STU-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-STUDENT-FILE    VALUE 'Y'.
       01  REG-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-REG-FILE        VALUE 'Y'.
       01  ARCH-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-ARCHIVE-FILE    VALUE 'Y'.
       01  OLD-CLOSED-SW          PIC X VALUE 'N'.
           88  OLD-TERM-CLOSED        VALUE 'Y'.
       01  NEW-CLOSED-SW          PIC X VALUE 'N'.
           88  NEW-TERM-CLOSED        VALUE 'Y'.
       01  ROLLED-SW              PIC X VALUE 'N'.
           88  TERM-ALREADY-ROLLED    VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  REJECT-SW              PIC X VALUE 'N'.
           88  REQUEST-REJECTED       VALUE 'Y'.
       01  DROP-FULL-SW           PIC X VALUE 'N'.
           88  DROP-TABLE-FULL        VALUE 'Y'.
       01  CMD-LINE               PIC X(30) VALUE SPACES.
       01  OLD-TERM               PIC X(6) VALUE SPACES.
       01  NEW-TERM               PIC X(6) VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-TABLE-MAX           PIC 9(9) VALUE 999999.
       01  WS-MATCH-IDX           PIC 9(9) VALUE 0.
       01  WS-MASTER-READ         PIC 9(9) VALUE 0.
       01  WS-DROPPED-COUNT       PIC 9(9) VALUE 0.
       01  WS-CARRIED-COUNT       PIC 9(9) VALUE 0.
       01  WS-REG-READ            PIC 9(9) VALUE 0.
       01  WS-OTHER-TERM-COUNT    PIC 9(9) VALUE 0.
       01  WS-ADDED-COUNT         PIC 9(9) VALUE 0.
       01  WS-NOT-ADDED-COUNT     PIC 9(9) VALUE 0.
       01  WS-NO-NAME-COUNT       PIC 9(9) VALUE 0.
       01  WS-NEW-MASTER-COUNT    PIC 9(9) VALUE 0.
       01  WS-EXCEPTION-COUNT     PIC 9(9) VALUE 0.

      * DROP-TABLE - the master keys to be deleted, collected during
      * the archive pass and deleted after it, so the scan never
      * chases its own deletes (the same rule as FGIDCHG).
       01  DROP-COUNT             PIC 9(9) VALUE 0.
       01  DROP-TABLE.
           05  DROP-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON DROP-COUNT
                   INDEXED BY DX.
               10  DT-ID          PIC X(9).
               10  DT-COURSE      PIC X(8).
               10  DT-SECTION     PIC X(3).

      * NAME-TABLE - one name per student on the outgoing master,
      * the fallback when the extract carries no name.
       01  NAME-COUNT             PIC 9(9) VALUE 0.
       01  NAME-TABLE.
           05  NAME-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON NAME-COUNT
                   INDEXED BY NX.
               10  NT-ID          PIC X(9).
               10  NT-NAME        PIC X(20).

       01  RPT-HEADING.
           05  FILLER              PIC X(22) VALUE
               'TERM ROLLOVER REPORT  '.
           05  RPT-H-OLD           PIC X(6).
           05  FILLER              PIC X(4)  VALUE ' -> '.
           05  RPT-H-NEW           PIC X(6).
           05  FILLER              PIC X(12) VALUE '  RUN DATE: '.
           05  RPT-H-DATE          PIC 9(8).
       01  RPT-COL-HEADING.
           05  FILLER              PIC X(10) VALUE 'STUDENT'.
           05  FILLER              PIC X(13) VALUE 'COURSE-SEC'.
           05  FILLER              PIC X(21) VALUE 'NAME'.
           05  FILLER              PIC X(8)  VALUE 'ACTION'.
       01  RPT-DETAIL.
           05  RPT-D-ID            PIC X(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-COURSE        PIC X(8).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  RPT-D-SECTION       PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-NAME          PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-ACTION        PIC X(36).
       01  RPT-REJECT-LINE.
           05  RPT-R-MSG           PIC X(60).
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'MASTER RECORDS READ ........ : '.
           05  RPT-T-MASTER-READ   PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               'ARCHIVED AND DROPPED ....... : '.
           05  RPT-T-DROPPED       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-3.
           05  FILLER              PIC X(31) VALUE
               'ARCHIVED AND CARRIED (I) ... : '.
           05  RPT-T-CARRIED       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-4.
           05  FILLER              PIC X(31) VALUE
               'REGISTRATION ROWS READ ..... : '.
           05  RPT-T-REG-READ      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-5.
           05  FILLER              PIC X(31) VALUE
               'OTHER-TERM ROWS SKIPPED .... : '.
           05  RPT-T-OTHER-TERM    PIC ZZZZZZZZ9.
       01  RPT-TOTALS-6.
           05  FILLER              PIC X(31) VALUE
               'NEW SECTIONS ADDED ......... : '.
           05  RPT-T-ADDED         PIC ZZZZZZZZ9.
       01  RPT-TOTALS-7.
           05  FILLER              PIC X(31) VALUE
               'REGISTRATIONS NOT ADDED .... : '.
           05  RPT-T-NOT-ADDED     PIC ZZZZZZZZ9.
       01  RPT-TOTALS-8.
           05  FILLER              PIC X(31) VALUE
               'ADDED WITH NO NAME ......... : '.
           05  RPT-T-NO-NAME       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-9.
           05  FILLER              PIC X(31) VALUE
               'NEW TERM MASTER RECORDS .... : '.
           05  RPT-T-NEW-MASTER    PIC ZZZZZZZZ9.
       01  RPT-BALANCE-LINE        PIC X(60) VALUE
               'CONTROL TOTALS BALANCE'.
       01  RPT-OUT-OF-BALANCE-LINE PIC X(60) VALUE
               'CONTROL TOTALS OUT OF BALANCE - READ NOT DROP + CARRY'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
             WHEN REQUEST-REJECTED OR IO-ERROR
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN OTHER
               WRITE RPT-LINE FROM RPT-COL-HEADING
               PERFORM 2000-ARCHIVE-MASTER
               IF DROP-TABLE-FULL
                 MOVE 'Y' TO IO-ERROR-SW
                 CLOSE REG-FILE
                 MOVE 'RUN ABORTED - EXCEEDS DROP TABLE LIMIT'
                      TO RPT-R-MSG
                 WRITE RPT-LINE FROM RPT-REJECT-LINE
                 MOVE 'MASTER ARCHIVED BUT NOT CLEARED OR LOADED'
                      TO RPT-R-MSG
                 WRITE RPT-LINE FROM RPT-REJECT-LINE
               ELSE
                 PERFORM 3000-CLEAR-MASTER
                 PERFORM 4000-LOAD-NEW-TERM
               END-IF
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
           ACCEPT CMD-LINE FROM COMMAND-LINE
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE
               INTO OLD-TERM NEW-TERM
           OPEN OUTPUT ROLLOVER-RPT
           MOVE OLD-TERM TO RPT-H-OLD
           MOVE NEW-TERM TO RPT-H-NEW
           MOVE WS-RUN-DATE TO RPT-H-DATE
           WRITE RPT-LINE FROM RPT-HEADING
           EVALUATE TRUE
             WHEN OLD-TERM = SPACES OR NEW-TERM = SPACES
               MOVE 'Y' TO REJECT-SW
               MOVE 'RUN REJECTED - OUTGOING AND NEW TERM BOTH REQUIRED'
                    TO RPT-R-MSG
             WHEN NEW-TERM NOT > OLD-TERM
               MOVE 'Y' TO REJECT-SW
               MOVE 'RUN REJECTED - NEW TERM MUST FOLLOW OUTGOING TERM'
                    TO RPT-R-MSG
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF NOT REQUEST-REJECTED
             PERFORM 1300-CHECK-TERM-STATUS
             EVALUATE TRUE
               WHEN NOT OLD-TERM-CLOSED
                 MOVE 'Y' TO REJECT-SW
                 MOVE 'RUN REJECTED - OUTGOING TERM IS NOT CLOSED'
                      TO RPT-R-MSG
               WHEN NEW-TERM-CLOSED
                 MOVE 'Y' TO REJECT-SW
                 MOVE 'RUN REJECTED - NEW TERM IS ALREADY CLOSED'
                      TO RPT-R-MSG
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           IF NOT REQUEST-REJECTED
             PERFORM 1400-CHECK-ARCHIVE
           END-IF
           IF NOT REQUEST-REJECTED AND NOT IO-ERROR
             PERFORM 1500-OPEN-ROLLOVER-FILES
           END-IF.
       1000-END. EXIT.
      *
       1300-CHECK-TERM-STATUS.
      * TERMCTL is append-only and the last row on file for a term
      * governs, so the whole file is read and each switch reflects
      * the final row seen for its term.  No control file means no
      * term has ever been closed.
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
                         IF TC-TERM = OLD-TERM
                           IF TC-CLOSED
                             MOVE 'Y' TO OLD-CLOSED-SW
                           ELSE
                             MOVE 'N' TO OLD-CLOSED-SW
                           END-IF
                         END-IF
                         IF TC-TERM = NEW-TERM
                           IF TC-CLOSED
                             MOVE 'Y' TO NEW-CLOSED-SW
                           ELSE
                             MOVE 'N' TO NEW-CLOSED-SW
                           END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE TERM-CTL-FILE
           END-IF.
       1300-END. EXIT.
      *
       1400-CHECK-ARCHIVE.
      * A term already on the archive has been rolled over; no
      * archive yet means no term ever has.
           MOVE 'N' TO ARCH-EOF-SW
           OPEN INPUT ARCHIVE-FILE
           IF ARCH-FILE-NOT-FOUND
             MOVE 'Y' TO ARCH-EOF-SW
           ELSE
             IF ARCH-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
               MOVE 'RUN ABORTED - STUARCH UNAVAILABLE' TO RPT-R-MSG
             ELSE
               PERFORM UNTIL END-OF-ARCHIVE-FILE
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO ARCH-EOF-SW
                       NOT AT END
                           IF AM-TERM = OLD-TERM
                             MOVE 'Y' TO ROLLED-SW
                             MOVE 'Y' TO ARCH-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
             END-IF
           END-IF
           IF TERM-ALREADY-ROLLED
             MOVE 'Y' TO REJECT-SW
             MOVE 'RUN REJECTED - OUTGOING TERM ALREADY ON STUARCH'
                  TO RPT-R-MSG
           END-IF.
       1400-END. EXIT.
      *
       1500-OPEN-ROLLOVER-FILES.
      * Every file the rollover needs is opened before a single
      * record moves - a master cleared with no extract to reload
      * it from is the failure this job exists to prevent.
           OPEN INPUT REG-FILE
           IF REG-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
             MOVE 'RUN ABORTED - REGEXTR UNAVAILABLE' TO RPT-R-MSG
           ELSE
             OPEN I-O STUDENT-FILE
             IF STUDENT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
               MOVE 'RUN ABORTED - STUMSTR UNAVAILABLE' TO RPT-R-MSG
               CLOSE REG-FILE
             ELSE
               OPEN EXTEND ARCHIVE-FILE
               IF ARCH-FILE-NOT-FOUND
                 OPEN OUTPUT ARCHIVE-FILE
               END-IF
               IF ARCH-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO IO-ERROR-SW
                 MOVE 'RUN ABORTED - STUARCH UNAVAILABLE' TO RPT-R-MSG
                 CLOSE REG-FILE
                 CLOSE STUDENT-FILE
               END-IF
             END-IF
           END-IF.
       1500-END. EXIT.
      *
       2000-ARCHIVE-MASTER.
      * Every master record goes to the archive; the incompletes
      * stay on the master and the rest are queued for deletion.
           MOVE 'N' TO STU-EOF-SW
           PERFORM UNTIL END-OF-STUDENT-FILE
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO STU-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ
                       PERFORM 2100-ARCHIVE-ONE-RECORD
                       PERFORM 2200-SAVE-STUDENT-NAME
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.
       2000-END. EXIT.
      *
       2100-ARCHIVE-ONE-RECORD.
           MOVE OLD-TERM TO AM-TERM
           MOVE WS-RUN-DATE TO AM-ARCHIVE-DATE
           MOVE STUDENT-REC TO AM-MASTER-IMAGE
           MOVE STU-ID TO RPT-D-ID
           MOVE STU-COURSE TO RPT-D-COURSE
           MOVE STU-SECTION TO RPT-D-SECTION
           MOVE STU-NAME TO RPT-D-NAME
           IF STU-INCOMPLETE
             MOVE 'C' TO AM-DISPOSITION
             ADD 1 TO WS-CARRIED-COUNT
             MOVE 'CARRIED - INCOMPLETE' TO RPT-D-ACTION
           ELSE
             MOVE 'D' TO AM-DISPOSITION
             IF DROP-COUNT < WS-TABLE-MAX
               ADD 1 TO DROP-COUNT
               MOVE STU-ID TO DT-ID(DROP-COUNT)
               MOVE STU-COURSE TO DT-COURSE(DROP-COUNT)
               MOVE STU-SECTION TO DT-SECTION(DROP-COUNT)
             ELSE
               MOVE 'Y' TO DROP-FULL-SW
             END-IF
             MOVE 'DROPPED' TO RPT-D-ACTION
           END-IF
           WRITE ARCHIVE-REC
           WRITE RPT-LINE FROM RPT-DETAIL.
       2100-END. EXIT.
      *
       2200-SAVE-STUDENT-NAME.
           IF STU-NAME NOT = SPACES
             MOVE 0 TO WS-MATCH-IDX
             PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > NAME-COUNT
               IF NT-ID(NX) = STU-ID
                 SET WS-MATCH-IDX TO NX
               END-IF
             END-PERFORM
             IF WS-MATCH-IDX = 0 AND NAME-COUNT < WS-TABLE-MAX
               ADD 1 TO NAME-COUNT
               MOVE STU-ID TO NT-ID(NAME-COUNT)
               MOVE STU-NAME TO NT-NAME(NAME-COUNT)
             END-IF
           END-IF.
       2200-END. EXIT.
      *
       3000-CLEAR-MASTER.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DROP-COUNT
             MOVE DT-ID(DX) TO STU-ID
             MOVE DT-COURSE(DX) TO STU-COURSE
             MOVE DT-SECTION(DX) TO STU-SECTION
             READ STUDENT-FILE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     DELETE STUDENT-FILE
                     ADD 1 TO WS-DROPPED-COUNT
             END-READ
           END-PERFORM.
       3000-END. EXIT.
      *
       4000-LOAD-NEW-TERM.
           MOVE 'N' TO REG-EOF-SW
           PERFORM UNTIL END-OF-REG-FILE
               READ REG-FILE
                   AT END
                       MOVE 'Y' TO REG-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-REG-READ
                       IF RG-TERM = NEW-TERM
                         PERFORM 4100-ADD-ONE-SECTION
                       ELSE
                         ADD 1 TO WS-OTHER-TERM-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE.
       4000-END. EXIT.
      *
       4100-ADD-ONE-SECTION.
           MOVE SPACES TO STUDENT-REC
           MOVE RG-STUDENT-ID TO STU-ID
           MOVE RG-COURSE TO STU-COURSE
           MOVE RG-SECTION TO STU-SECTION
           MOVE RG-STUDENT-NAME TO STU-NAME
           IF STU-NAME = SPACES
             PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > NAME-COUNT
               IF NT-ID(NX) = RG-STUDENT-ID
                 MOVE NT-NAME(NX) TO STU-NAME
               END-IF
             END-PERFORM
           END-IF
           MOVE 0 TO STU-EXAM
           MOVE 0 TO STU-PROJECTS
           MOVE SPACE TO STU-GRADE-STATUS
           MOVE SPACE TO STU-CYCLE
           MOVE RG-STUDENT-ID TO RPT-D-ID
           MOVE RG-COURSE TO RPT-D-COURSE
           MOVE RG-SECTION TO RPT-D-SECTION
           MOVE STU-NAME TO RPT-D-NAME
           IF RG-STUDENT-ID = SPACES OR RG-COURSE = SPACES
             ADD 1 TO WS-NOT-ADDED-COUNT
             MOVE 'NOT ADDED - NO STUDENT OR COURSE'
                  TO RPT-D-ACTION
           ELSE
             WRITE STUDENT-REC
                 INVALID KEY
                     ADD 1 TO WS-NOT-ADDED-COUNT
                     MOVE 'NOT ADDED - ALREADY ON MASTER'
                          TO RPT-D-ACTION
                 NOT INVALID KEY
                     ADD 1 TO WS-ADDED-COUNT
                     IF STU-NAME = SPACES
                       ADD 1 TO WS-NO-NAME-COUNT
                       MOVE 'ADDED - NO NAME ON EXTRACT OR MASTER'
                            TO RPT-D-ACTION
                     ELSE
                       MOVE 'ADDED' TO RPT-D-ACTION
                     END-IF
             END-WRITE
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL.
       4100-END. EXIT.
      *
       5000-PRINT-TOTALS.
           CLOSE STUDENT-FILE
           COMPUTE WS-NEW-MASTER-COUNT =
                   WS-CARRIED-COUNT + WS-ADDED-COUNT
           COMPUTE WS-EXCEPTION-COUNT =
                   WS-NOT-ADDED-COUNT + WS-NO-NAME-COUNT
           MOVE WS-MASTER-READ TO RPT-T-MASTER-READ
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-DROPPED-COUNT TO RPT-T-DROPPED
           WRITE RPT-LINE FROM RPT-TOTALS-2
           MOVE WS-CARRIED-COUNT TO RPT-T-CARRIED
           WRITE RPT-LINE FROM RPT-TOTALS-3
           MOVE WS-REG-READ TO RPT-T-REG-READ
           WRITE RPT-LINE FROM RPT-TOTALS-4
           MOVE WS-OTHER-TERM-COUNT TO RPT-T-OTHER-TERM
           WRITE RPT-LINE FROM RPT-TOTALS-5
           MOVE WS-ADDED-COUNT TO RPT-T-ADDED
           WRITE RPT-LINE FROM RPT-TOTALS-6
           MOVE WS-NOT-ADDED-COUNT TO RPT-T-NOT-ADDED
           WRITE RPT-LINE FROM RPT-TOTALS-7
           MOVE WS-NO-NAME-COUNT TO RPT-T-NO-NAME
           WRITE RPT-LINE FROM RPT-TOTALS-8
           MOVE WS-NEW-MASTER-COUNT TO RPT-T-NEW-MASTER
           WRITE RPT-LINE FROM RPT-TOTALS-9
           IF WS-MASTER-READ = WS-DROPPED-COUNT + WS-CARRIED-COUNT
             WRITE RPT-LINE FROM RPT-BALANCE-LINE
           ELSE
             ADD 1 TO WS-EXCEPTION-COUNT
             WRITE RPT-LINE FROM RPT-OUT-OF-BALANCE-LINE
           END-IF.
       5000-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FGROLLOV' TO RS-PROGRAM-ID
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
           MOVE 'FGROLLOV' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           COMPUTE RS-RECS-IN = WS-MASTER-READ + WS-REG-READ
           MOVE WS-NEW-MASTER-COUNT TO RS-RECS-OUT
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
             WHEN WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           CLOSE ROLLOVER-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FGROLLOV.
