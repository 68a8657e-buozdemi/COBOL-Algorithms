       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGENRLVF.
      *
      * Enrollment-status verification extract.  Every term the
      * loan servicers and the enrollment clearinghouse ask whether
      * each student is full-time, three-quarter-time, half-time or
      * less than half-time, and the answer used to be summed by
      * hand from the student master and the course catalog.  For
      * the term given on the command line this job reads STUMSTR
      * in key order, totals each student's credit hours from the
      * COURSMST CRS-CREDIT-HOURS of every course section
      * (DEFAULT-CREDIT-HOURS when the section is not on the
      * master), assigns the enrollment-status band, and writes one
      * ENRLVX row per student enrolled for credit.
      *
      * What counts:
      *     audit ..... STU-AUDIT sections carry no credit and are
      *                 left out; a student auditing everything is
      *                 not enrolled for credit
      *     carried ... incompletes FGROLLOV carried forward from
      *                 the previous term are not this term's
      *                 enrollment and are left out - they are the
      *                 sections STUARCH shows as carried at the
      *                 latest rollover
      *     withdrawn . a STU-WITHDRAWN section counts until its
      *                 effective date, which is the STUMAINT
      *                 maintenance-audit date of the change that
      *                 made it W since the master was loaded for
      *                 the term; the student's hours no longer
      *                 include it, and a student with every credit
      *                 section withdrawn is band W
      *
      * ENRLCTL carries the full-time, three-quarter-time and
      * half-time minimum hours (9(2) each) on one record; the
      * defaults below apply when it is missing or a field is not
      * numeric, the same convention as SAPCTL.  The thresholds
      * must fall from full to three-quarter to half, and half-time
      * must need at least one hour, or the run is rejected before
      * anything is written.
      *
      * The status-change date on each row is the date the current
      * band took effect: the effective date of the withdrawal that
      * last moved the student into a new band, otherwise the date
      * already on the previous submission when the band is
      * unchanged, otherwise today.  ENRVPREV is the previous run's
      * ENRLVX, still in student id order, and is match-merged
      * against this run; rows for another term are ignored, so the
      * first submission of a term has nothing to compare with.
      * Every student whose band changed, every student new since
      * the previous submission, and every student on it who is no
      * longer enrolled prints on ENRLRPT - those are the records
      * the lenders need.
      *
      * A term STUARCH already holds has been rolled over, and the
      * master no longer carries it, so the run is refused.
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
           SELECT STUDENT-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT COURSE-FILE ASSIGN TO "COURSMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CRS-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "STUARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "STUMAINT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT ENRL-CTL-FILE ASSIGN TO "ENRLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT PREV-VERIFY-FILE ASSIGN TO "ENRVPREV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PREV-FILE-STATUS.
           SELECT ENRL-VERIFY-FILE ASSIGN TO "ENRLVX"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ENRL-RPT ASSIGN TO "ENRLRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
           COPY STUDREC.

       FD  COURSE-FILE.
       01  COURSE-REC.
           COPY CRSREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY STUARCH.

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-REC.
           COPY STUMAUD.

       FD  ENRL-CTL-FILE.
       01  ENRL-CTL-REC.
           05  EC-FULL-HOURS      PIC 9(2).
           05  EC-THREEQ-HOURS    PIC 9(2).
           05  EC-HALF-HOURS      PIC 9(2).

       FD  PREV-VERIFY-FILE.
       01  PREV-VERIFY-REC.
           COPY ENRVREC.

       FD  ENRL-VERIFY-FILE.
       01  ENRL-VERIFY-REC.
           COPY ENRVREC.

       FD  ENRL-RPT.
       01  RPT-LINE               PIC X(80).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  STUDENT-FILE-STATUS    PIC XX VALUE '00'.
           88  STUDENT-FILE-NOT-FOUND VALUE '35'.
       01  CRS-FILE-STATUS        PIC XX VALUE '00'.
           88  CRS-FILE-NOT-FOUND     VALUE '35'.
       01  ARCH-FILE-STATUS       PIC XX VALUE '00'.
           88  ARCH-FILE-NOT-FOUND    VALUE '35'.
       01  AUD-FILE-STATUS        PIC XX VALUE '00'.
           88  AUD-FILE-NOT-FOUND     VALUE '35'.
       01  CTL-FILE-STATUS        PIC XX VALUE '00'.
           88  CTL-FILE-NOT-FOUND     VALUE '35'.
       01  PREV-FILE-STATUS       PIC XX VALUE '00'.
           88  PREV-FILE-NOT-FOUND    VALUE '35'.
       01  STU-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-STUDENT-FILE    VALUE 'Y'.
       01  CRS-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-COURSE-FILE     VALUE 'Y'.
       01  ARCH-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-ARCHIVE         VALUE 'Y'.
       01  AUD-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-MAINT-AUDIT     VALUE 'Y'.
       01  PREV-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-PREVIOUS        VALUE 'Y'.
       01  STUDENT-OPEN-SW        PIC X VALUE 'N'.
           88  STUDENT-FILE-OPEN      VALUE 'Y'.
       01  PREV-OPEN-SW           PIC X VALUE 'N'.
           88  PREV-FILE-OPEN         VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  THRESHOLD-ERROR-SW     PIC X VALUE 'N'.
           88  THRESHOLDS-OUT-OF-ORDER VALUE 'Y'.
       01  TERM-ROLLED-SW         PIC X VALUE 'N'.
           88  TERM-ROLLED-OVER       VALUE 'Y'.
       01  TABLE-FULL-SW          PIC X VALUE 'N'.
           88  TABLE-FULL             VALUE 'Y'.
       01  PREV-TERM-SW           PIC X VALUE 'N'.
           88  PREVIOUS-SUBMISSION    VALUE 'Y'.
       01  PREV-READ-SW           PIC X VALUE 'N'.
           88  PREVIOUS-ROW-READ      VALUE 'Y'.
       01  PREV-MATCH-SW          PIC X VALUE 'N'.
           88  PREVIOUS-ROW-FOUND     VALUE 'Y'.
       01  CARRIED-SW             PIC X VALUE 'N'.
           88  SECTION-CARRIED        VALUE 'Y'.
       01  CHANGE-DATED-SW        PIC X VALUE 'N'.
           88  CHANGE-DATE-FROM-AUDIT VALUE 'Y'.
       01  WITHDRAWN-SEEN-SW      PIC X VALUE 'N'.
           88  WITHDRAWAL-SEEN        VALUE 'Y'.
       01  ENRL-TERM              PIC X(6) VALUE SPACES.
       01  WS-FULL-HOURS          PIC 9(2) VALUE 12.
       01  WS-THREEQ-HOURS        PIC 9(2) VALUE 9.
       01  WS-HALF-HOURS          PIC 9(2) VALUE 6.
       01  WS-TABLE-MAX           PIC 9(9) VALUE 99999.
       01  WS-CRS-MAX             PIC 9(5) VALUE 99999.
       01  WS-SEC-MAX             PIC 9(3) VALUE 999.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-LOAD-TERM           PIC X(6) VALUE SPACES.
       01  WS-TERM-LOAD-DATE      PIC 9(8) VALUE 0.
       01  DEFAULT-CREDIT-HOURS   PIC 9(2) VALUE 3.
       01  TERM-CREDIT-HOURS      PIC 9(2) VALUE 3.
       01  CUR-STUDENT-ID         PIC X(9) VALUE SPACES.
       01  CUR-STUDENT-NAME       PIC X(20) VALUE SPACES.
       01  WS-HOURS               PIC 9(3) VALUE 0.
       01  WS-ENROLLED-HOURS      PIC 9(3) VALUE 0.
       01  WS-BAND                PIC X(1) VALUE SPACE.
       01  WS-PRIOR-BAND          PIC X(1) VALUE SPACE.
       01  WS-CHANGE-DATE         PIC 9(8) VALUE 0.
       01  WS-STATUS-DATE         PIC 9(8) VALUE 0.
       01  WS-PREV-BAND           PIC X(1) VALUE SPACE.
       01  WS-PREV-DATE           PIC 9(8) VALUE 0.
       01  WS-STUDENT-COUNT       PIC 9(9) VALUE 0.
       01  WS-NOT-CREDIT-COUNT    PIC 9(9) VALUE 0.
       01  WS-FULL-COUNT          PIC 9(9) VALUE 0.
       01  WS-THREEQ-COUNT        PIC 9(9) VALUE 0.
       01  WS-HALF-COUNT          PIC 9(9) VALUE 0.
       01  WS-LESS-COUNT          PIC 9(9) VALUE 0.
       01  WS-WITHDRAWN-COUNT     PIC 9(9) VALUE 0.
       01  WS-CHANGED-COUNT       PIC 9(9) VALUE 0.
       01  WS-NEW-COUNT           PIC 9(9) VALUE 0.
       01  WS-DROPPED-COUNT       PIC 9(9) VALUE 0.
       01  WS-NO-DATE-COUNT       PIC 9(9) VALUE 0.

      * AUDIT-IMAGE - a STUDREC image off a STUMAINT row, for the
      * key and grade status of the section it changed.
       01  AUDIT-IMAGE.
           05  AI-KEY             PIC X(20).
           05  FILLER             PIC X(25).
           05  AI-GRADE-STATUS    PIC X(1).
           05  FILLER             PIC X(1).
       01  AUDIT-OLD-IMAGE.
           05  AO-KEY             PIC X(20).
           05  FILLER             PIC X(25).
           05  AO-GRADE-STATUS    PIC X(1).
           05  FILLER             PIC X(1).

      * CRS-TABLE - credit hours by course section.
       01  CRS-TABLE.
           05  CRS-COUNT          PIC 9(5) VALUE 0.
           05  CRS-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CRS-COUNT
                   INDEXED BY CX.
               10  CT-COURSE      PIC X(8).
               10  CT-SECTION     PIC X(3).
               10  CT-CREDIT-HOURS PIC 9(2).

      * CY-TABLE - course sections STUARCH shows as carried at the
      * latest rollover before the term, the incompletes that are
      * on the master but not enrolled this term.
       01  CY-TABLE.
           05  CY-COUNT           PIC 9(9) VALUE 0.
           05  CY-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CY-COUNT
                   INDEXED BY YX.
               10  CY-KEY         PIC X(20).

      * WD-TABLE - withdrawal effective dates, the date of the last
      * STUMAINT change since the term was loaded that turned a
      * course section to W.
       01  WD-TABLE.
           05  WD-COUNT           PIC 9(9) VALUE 0.
           05  WD-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WD-COUNT
                   INDEXED BY DX.
               10  WD-KEY         PIC X(20).
               10  WD-DATE        PIC 9(8).

      * SC-TABLE - the current student's credit sections, sorted
      * into withdrawal-date order for the status-date walk.  The
      * row count lives outside the sorted group.
       01  SC-COUNT               PIC 9(3) VALUE 0.
       01  SC-TABLE.
           05  SC-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON SC-COUNT
                   INDEXED BY SX.
               10  SC-WD-DATE     PIC 9(8).
               10  SC-COURSE      PIC X(8).
               10  SC-SECTION     PIC X(3).
               10  SC-HOURS       PIC 9(2).
               10  SC-WITHDRAWN-SW PIC X(1).
                   88  SC-WITHDRAWN       VALUE 'Y'.
               10  SC-DATED-SW    PIC X(1).
                   88  SC-DATE-FROM-AUDIT VALUE 'Y'.

       01  RPT-BLANK-LINE          PIC X(80) VALUE SPACES.
       01  RPT-HEADING.
           05  FILLER              PIC X(30) VALUE
               'ENROLLMENT STATUS VERIFICATION'.
           05  FILLER              PIC X(7)  VALUE ' TERM: '.
           05  RPT-H-TERM          PIC X(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H-DATE          PIC 9(8).
       01  RPT-THRESHOLD-LINE.
           05  FILLER              PIC X(21) VALUE
               'MINIMUM HOURS  FULL '.
           05  RPT-C-FULL          PIC Z9.
           05  FILLER              PIC X(17) VALUE
               '  THREE-QUARTER '.
           05  RPT-C-THREEQ        PIC Z9.
           05  FILLER              PIC X(8)  VALUE '  HALF '.
           05  RPT-C-HALF          PIC Z9.
       01  RPT-CHANGE-HEADING      PIC X(80) VALUE
               'CHANGES SINCE THE PREVIOUS SUBMISSION'.
       01  RPT-COL-HEADING.
           05  FILLER              PIC X(11) VALUE 'STUDENT ID'.
           05  FILLER              PIC X(22) VALUE 'NAME'.
           05  FILLER              PIC X(9)  VALUE 'WAS  NOW'.
           05  FILLER              PIC X(7)  VALUE 'HOURS'.
           05  FILLER              PIC X(10) VALUE 'EFFECTIVE'.
           05  FILLER              PIC X(20) VALUE 'CHANGE'.
       01  RPT-DETAIL.
           05  RPT-D-ID            PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-NAME          PIC X(20).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-D-OLD-BAND      PIC X(1).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-D-NEW-BAND      PIC X(1).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-D-HOURS         PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-DATE          PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-ACTION        PIC X(20).
       01  RPT-NO-DATE-LINE.
           05  RPT-N-ID            PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-N-COURSE        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-N-SECTION       PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(44) VALUE
               'WITHDRAWN - NO STUMAINT DATE, RUN DATE USED'.
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'STUDENTS ON EXTRACT ........ : '.
           05  RPT-T-STUDENTS      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               '  FULL-TIME (F) ............ : '.
           05  RPT-T-FULL          PIC ZZZZZZZZ9.
       01  RPT-TOTALS-3.
           05  FILLER              PIC X(31) VALUE
               '  THREE-QUARTER-TIME (Q) ... : '.
           05  RPT-T-THREEQ        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-4.
           05  FILLER              PIC X(31) VALUE
               '  HALF-TIME (H) ............ : '.
           05  RPT-T-HALF          PIC ZZZZZZZZ9.
       01  RPT-TOTALS-5.
           05  FILLER              PIC X(31) VALUE
               '  LESS THAN HALF-TIME (L) .. : '.
           05  RPT-T-LESS          PIC ZZZZZZZZ9.
       01  RPT-TOTALS-6.
           05  FILLER              PIC X(31) VALUE
               '  WITHDRAWN (W) ............ : '.
           05  RPT-T-WITHDRAWN     PIC ZZZZZZZZ9.
       01  RPT-TOTALS-7.
           05  FILLER              PIC X(31) VALUE
               'NOT ENROLLED FOR CREDIT .... : '.
           05  RPT-T-NOT-CREDIT    PIC ZZZZZZZZ9.
       01  RPT-TOTALS-8.
           05  FILLER              PIC X(31) VALUE
               'BAND CHANGED ............... : '.
           05  RPT-T-CHANGED       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-9.
           05  FILLER              PIC X(31) VALUE
               'NEW SINCE PREVIOUS ......... : '.
           05  RPT-T-NEW           PIC ZZZZZZZZ9.
       01  RPT-TOTALS-10.
           05  FILLER              PIC X(31) VALUE
               'NO LONGER ENROLLED ......... : '.
           05  RPT-T-DROPPED       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-11.
           05  FILLER              PIC X(31) VALUE
               'WITHDRAWAL DATE NOT FOUND .. : '.
           05  RPT-T-NO-DATE       PIC ZZZZZZZZ9.
       01  RPT-REJECT-LINE.
           05  RPT-R-MSG            PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
             WHEN ENRL-TERM = SPACES
               MOVE 'RUN REJECTED - NO TERM CODE GIVEN'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN THRESHOLDS-OUT-OF-ORDER
               MOVE 'RUN REJECTED - HOUR THRESHOLDS OUT OF ORDER'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN TERM-ROLLED-OVER
               MOVE 'RUN REJECTED - TERM ALREADY ROLLED OVER'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN IO-ERROR
               MOVE 'RUN ABORTED - STUDENT MASTER NOT AVAILABLE'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN TABLE-FULL
               MOVE 'RUN REJECTED - EXCEEDS ARCHIVE/AUDIT TABLE LIMIT'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN OTHER
               PERFORM 2000-BUILD-EXTRACT
               PERFORM 4000-LIST-DROPPED-STUDENTS
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
           ACCEPT ENRL-TERM FROM COMMAND-LINE
           OPEN OUTPUT ENRL-RPT
           MOVE ENRL-TERM TO RPT-H-TERM
           MOVE WS-RUN-DATE TO RPT-H-DATE
           WRITE RPT-LINE FROM RPT-HEADING
           PERFORM 1100-LOAD-ENROLLMENT-CONTROL
           MOVE WS-FULL-HOURS TO RPT-C-FULL
           MOVE WS-THREEQ-HOURS TO RPT-C-THREEQ
           MOVE WS-HALF-HOURS TO RPT-C-HALF
           WRITE RPT-LINE FROM RPT-THRESHOLD-LINE
           WRITE RPT-LINE FROM RPT-BLANK-LINE
           OPEN OUTPUT ENRL-VERIFY-FILE
           IF ENRL-TERM NOT = SPACES
              AND NOT THRESHOLDS-OUT-OF-ORDER
             PERFORM 1200-LOAD-CARRIED-SECTIONS
           END-IF
           IF ENRL-TERM NOT = SPACES
              AND NOT THRESHOLDS-OUT-OF-ORDER
              AND NOT TERM-ROLLED-OVER
             PERFORM 1300-LOAD-COURSE-MASTER
             PERFORM 1400-LOAD-WITHDRAWAL-DATES
             OPEN INPUT STUDENT-FILE
             IF STUDENT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
               MOVE 'Y' TO STU-EOF-SW
             ELSE
               MOVE 'Y' TO STUDENT-OPEN-SW
             END-IF
             OPEN INPUT PREV-VERIFY-FILE
             IF PREV-FILE-STATUS NOT = '00'
               MOVE 'Y' TO PREV-EOF-SW
             ELSE
               MOVE 'Y' TO PREV-OPEN-SW
             END-IF
           END-IF.
       1000-END. EXIT.
      *
       1100-LOAD-ENROLLMENT-CONTROL.
           OPEN INPUT ENRL-CTL-FILE
           IF CTL-FILE-NOT-FOUND
             CONTINUE
           ELSE
             READ ENRL-CTL-FILE
                 AT END
                     CONTINUE
                 NOT AT END
                     IF EC-FULL-HOURS NUMERIC
                       MOVE EC-FULL-HOURS TO WS-FULL-HOURS
                     END-IF
                     IF EC-THREEQ-HOURS NUMERIC
                       MOVE EC-THREEQ-HOURS TO WS-THREEQ-HOURS
                     END-IF
                     IF EC-HALF-HOURS NUMERIC
                       MOVE EC-HALF-HOURS TO WS-HALF-HOURS
                     END-IF
             END-READ
             CLOSE ENRL-CTL-FILE
           END-IF
      * Each band must need strictly more hours than the one below
      * it, or a student could sit in two bands at once.
           IF WS-HALF-HOURS = 0
              OR WS-THREEQ-HOURS NOT > WS-HALF-HOURS
              OR WS-FULL-HOURS NOT > WS-THREEQ-HOURS
             MOVE 'Y' TO THRESHOLD-ERROR-SW
           END-IF.
       1100-END. EXIT.
      *
       1200-LOAD-CARRIED-SECTIONS.
      * Every rollover archives every master record, so the carried
      * sections still on the master are exactly the ones the
      * latest archived term shows as carried; a later term on the
      * archive starts the table over.  The archive date of that
      * term is when the master was loaded for this one.  No
      * archive means no rollover has ever run.
           OPEN INPUT ARCHIVE-FILE
           IF ARCH-FILE-STATUS NOT = '00'
             MOVE 'Y' TO ARCH-EOF-SW
           END-IF
           PERFORM UNTIL END-OF-ARCHIVE
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO ARCH-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                         WHEN AM-TERM = ENRL-TERM
                           MOVE 'Y' TO TERM-ROLLED-SW
                         WHEN AM-TERM > ENRL-TERM
                           CONTINUE
                         WHEN AM-TERM < WS-LOAD-TERM
                           CONTINUE
                         WHEN OTHER
                           PERFORM 1250-STORE-ARCHIVE-ROW
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF ARCH-FILE-STATUS NOT = '35'
             CLOSE ARCHIVE-FILE
           END-IF.
       1200-END. EXIT.
      *
       1250-STORE-ARCHIVE-ROW.
           IF AM-TERM > WS-LOAD-TERM
             MOVE AM-TERM TO WS-LOAD-TERM
             MOVE 0 TO CY-COUNT
             MOVE 0 TO WS-TERM-LOAD-DATE
           END-IF
           IF AM-ARCHIVE-DATE > WS-TERM-LOAD-DATE
             MOVE AM-ARCHIVE-DATE TO WS-TERM-LOAD-DATE
           END-IF
           IF AM-CARRIED
             IF CY-COUNT >= WS-TABLE-MAX
               MOVE 'Y' TO TABLE-FULL-SW
             ELSE
               ADD 1 TO CY-COUNT
               MOVE AM-MASTER-IMAGE(1:20) TO CY-KEY(CY-COUNT)
             END-IF
           END-IF.
       1250-END. EXIT.
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
             IF CT-COURSE(CX) = STU-COURSE
                AND CT-SECTION(CX) = STU-SECTION
               MOVE CT-CREDIT-HOURS(CX) TO TERM-CREDIT-HOURS
             END-IF
           END-PERFORM.
       1350-END. EXIT.
      *
       1400-LOAD-WITHDRAWAL-DATES.
      * A change counts when it turned the section to W - an add
      * keyed as W, or a change whose old image was not W - and was
      * made on or after the date the master was loaded for the
      * term, so a withdrawal from an earlier term's section of the
      * same key is not picked up.  A later change for the key
      * replaces an earlier one.
           OPEN INPUT MAINT-AUDIT-FILE
           IF AUD-FILE-NOT-FOUND
             MOVE 'Y' TO AUD-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-MAINT-AUDIT
                 READ MAINT-AUDIT-FILE
                     AT END
                         MOVE 'Y' TO AUD-EOF-SW
                     NOT AT END
                         MOVE MA-NEW-IMAGE TO AUDIT-IMAGE
                         MOVE MA-OLD-IMAGE TO AUDIT-OLD-IMAGE
                         IF (MA-ADD-ACTION OR MA-CHG-ACTION)
                            AND AI-GRADE-STATUS = 'W'
                            AND (MA-ADD-ACTION
                                 OR AO-GRADE-STATUS NOT = 'W')
                            AND MA-DATE >= WS-TERM-LOAD-DATE
                           PERFORM 1450-STORE-WITHDRAWAL-DATE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE MAINT-AUDIT-FILE
           END-IF.
       1400-END. EXIT.
      *
       1450-STORE-WITHDRAWAL-DATE.
           PERFORM VARYING DX FROM 1 BY 1
                   UNTIL DX > WD-COUNT
                      OR WD-KEY(DX) = AI-KEY
             CONTINUE
           END-PERFORM
           EVALUATE TRUE
             WHEN DX <= WD-COUNT
               MOVE MA-DATE TO WD-DATE(DX)
             WHEN WD-COUNT >= WS-TABLE-MAX
               MOVE 'Y' TO TABLE-FULL-SW
             WHEN OTHER
               ADD 1 TO WD-COUNT
               MOVE AI-KEY TO WD-KEY(WD-COUNT)
               MOVE MA-DATE TO WD-DATE(WD-COUNT)
           END-EVALUATE.
       1450-END. EXIT.
      *
       2000-BUILD-EXTRACT.
      * STUMSTR comes in key order, student id first, so each
      * student's sections arrive together and the student is
      * finished on the change of id.
           WRITE RPT-LINE FROM RPT-CHANGE-HEADING
           WRITE RPT-LINE FROM RPT-COL-HEADING
           PERFORM 2900-READ-PREVIOUS
           MOVE 0 TO SC-COUNT
           PERFORM UNTIL END-OF-STUDENT-FILE
               READ STUDENT-FILE
                   AT END
                       MOVE 'Y' TO STU-EOF-SW
                   NOT AT END
                       IF STU-ID NOT = CUR-STUDENT-ID
                          AND CUR-STUDENT-ID NOT = SPACES
                         PERFORM 2500-FINISH-STUDENT
                       END-IF
                       IF STU-ID NOT = CUR-STUDENT-ID
                         MOVE STU-ID TO CUR-STUDENT-ID
                         MOVE STU-NAME TO CUR-STUDENT-NAME
                         MOVE 0 TO SC-COUNT
                       END-IF
                       PERFORM 2100-STORE-SECTION
               END-READ
           END-PERFORM
           IF CUR-STUDENT-ID NOT = SPACES
             PERFORM 2500-FINISH-STUDENT
           END-IF.
       2000-END. EXIT.
      *
       2100-STORE-SECTION.
           PERFORM 2150-CHECK-CARRIED
           IF NOT STU-AUDIT
              AND NOT SECTION-CARRIED
              AND SC-COUNT < WS-SEC-MAX
             ADD 1 TO SC-COUNT
             PERFORM 1350-LOOK-UP-CREDIT-HOURS
             MOVE STU-COURSE TO SC-COURSE(SC-COUNT)
             MOVE STU-SECTION TO SC-SECTION(SC-COUNT)
             MOVE TERM-CREDIT-HOURS TO SC-HOURS(SC-COUNT)
             MOVE 0 TO SC-WD-DATE(SC-COUNT)
             MOVE 'N' TO SC-WITHDRAWN-SW(SC-COUNT)
             MOVE 'N' TO SC-DATED-SW(SC-COUNT)
             IF STU-WITHDRAWN
               MOVE 'Y' TO SC-WITHDRAWN-SW(SC-COUNT)
               PERFORM 2200-FIND-WITHDRAWAL-DATE
             END-IF
           END-IF.
       2100-END. EXIT.
      *
       2150-CHECK-CARRIED.
           MOVE 'N' TO CARRIED-SW
           PERFORM VARYING YX FROM 1 BY 1 UNTIL YX > CY-COUNT
             IF CY-KEY(YX) = STU-KEY
               MOVE 'Y' TO CARRIED-SW
             END-IF
           END-PERFORM.
       2150-END. EXIT.
      *
       2200-FIND-WITHDRAWAL-DATE.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WD-COUNT
             IF WD-KEY(DX) = STU-KEY
               MOVE WD-DATE(DX) TO SC-WD-DATE(SC-COUNT)
               MOVE 'Y' TO SC-DATED-SW(SC-COUNT)
             END-IF
           END-PERFORM
           IF SC-WD-DATE(SC-COUNT) = 0
             ADD 1 TO WS-NO-DATE-COUNT
             MOVE WS-RUN-DATE TO SC-WD-DATE(SC-COUNT)
             MOVE STU-ID TO RPT-N-ID
             MOVE STU-COURSE TO RPT-N-COURSE
             MOVE STU-SECTION TO RPT-N-SECTION
             WRITE RPT-LINE FROM RPT-NO-DATE-LINE
           END-IF.
       2200-END. EXIT.
      *
       2500-FINISH-STUDENT.
           IF SC-COUNT = 0
             ADD 1 TO WS-NOT-CREDIT-COUNT
           ELSE
             PERFORM 2600-COMPUTE-STATUS
             PERFORM 2700-MATCH-PREVIOUS
             PERFORM 2800-WRITE-EXTRACT-ROW
           END-IF.
       2500-END. EXIT.
      *
       2600-COMPUTE-STATUS.
      * Start from every credit section the student registered for
      * and take the withdrawals off in effective-date order; the
      * last one that moved the student into a different band is
      * the date the current band took effect.  A withdrawal with
      * no STUMAINT date sorts last on today's date.
           MOVE 0 TO WS-HOURS
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SC-COUNT
             ADD SC-HOURS(SX) TO WS-HOURS
           END-PERFORM
           MOVE 'N' TO WITHDRAWN-SEEN-SW
           PERFORM 2650-SET-BAND
           MOVE 0 TO WS-CHANGE-DATE
           MOVE 'N' TO CHANGE-DATED-SW
           SORT SC-ENTRY ASCENDING KEY SC-WD-DATE
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SC-COUNT
             IF SC-WITHDRAWN(SX)
               MOVE WS-BAND TO WS-PRIOR-BAND
               SUBTRACT SC-HOURS(SX) FROM WS-HOURS
               MOVE 'Y' TO WITHDRAWN-SEEN-SW
               PERFORM 2650-SET-BAND
               IF WS-BAND NOT = WS-PRIOR-BAND
                 MOVE SC-WD-DATE(SX) TO WS-CHANGE-DATE
                 MOVE SC-DATED-SW(SX) TO CHANGE-DATED-SW
               END-IF
             END-IF
           END-PERFORM
           MOVE WS-HOURS TO WS-ENROLLED-HOURS.
       2600-END. EXIT.
      *
       2650-SET-BAND.
           EVALUATE TRUE
             WHEN WS-HOURS >= WS-FULL-HOURS
               MOVE 'F' TO WS-BAND
             WHEN WS-HOURS >= WS-THREEQ-HOURS
               MOVE 'Q' TO WS-BAND
             WHEN WS-HOURS >= WS-HALF-HOURS
               MOVE 'H' TO WS-BAND
             WHEN WS-HOURS = 0 AND WITHDRAWAL-SEEN
               MOVE 'W' TO WS-BAND
             WHEN OTHER
               MOVE 'L' TO WS-BAND
           END-EVALUATE.
       2650-END. EXIT.
      *
       2700-MATCH-PREVIOUS.
      * Previous rows for students ahead of this one are students no
      * longer enrolled; a row for this student gives the band and
      * date last submitted.
           PERFORM UNTIL END-OF-PREVIOUS
                      OR EV-STUDENT-ID OF PREV-VERIFY-REC
                         NOT < CUR-STUDENT-ID
             PERFORM 4100-PRINT-DROPPED-STUDENT
             PERFORM 2900-READ-PREVIOUS
           END-PERFORM
           MOVE 'N' TO PREV-MATCH-SW
           IF NOT END-OF-PREVIOUS
              AND EV-STUDENT-ID OF PREV-VERIFY-REC = CUR-STUDENT-ID
             MOVE 'Y' TO PREV-MATCH-SW
             MOVE EV-ENROLL-STATUS OF PREV-VERIFY-REC TO WS-PREV-BAND
             MOVE EV-STATUS-DATE OF PREV-VERIFY-REC TO WS-PREV-DATE
             PERFORM 2900-READ-PREVIOUS
           END-IF
      * A band change dated only by today's fallback gives way to
      * the date already submitted for the same band.
           EVALUATE TRUE
             WHEN CHANGE-DATE-FROM-AUDIT
               MOVE WS-CHANGE-DATE TO WS-STATUS-DATE
             WHEN PREVIOUS-ROW-FOUND AND WS-BAND = WS-PREV-BAND
               MOVE WS-PREV-DATE TO WS-STATUS-DATE
             WHEN OTHER
               MOVE WS-RUN-DATE TO WS-STATUS-DATE
           END-EVALUATE
           MOVE CUR-STUDENT-ID TO RPT-D-ID
           MOVE CUR-STUDENT-NAME TO RPT-D-NAME
           MOVE WS-BAND TO RPT-D-NEW-BAND
           MOVE WS-ENROLLED-HOURS TO RPT-D-HOURS
           MOVE WS-STATUS-DATE TO RPT-D-DATE
           EVALUATE TRUE
             WHEN PREVIOUS-ROW-FOUND
                  AND WS-BAND NOT = WS-PREV-BAND
               ADD 1 TO WS-CHANGED-COUNT
               MOVE WS-PREV-BAND TO RPT-D-OLD-BAND
               MOVE 'BAND CHANGED' TO RPT-D-ACTION
               WRITE RPT-LINE FROM RPT-DETAIL
             WHEN NOT PREVIOUS-ROW-FOUND AND PREVIOUS-SUBMISSION
               ADD 1 TO WS-NEW-COUNT
               MOVE '-' TO RPT-D-OLD-BAND
               MOVE 'NEW SINCE PREVIOUS' TO RPT-D-ACTION
               WRITE RPT-LINE FROM RPT-DETAIL
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       2700-END. EXIT.
      *
       2800-WRITE-EXTRACT-ROW.
           MOVE CUR-STUDENT-ID TO EV-STUDENT-ID OF ENRL-VERIFY-REC
           MOVE CUR-STUDENT-NAME TO EV-STUDENT-NAME OF ENRL-VERIFY-REC
           MOVE ENRL-TERM TO EV-TERM OF ENRL-VERIFY-REC
           MOVE WS-ENROLLED-HOURS
                TO EV-ENROLLED-HOURS OF ENRL-VERIFY-REC
           MOVE WS-BAND TO EV-ENROLL-STATUS OF ENRL-VERIFY-REC
           MOVE WS-STATUS-DATE TO EV-STATUS-DATE OF ENRL-VERIFY-REC
           MOVE WS-RUN-DATE TO EV-RUN-DATE OF ENRL-VERIFY-REC
           WRITE ENRL-VERIFY-REC
           ADD 1 TO WS-STUDENT-COUNT
           EVALUATE TRUE
             WHEN EV-FULL-TIME OF ENRL-VERIFY-REC
               ADD 1 TO WS-FULL-COUNT
             WHEN EV-THREE-QUARTER OF ENRL-VERIFY-REC
               ADD 1 TO WS-THREEQ-COUNT
             WHEN EV-HALF-TIME OF ENRL-VERIFY-REC
               ADD 1 TO WS-HALF-COUNT
             WHEN EV-LESS-THAN-HALF OF ENRL-VERIFY-REC
               ADD 1 TO WS-LESS-COUNT
             WHEN OTHER
               ADD 1 TO WS-WITHDRAWN-COUNT
           END-EVALUATE.
       2800-END. EXIT.
      *
       2900-READ-PREVIOUS.
      * Only the previous submission's rows for this term take part;
      * seeing one means there is a previous submission to compare
      * against.
           MOVE 'N' TO PREV-READ-SW
           PERFORM UNTIL END-OF-PREVIOUS OR PREVIOUS-ROW-READ
               READ PREV-VERIFY-FILE
                   AT END
                       MOVE 'Y' TO PREV-EOF-SW
                   NOT AT END
                       IF EV-TERM OF PREV-VERIFY-REC = ENRL-TERM
                         MOVE 'Y' TO PREV-TERM-SW
                         MOVE 'Y' TO PREV-READ-SW
                       END-IF
               END-READ
           END-PERFORM.
       2900-END. EXIT.
      *
       4000-LIST-DROPPED-STUDENTS.
      * Whatever is left on the previous submission is past the
      * last student on the master.
           PERFORM UNTIL END-OF-PREVIOUS
             PERFORM 4100-PRINT-DROPPED-STUDENT
             PERFORM 2900-READ-PREVIOUS
           END-PERFORM
           WRITE RPT-LINE FROM RPT-BLANK-LINE.
       4000-END. EXIT.
      *
       4100-PRINT-DROPPED-STUDENT.
           ADD 1 TO WS-DROPPED-COUNT
           MOVE EV-STUDENT-ID OF PREV-VERIFY-REC TO RPT-D-ID
           MOVE EV-STUDENT-NAME OF PREV-VERIFY-REC TO RPT-D-NAME
           MOVE EV-ENROLL-STATUS OF PREV-VERIFY-REC TO RPT-D-OLD-BAND
           MOVE '-' TO RPT-D-NEW-BAND
           MOVE 0 TO RPT-D-HOURS
           MOVE WS-RUN-DATE TO RPT-D-DATE
           MOVE 'NO LONGER ENROLLED' TO RPT-D-ACTION
           WRITE RPT-LINE FROM RPT-DETAIL.
       4100-END. EXIT.
      *
       5000-PRINT-TOTALS.
           MOVE WS-STUDENT-COUNT TO RPT-T-STUDENTS
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-FULL-COUNT TO RPT-T-FULL
           WRITE RPT-LINE FROM RPT-TOTALS-2
           MOVE WS-THREEQ-COUNT TO RPT-T-THREEQ
           WRITE RPT-LINE FROM RPT-TOTALS-3
           MOVE WS-HALF-COUNT TO RPT-T-HALF
           WRITE RPT-LINE FROM RPT-TOTALS-4
           MOVE WS-LESS-COUNT TO RPT-T-LESS
           WRITE RPT-LINE FROM RPT-TOTALS-5
           MOVE WS-WITHDRAWN-COUNT TO RPT-T-WITHDRAWN
           WRITE RPT-LINE FROM RPT-TOTALS-6
           MOVE WS-NOT-CREDIT-COUNT TO RPT-T-NOT-CREDIT
           WRITE RPT-LINE FROM RPT-TOTALS-7
           MOVE WS-CHANGED-COUNT TO RPT-T-CHANGED
           WRITE RPT-LINE FROM RPT-TOTALS-8
           MOVE WS-NEW-COUNT TO RPT-T-NEW
           WRITE RPT-LINE FROM RPT-TOTALS-9
           MOVE WS-DROPPED-COUNT TO RPT-T-DROPPED
           WRITE RPT-LINE FROM RPT-TOTALS-10
           MOVE WS-NO-DATE-COUNT TO RPT-T-NO-DATE
           WRITE RPT-LINE FROM RPT-TOTALS-11.
       5000-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FGENRLVF' TO RS-PROGRAM-ID
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
           MOVE 'FGENRLVF' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           COMPUTE RS-RECS-IN = WS-STUDENT-COUNT + WS-NOT-CREDIT-COUNT
           MOVE WS-STUDENT-COUNT TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
      * Band changes end the run with 4 so the scheduler flags the
      * lender and clearinghouse handoff.
           EVALUATE TRUE
             WHEN ENRL-TERM = SPACES
               MOVE 8 TO RETURN-CODE
             WHEN THRESHOLDS-OUT-OF-ORDER
               MOVE 8 TO RETURN-CODE
             WHEN TERM-ROLLED-OVER
               MOVE 8 TO RETURN-CODE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN TABLE-FULL
               MOVE 8 TO RETURN-CODE
             WHEN WS-CHANGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN WS-NEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN WS-DROPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN WS-NO-DATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           IF STUDENT-FILE-OPEN
             CLOSE STUDENT-FILE
           END-IF
           IF PREV-FILE-OPEN
             CLOSE PREV-VERIFY-FILE
           END-IF
           CLOSE ENRL-VERIFY-FILE
           CLOSE ENRL-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FGENRLVF.
