       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGSAP.
      *
      * Satisfactory Academic Progress (SAP) batch for the
      * financial-aid office.  FGSTAND decides standing from GPA
      * alone; aid eligibility has to be certified every term on
      * three tests, and this job applies all three for each
      * student with final-cycle work in the parm term, reading
      * the current-grade file through the parm term:
      *     cumulative GPA, rolled the same way FGSTAND rolls it
      *       (COURSMST credit hours, normally graded rows only),
      *       at or above the SAPCTL minimum;
      *     pace - earned credit hours over attempted hours, as a
      *       whole percentage, at or above the SAPCTL minimum;
      *     maximum timeframe - attempted hours no more than the
      *       SAPCTL percentage (150 by default) of the program's
      *       DR-P-TOTAL-HOURS on DEGREQ, joined through STUPROG
      *       exactly as FGDEGAUD joins it.
      * Attempted hours are every normally graded row (a failing
      * RESULT, below 60, is attempted but not earned), every
      * withdrawn (W) row and every incomplete (I) row at their
      * COURSMST hours; a transfer (T) row counts its accepted
      * hours as both attempted and earned.  Audit (A) rows count
      * nowhere.
      *
      * The decision:
      *     all three tests met ............................ MEETS
      *     attempted hours already past the timeframe cap
      *       (the program can no longer be finished within it,
      *       so there is no warning term) ............. INELIGIBLE
      *     GPA or pace missed and the student's latest prior
      *       term on the SAP history was a warning or
      *       ineligible term .......................... INELIGIBLE
      *     GPA or pace missed otherwise ................. WARNING
      * Each decision is appended to the SAPHIST history (last row
      * per student/term governs, so a rerun supersedes), printed
      * on the SAP report, and written to the SAPX fixed-format
      * extract the aid office loads.  A student with no STUPROG
      * row, or whose program has no DEGREQ 'P' row, cannot have
      * the timeframe measured and is listed on the report as a
      * reject - never quietly certified.
      *
      * SAPCTL carries the minimum cumulative GPA (9V99 display),
      * the minimum pace percentage (9(3)) and the maximum-
      * timeframe percentage of program hours (9(3)) on one
      * record; the defaults below apply when it is missing, the
      * same convention as STANDCTL.
      *
      * Return codes, shared by every batch driver in this suite so
      * the scheduler can COND on them:
      *     0 = clean run, no exceptions
      *     4 = run completed but exceptions were found
      *     8 = batch rejected by validation, nothing processed
      *    12 = input file/IO failure, run aborted
      * Warning, ineligible or rejected students end the run with
      * 4 so the scheduler can flag the aid-office handoff.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-IX-FILE ASSIGN TO "GRDHISTX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS IX-FILE-STATUS.
           SELECT COURSE-FILE ASSIGN TO "COURSMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CRS-FILE-STATUS.
           SELECT DEGREQ-FILE ASSIGN TO "DEGREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DEG-FILE-STATUS.
           SELECT STUPROG-FILE ASSIGN TO "STUPROG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.
           SELECT SAP-CTL-FILE ASSIGN TO "SAPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT SAP-HIST-FILE ASSIGN TO "SAPHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SA-FILE-STATUS.
           SELECT SAP-EXTRACT ASSIGN TO "SAPX"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SAP-RPT ASSIGN TO "SAPRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-IX-FILE.
       01  GRADE-IX-REC.
           COPY GRADEIXR.

       FD  COURSE-FILE.
       01  COURSE-REC.
           COPY CRSREC.

       FD  DEGREQ-FILE.
       01  DEGREQ-REC.
           COPY DEGREREC.

       FD  STUPROG-FILE.
       01  STUPROG-REC.
           COPY STUPREC.

       FD  SAP-CTL-FILE.
       01  SAP-CTL-REC.
           05  SC-MIN-GPA         PIC 9V99.
           05  SC-MIN-PACE        PIC 9(3).
           05  SC-MAX-PCT         PIC 9(3).

       FD  SAP-HIST-FILE.
       01  SAP-HIST-REC.
           COPY SAPREC.

       FD  SAP-EXTRACT.
       01  SAP-EXT-REC.
           05  SX-STUDENT-ID      PIC X(9).
           05  SX-TERM            PIC X(6).
           05  SX-PROGRAM-CODE    PIC X(6).
           05  SX-ATTEMPTED-HRS   PIC 9(4).
           05  SX-EARNED-HRS      PIC 9(4).
           05  SX-PACE-PCT        PIC 9(3).
           05  SX-MAX-HRS         PIC 9(4).
           05  SX-CUM-GPA         PIC 9V99.
           05  SX-GPA-MET         PIC X(1).
           05  SX-PACE-MET        PIC X(1).
           05  SX-TIME-MET        PIC X(1).
           05  SX-STATUS          PIC X(1).
           05  SX-RUN-DATE        PIC 9(8).

       FD  SAP-RPT.
       01  RPT-LINE               PIC X(80).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  EOF-SW                 PIC X VALUE 'N'.
           88  END-OF-GRADE-HIST      VALUE 'Y'.
       01  IX-FILE-STATUS         PIC XX VALUE '00'.
           88  IX-FILE-NOT-FOUND      VALUE '35'.
       01  CRS-FILE-STATUS        PIC XX VALUE '00'.
           88  CRS-FILE-NOT-FOUND     VALUE '35'.
       01  CRS-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-COURSE-FILE     VALUE 'Y'.
       01  DEG-FILE-STATUS        PIC XX VALUE '00'.
           88  DEG-FILE-NOT-FOUND     VALUE '35'.
       01  DEG-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-DEGREQ          VALUE 'Y'.
       01  SP-FILE-STATUS         PIC XX VALUE '00'.
           88  SP-FILE-NOT-FOUND      VALUE '35'.
       01  SP-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-STUPROG         VALUE 'Y'.
       01  CTL-FILE-STATUS        PIC XX VALUE '00'.
           88  CTL-FILE-NOT-FOUND     VALUE '35'.
       01  SA-FILE-STATUS         PIC XX VALUE '00'.
           88  SA-FILE-NOT-FOUND      VALUE '35'.
       01  SA-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-SAP-HIST        VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-MIN-GPA             PIC 9V99 VALUE 2.00.
       01  WS-MIN-PACE            PIC 9(3) VALUE 67.
       01  WS-MAX-PCT             PIC 9(3) VALUE 150.
       01  WS-TABLE-MAX           PIC 9(9) VALUE 999999.
       01  WS-CRS-MAX             PIC 9(5) VALUE 99999.
       01  WS-SP-MAX              PIC 9(5) VALUE 99999.
       01  WS-PGM-MAX             PIC 9(3) VALUE 999.
       01  DEFAULT-CREDIT-HOURS   PIC 9(2) VALUE 3.
       01  TERM-CREDIT-HOURS      PIC 9(2) VALUE 3.
       01  WS-PASSING-RESULT      PIC 9(3) VALUE 60.
       01  LETTER-GRADE           PIC X(1).
       01  GPA-POINTS             PIC 9V9.
       01  CUR-STUDENT-ID         PIC X(9) VALUE SPACES.
       01  CUM-QUALITY-POINTS     PIC 9(7)V99 VALUE 0.
       01  CUM-CREDIT-HOURS       PIC 9(5) VALUE 0.
       01  CUM-GPA                PIC 9V99 VALUE 0.
       01  WS-ATTEMPTED-HRS       PIC 9(5) VALUE 0.
       01  WS-EARNED-HRS          PIC 9(5) VALUE 0.
       01  WS-PACE-PCT            PIC 9(3) VALUE 0.
       01  WS-MAX-HRS             PIC 9(5) VALUE 0.
       01  IN-TERM-SW             PIC X VALUE 'N'.
           88  STUDENT-IN-TERM        VALUE 'Y'.
       01  GPA-MET-SW             PIC X VALUE 'Y'.
           88  GPA-MET                VALUE 'Y'.
       01  PACE-MET-SW            PIC X VALUE 'Y'.
           88  PACE-MET               VALUE 'Y'.
       01  TIME-MET-SW            PIC X VALUE 'Y'.
           88  TIME-MET               VALUE 'Y'.
       01  WS-SAP-STATUS          PIC X(1) VALUE 'M'.
       01  WS-PRIOR-TERM          PIC X(6) VALUE SPACES.
       01  WS-PRIOR-STATUS        PIC X(1) VALUE SPACE.
           88  PRIOR-TERM-FAILED      VALUES 'W', 'I'.
       01  WS-PGM-IDX             PIC 9(3) VALUE 0.
       01  WS-TODAY               PIC 9(8) VALUE 0.
       01  WS-STUDENT-COUNT       PIC 9(9) VALUE 0.
       01  WS-MEETS-COUNT         PIC 9(9) VALUE 0.
       01  WS-WARNING-COUNT       PIC 9(9) VALUE 0.
       01  WS-INELIG-COUNT        PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(9) VALUE 0.
       01  M                      PIC 9(9) VALUE 0.
       01  TR-FULL-SW             PIC X VALUE 'N'.
           88  TR-TABLE-FULL          VALUE 'Y'.

      * CRS-TABLE - the course master loaded for credit-hour lookup
      * by course section, exactly as FGSTAND weights the GPA.
       01  CRS-TABLE.
           05  CRS-COUNT          PIC 9(5) VALUE 0.
           05  CRS-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CRS-COUNT
                   INDEXED BY CX.
               10  CT-COURSE      PIC X(8).
               10  CT-SECTION     PIC X(3).
               10  CT-CREDIT-HOURS PIC 9(2).

      * PGM-TABLE - the 'P' program rows off DEGREQ.
       01  PGM-TABLE.
           05  PGM-COUNT          PIC 9(3) VALUE 0.
           05  PGM-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON PGM-COUNT
                   INDEXED BY PX.
               10  PT-PROGRAM-CODE PIC X(6).
               10  PT-TOTAL-HOURS PIC 9(3).

      * SPX-TABLE - the student-to-program cross-reference.
       01  SPX-TABLE.
           05  SPX-COUNT          PIC 9(5) VALUE 0.
           05  SPX-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON SPX-COUNT
                   INDEXED BY SX.
               10  SPX-STUDENT-ID PIC X(9).
               10  SPX-PROGRAM    PIC X(6).

      * TR-TABLE - the final-cycle rows through the parm term, of
      * every grade status, table-sorted into student/term/course
      * order so each student's hours accumulate together.
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
               10  TR-XFER-HOURS  PIC 9(2).

      * SHT-TABLE - the SAP history loaded whole, one entry per row
      * in file (append) order, scanned per student for the status
      * of their latest term on file before the parm term.
       01  SHT-TABLE.
           05  SHT-COUNT          PIC 9(9) VALUE 0.
           05  SHT-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON SHT-COUNT
                   INDEXED BY HX.
               10  SHT-STUDENT-ID PIC X(9).
               10  SHT-TERM       PIC X(6).
               10  SHT-STATUS     PIC X(1).

       01  RPT-HEADING.
           05  FILLER              PIC X(26) VALUE
               'SAP EVALUATION REPORT     '.
           05  FILLER              PIC X(6)  VALUE 'TERM: '.
           05  RPT-H-TERM          PIC X(6).
           05  FILLER              PIC X(12) VALUE '  RUN DATE: '.
           05  RPT-H-DATE          PIC 9(8).
       01  RPT-LIMITS-LINE.
           05  FILLER              PIC X(10) VALUE 'MIN GPA: '.
           05  RPT-L-GPA           PIC 9.99.
           05  FILLER              PIC X(14) VALUE '  MIN PACE: '.
           05  RPT-L-PACE          PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE '%'.
           05  FILLER              PIC X(16) VALUE
               '  MAX TIMEFRAME:'.
           05  RPT-L-MAX           PIC ZZZ9.
           05  FILLER              PIC X(1)  VALUE '%'.
       01  RPT-COL-HEADING.
           05  FILLER              PIC X(11) VALUE 'STUDENT ID'.
           05  FILLER              PIC X(8)  VALUE 'PROGRAM'.
           05  FILLER              PIC X(8)  VALUE 'ATTEMPT'.
           05  FILLER              PIC X(7)  VALUE 'EARNED'.
           05  FILLER              PIC X(6)  VALUE 'PACE'.
           05  FILLER              PIC X(6)  VALUE 'MAX'.
           05  FILLER              PIC X(6)  VALUE 'GPA'.
           05  FILLER              PIC X(4)  VALUE 'MISS'.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'SAP STATUS'.
       01  RPT-DETAIL.
           05  RPT-D-ID            PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-PROGRAM       PIC X(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-D-ATTEMPTED     PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-D-EARNED        PIC ZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-PACE          PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE '% '.
           05  RPT-D-MAX           PIC ZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-GPA           PIC 9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-MISS-GPA      PIC X(1).
           05  RPT-D-MISS-PACE     PIC X(1).
           05  RPT-D-MISS-TIME     PIC X(1).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  RPT-D-STATUS        PIC X(10).
       01  RPT-REJECT-LINE.
           05  RPT-J-ID            PIC X(9).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  RPT-J-MSG           PIC X(45).
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'STUDENTS EVALUATED ......... : '.
           05  RPT-T-COUNT         PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               'MEETS SAP .................. : '.
           05  RPT-T-MEETS         PIC ZZZZZZZZ9.
       01  RPT-TOTALS-3.
           05  FILLER              PIC X(31) VALUE
               'WARNING .................... : '.
           05  RPT-T-WARNING       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-4.
           05  FILLER              PIC X(31) VALUE
               'INELIGIBLE ................. : '.
           05  RPT-T-INELIG        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-5.
           05  FILLER              PIC X(31) VALUE
               'REJECTS .................... : '.
           05  RPT-T-REJECTS       PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE SPACES TO RPT-J-ID
               MOVE 'RUN ABORTED - CURRENT-GRADE FILE UNAVAILABLE'
                    TO RPT-J-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN TERM-CODE = SPACES
               MOVE SPACES TO RPT-J-ID
               MOVE 'RUN REJECTED - NO TERM CODE GIVEN'
                    TO RPT-J-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN OTHER
               PERFORM 2000-LOAD-GRADE-HISTORY
               IF TR-TABLE-FULL
                 MOVE SPACES TO RPT-J-ID
                 MOVE 'RUN REJECTED - EXCEEDS HISTORY TABLE LIMIT'
                      TO RPT-J-MSG
                 WRITE RPT-LINE FROM RPT-REJECT-LINE
               ELSE
                 SORT TR-ENTRY ASCENDING KEY TR-STUDENT-ID TR-TERM
                                           TR-COURSE
                 PERFORM 3000-EVALUATE-STUDENTS
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           ACCEPT TERM-CODE FROM COMMAND-LINE
           OPEN OUTPUT SAP-RPT
           MOVE TERM-CODE TO RPT-H-TERM
           MOVE WS-TODAY TO RPT-H-DATE
           WRITE RPT-LINE FROM RPT-HEADING
           PERFORM 1100-LOAD-SAP-CONTROL
           MOVE WS-MIN-GPA TO RPT-L-GPA
           MOVE WS-MIN-PACE TO RPT-L-PACE
           MOVE WS-MAX-PCT TO RPT-L-MAX
           WRITE RPT-LINE FROM RPT-LIMITS-LINE
           WRITE RPT-LINE FROM RPT-COL-HEADING
           PERFORM 1200-LOAD-COURSE-MASTER
           PERFORM 1300-LOAD-PROGRAMS
           PERFORM 1400-LOAD-STUDENT-PROGRAMS
           PERFORM 1500-LOAD-SAP-HISTORY
           OPEN INPUT GRADE-IX-FILE
           IF IX-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
           END-IF
           OPEN OUTPUT SAP-EXTRACT
           OPEN EXTEND SAP-HIST-FILE
           IF SA-FILE-NOT-FOUND
             OPEN OUTPUT SAP-HIST-FILE
           END-IF.
       1000-END. EXIT.
      *
       1100-LOAD-SAP-CONTROL.
           OPEN INPUT SAP-CTL-FILE
           IF CTL-FILE-NOT-FOUND
             CONTINUE
           ELSE
             READ SAP-CTL-FILE
                 AT END
                     CONTINUE
                 NOT AT END
                     IF SC-MIN-GPA NUMERIC
                       MOVE SC-MIN-GPA TO WS-MIN-GPA
                     END-IF
                     IF SC-MIN-PACE NUMERIC
                        AND SC-MIN-PACE NOT > 100
                       MOVE SC-MIN-PACE TO WS-MIN-PACE
                     END-IF
                     IF SC-MAX-PCT NUMERIC
                        AND SC-MAX-PCT >= 100
                       MOVE SC-MAX-PCT TO WS-MAX-PCT
                     END-IF
             END-READ
             CLOSE SAP-CTL-FILE
           END-IF.
       1100-END. EXIT.
      *
       1200-LOAD-COURSE-MASTER.
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
       1200-END. EXIT.
      *
       1250-LOOK-UP-CREDIT-HOURS.
           MOVE DEFAULT-CREDIT-HOURS TO TERM-CREDIT-HOURS
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CRS-COUNT
             IF CT-COURSE(CX) = TR-COURSE(M)
                AND CT-SECTION(CX) = TR-SECTION(M)
               MOVE CT-CREDIT-HOURS(CX) TO TERM-CREDIT-HOURS
             END-IF
           END-PERFORM.
       1250-END. EXIT.
      *
       1300-LOAD-PROGRAMS.
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
                           MOVE DR-P-TOTAL-HOURS
                                TO PT-TOTAL-HOURS(PGM-COUNT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE DEGREQ-FILE
           END-IF.
       1300-END. EXIT.
      *
       1400-LOAD-STUDENT-PROGRAMS.
           OPEN INPUT STUPROG-FILE
           IF SP-FILE-NOT-FOUND
             MOVE 'Y' TO SP-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-STUPROG
                 READ STUPROG-FILE
                     AT END
                         MOVE 'Y' TO SP-EOF-SW
                     NOT AT END
                         IF SPX-COUNT < WS-SP-MAX
                           ADD 1 TO SPX-COUNT
                           MOVE SP-STUDENT-ID
                                TO SPX-STUDENT-ID(SPX-COUNT)
                           MOVE SP-PROGRAM-CODE
                                TO SPX-PROGRAM(SPX-COUNT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE STUPROG-FILE
           END-IF.
       1400-END. EXIT.
      *
       1500-LOAD-SAP-HISTORY.
           OPEN INPUT SAP-HIST-FILE
           IF SA-FILE-NOT-FOUND
             MOVE 'Y' TO SA-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-SAP-HIST
                 READ SAP-HIST-FILE
                     AT END
                         MOVE 'Y' TO SA-EOF-SW
                     NOT AT END
                         IF SHT-COUNT < WS-TABLE-MAX
                           ADD 1 TO SHT-COUNT
                           MOVE SA-STUDENT-ID
                                TO SHT-STUDENT-ID(SHT-COUNT)
                           MOVE SA-TERM TO SHT-TERM(SHT-COUNT)
                           MOVE SA-STATUS TO SHT-STATUS(SHT-COUNT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE SAP-HIST-FILE
           END-IF.
       1500-END. EXIT.
      *
       2000-LOAD-GRADE-HISTORY.
      * Every grade status is kept - withdrawn, incomplete and
      * transfer rows all weigh on pace and timeframe even though
      * only normally graded rows carry GPA weight.  Rows past the
      * parm term are left out so a SAP run for a closed term
      * reproduces the decision that was right at the time.
      * Transfer rows sit under FGXFER's TRANSF pseudo-term, which
      * collates above every real term code, so they are taken
      * whatever their term.
           PERFORM UNTIL END-OF-GRADE-HIST
               READ GRADE-IX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-SW
                   NOT AT END
                       IF (GX-TERM <= TERM-CODE OR GX-TRANSFER)
                          AND GX-FINAL-CYCLE
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
             MOVE GX-TERM TO TR-TERM(TR-COUNT)
             MOVE GX-COURSE TO TR-COURSE(TR-COUNT)
             MOVE GX-SECTION TO TR-SECTION(TR-COUNT)
             MOVE GX-RESULT TO TR-RESULT(TR-COUNT)
             MOVE GX-GRADE-STATUS TO TR-GRADE-STATUS(TR-COUNT)
             MOVE GX-XFER-HOURS TO TR-XFER-HOURS(TR-COUNT)
           END-IF.
       2100-END. EXIT.
      *
       3000-EVALUATE-STUDENTS.
           MOVE SPACES TO CUR-STUDENT-ID
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > TR-COUNT
             IF TR-STUDENT-ID(M) NOT = CUR-STUDENT-ID
               IF CUR-STUDENT-ID NOT = SPACES
                 PERFORM 3200-EVALUATE-ONE-STUDENT
               END-IF
               MOVE TR-STUDENT-ID(M) TO CUR-STUDENT-ID
               MOVE 0 TO CUM-QUALITY-POINTS
               MOVE 0 TO CUM-CREDIT-HOURS
               MOVE 0 TO WS-ATTEMPTED-HRS
               MOVE 0 TO WS-EARNED-HRS
               MOVE 'N' TO IN-TERM-SW
             END-IF
             PERFORM 3100-ACCUMULATE-COURSE
           END-PERFORM
           IF CUR-STUDENT-ID NOT = SPACES
             PERFORM 3200-EVALUATE-ONE-STUDENT
           END-IF.
       3000-END. EXIT.
      *
       3100-ACCUMULATE-COURSE.
           IF TR-TERM(M) = TERM-CODE
             MOVE 'Y' TO IN-TERM-SW
           END-IF
           EVALUATE TR-GRADE-STATUS(M)
             WHEN SPACE
             WHEN 'N'
               CALL 'FGLETTER' USING BY CONTENT TR-RESULT(M)
                                     BY REFERENCE LETTER-GRADE
                                     BY REFERENCE GPA-POINTS
               PERFORM 1250-LOOK-UP-CREDIT-HOURS
               COMPUTE CUM-QUALITY-POINTS = CUM-QUALITY-POINTS
                       + (GPA-POINTS * TERM-CREDIT-HOURS)
               ADD TERM-CREDIT-HOURS TO CUM-CREDIT-HOURS
               ADD TERM-CREDIT-HOURS TO WS-ATTEMPTED-HRS
               IF TR-RESULT(M) >= WS-PASSING-RESULT
                 ADD TERM-CREDIT-HOURS TO WS-EARNED-HRS
               END-IF
             WHEN 'W'
             WHEN 'I'
               PERFORM 1250-LOOK-UP-CREDIT-HOURS
               ADD TERM-CREDIT-HOURS TO WS-ATTEMPTED-HRS
             WHEN 'T'
               ADD TR-XFER-HOURS(M) TO WS-ATTEMPTED-HRS
               ADD TR-XFER-HOURS(M) TO WS-EARNED-HRS
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       3100-END. EXIT.
      *
       3200-EVALUATE-ONE-STUDENT.
      * Only students with final-cycle work in the parm term are
      * certified - a student who sat the term out has no aid to
      * certify for it.
           IF STUDENT-IN-TERM
             PERFORM 3210-FIND-STUDENT-PROGRAM
             IF WS-PGM-IDX = 0
               ADD 1 TO WS-REJECT-COUNT
               MOVE CUR-STUDENT-ID TO RPT-J-ID
               MOVE 'NO DEGREE PROGRAM ON FILE - TIMEFRAME UNKNOWN'
                    TO RPT-J-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             ELSE
               ADD 1 TO WS-STUDENT-COUNT
               PERFORM 3300-MEASURE-PROGRESS
               PERFORM 3400-APPLY-SAP-RULES
               PERFORM 3500-WRITE-SAP-ROW
               PERFORM 3600-PRINT-SAP-LINE
             END-IF
           END-IF.
       3200-END. EXIT.
      *
       3210-FIND-STUDENT-PROGRAM.
           MOVE 0 TO WS-PGM-IDX
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SPX-COUNT
             IF SPX-STUDENT-ID(SX) = CUR-STUDENT-ID
               PERFORM VARYING PX FROM 1 BY 1
                       UNTIL PX > PGM-COUNT
                 IF PT-PROGRAM-CODE(PX) = SPX-PROGRAM(SX)
                   SET WS-PGM-IDX TO PX
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
       3210-END. EXIT.
      *
       3300-MEASURE-PROGRESS.
      * Pace is truncated to the whole percent, never rounded up
      * across the line.  A student with nothing attempted yet is
      * on pace by definition.
           IF CUM-CREDIT-HOURS > 0
             COMPUTE CUM-GPA ROUNDED =
                     CUM-QUALITY-POINTS / CUM-CREDIT-HOURS
           ELSE
             MOVE 0 TO CUM-GPA
           END-IF
           IF WS-ATTEMPTED-HRS > 0
             COMPUTE WS-PACE-PCT =
                     (WS-EARNED-HRS * 100) / WS-ATTEMPTED-HRS
           ELSE
             MOVE 100 TO WS-PACE-PCT
           END-IF
           COMPUTE WS-MAX-HRS =
                   (PT-TOTAL-HOURS(WS-PGM-IDX) * WS-MAX-PCT) / 100
           MOVE 'Y' TO GPA-MET-SW
           MOVE 'Y' TO PACE-MET-SW
           MOVE 'Y' TO TIME-MET-SW
      * Transfer-only students have no GPA of their own here, so
      * the GPA test only bites once graded hours exist.
           IF CUM-CREDIT-HOURS > 0 AND CUM-GPA < WS-MIN-GPA
             MOVE 'N' TO GPA-MET-SW
           END-IF
           IF WS-PACE-PCT < WS-MIN-PACE
             MOVE 'N' TO PACE-MET-SW
           END-IF
           IF WS-ATTEMPTED-HRS > WS-MAX-HRS
             MOVE 'N' TO TIME-MET-SW
           END-IF.
       3300-END. EXIT.
      *
       3400-APPLY-SAP-RULES.
           PERFORM 3450-FIND-PRIOR-SAP-TERM
           EVALUATE TRUE
             WHEN GPA-MET AND PACE-MET AND TIME-MET
               MOVE 'M' TO WS-SAP-STATUS
               ADD 1 TO WS-MEETS-COUNT
             WHEN NOT TIME-MET
               MOVE 'I' TO WS-SAP-STATUS
               ADD 1 TO WS-INELIG-COUNT
             WHEN PRIOR-TERM-FAILED
               MOVE 'I' TO WS-SAP-STATUS
               ADD 1 TO WS-INELIG-COUNT
             WHEN OTHER
               MOVE 'W' TO WS-SAP-STATUS
               ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE.
       3400-END. EXIT.
      *
       3450-FIND-PRIOR-SAP-TERM.
      * The latest term on file before the parm term decides, and
      * within that term the last row (a rerun appends and
      * supersedes).  No prior row at all is a first evaluation.
           MOVE SPACES TO WS-PRIOR-TERM
           MOVE SPACE TO WS-PRIOR-STATUS
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > SHT-COUNT
             IF SHT-STUDENT-ID(HX) = CUR-STUDENT-ID
                AND SHT-TERM(HX) < TERM-CODE
                AND SHT-TERM(HX) >= WS-PRIOR-TERM
               MOVE SHT-TERM(HX) TO WS-PRIOR-TERM
               MOVE SHT-STATUS(HX) TO WS-PRIOR-STATUS
             END-IF
           END-PERFORM.
       3450-END. EXIT.
      *
       3500-WRITE-SAP-ROW.
           MOVE CUR-STUDENT-ID TO SA-STUDENT-ID
           MOVE TERM-CODE TO SA-TERM
           MOVE PT-PROGRAM-CODE(WS-PGM-IDX) TO SA-PROGRAM-CODE
           MOVE WS-ATTEMPTED-HRS TO SA-ATTEMPTED-HRS
           MOVE WS-EARNED-HRS TO SA-EARNED-HRS
           MOVE WS-PACE-PCT TO SA-PACE-PCT
           MOVE WS-MAX-HRS TO SA-MAX-HRS
           MOVE CUM-GPA TO SA-CUM-GPA
           MOVE WS-SAP-STATUS TO SA-STATUS
           MOVE WS-TODAY TO SA-RUN-DATE
           WRITE SAP-HIST-REC
           MOVE CUR-STUDENT-ID TO SX-STUDENT-ID
           MOVE TERM-CODE TO SX-TERM
           MOVE PT-PROGRAM-CODE(WS-PGM-IDX) TO SX-PROGRAM-CODE
           MOVE WS-ATTEMPTED-HRS TO SX-ATTEMPTED-HRS
           MOVE WS-EARNED-HRS TO SX-EARNED-HRS
           MOVE WS-PACE-PCT TO SX-PACE-PCT
           MOVE WS-MAX-HRS TO SX-MAX-HRS
           MOVE CUM-GPA TO SX-CUM-GPA
           MOVE GPA-MET-SW TO SX-GPA-MET
           MOVE PACE-MET-SW TO SX-PACE-MET
           MOVE TIME-MET-SW TO SX-TIME-MET
           MOVE WS-SAP-STATUS TO SX-STATUS
           MOVE WS-TODAY TO SX-RUN-DATE
           WRITE SAP-EXT-REC.
       3500-END. EXIT.
      *
       3600-PRINT-SAP-LINE.
      * The MISS column flags each failed test - G(PA), P(ACE),
      * T(IMEFRAME) - so the aid counselor sees why, not just what.
           MOVE CUR-STUDENT-ID TO RPT-D-ID
           MOVE PT-PROGRAM-CODE(WS-PGM-IDX) TO RPT-D-PROGRAM
           MOVE WS-ATTEMPTED-HRS TO RPT-D-ATTEMPTED
           MOVE WS-EARNED-HRS TO RPT-D-EARNED
           MOVE WS-PACE-PCT TO RPT-D-PACE
           MOVE WS-MAX-HRS TO RPT-D-MAX
           MOVE CUM-GPA TO RPT-D-GPA
           MOVE SPACE TO RPT-D-MISS-GPA
           MOVE SPACE TO RPT-D-MISS-PACE
           MOVE SPACE TO RPT-D-MISS-TIME
           IF NOT GPA-MET
             MOVE 'G' TO RPT-D-MISS-GPA
           END-IF
           IF NOT PACE-MET
             MOVE 'P' TO RPT-D-MISS-PACE
           END-IF
           IF NOT TIME-MET
             MOVE 'T' TO RPT-D-MISS-TIME
           END-IF
           EVALUATE WS-SAP-STATUS
             WHEN 'M'
               MOVE 'MEETS' TO RPT-D-STATUS
             WHEN 'W'
               MOVE 'WARNING' TO RPT-D-STATUS
             WHEN OTHER
               MOVE 'INELIGIBLE' TO RPT-D-STATUS
           END-EVALUATE
           WRITE RPT-LINE FROM RPT-DETAIL.
       3600-END. EXIT.
      *
       5000-PRINT-TOTALS.
           MOVE WS-STUDENT-COUNT TO RPT-T-COUNT
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-MEETS-COUNT TO RPT-T-MEETS
           WRITE RPT-LINE FROM RPT-TOTALS-2
           MOVE WS-WARNING-COUNT TO RPT-T-WARNING
           WRITE RPT-LINE FROM RPT-TOTALS-3
           MOVE WS-INELIG-COUNT TO RPT-T-INELIG
           WRITE RPT-LINE FROM RPT-TOTALS-4
           MOVE WS-REJECT-COUNT TO RPT-T-REJECTS
           WRITE RPT-LINE FROM RPT-TOTALS-5.
       5000-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FGSAP' TO RS-PROGRAM-ID
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
           MOVE 'FGSAP' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE TR-COUNT TO RS-RECS-IN
           MOVE WS-STUDENT-COUNT TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN TERM-CODE = SPACES
               MOVE 8 TO RETURN-CODE
             WHEN TR-TABLE-FULL
               MOVE 8 TO RETURN-CODE
             WHEN WS-WARNING-COUNT > 0 OR WS-INELIG-COUNT > 0
                  OR WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           CLOSE SAP-RPT
           CLOSE SAP-EXTRACT
           CLOSE SAP-HIST-FILE.
       9999-END. EXIT.
      *
       END PROGRAM FGSAP.
