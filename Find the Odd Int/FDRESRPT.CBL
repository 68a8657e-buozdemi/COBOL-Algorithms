       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDRESRPT.
      *
      * Monthly break time-to-resolve report, run at month end.
      * Reads the permanent BRKHIST break history FDNIGHT appends to
      * as closed breaks leave the master, takes every break that
      * closed in the report month, and prints, by last analyst and
      * again by entity: breaks closed, how many of those were
      * written off, the average and worst business nights open,
      * and the dollars resolved (each break's exposure on the night
      * it closed).  Breaks nobody was assigned are tallied under
      * UNASSIGNED.  Staffing reads the analyst section; the
      * auditors' question of whether breaks are being worked
      * promptly is answered by the average and worst columns.
      *
      * Pass a yyyymm month on the command line to report that
      * month; the default is the month before the current one -
      * the month just closed when the job runs at month end.  A
      * month that is not a valid yyyymm is rejected.
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
           SELECT HISTORY-FILE ASSIGN TO "BRKHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT RESOLVE-RPT ASSIGN TO "RESOLRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY BRKHIST.

       FD  RESOLVE-RPT.
       01  RPT-LINE               PIC X(80).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  HISTORY-FILE-STATUS    PIC XX VALUE '00'.
           88  HISTORY-FILE-NOT-FOUND VALUE '35'.
       01  EOF-SW                 PIC X VALUE 'N'.
           88  END-OF-HISTORY-FILE    VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  BAD-MONTH-SW           PIC X VALUE 'N'.
           88  BAD-REPORT-MONTH       VALUE 'Y'.
       01  REQUEST-MONTH-X        PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH        PIC 9(6) VALUE 0.
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR         PIC 9(4).
           05  WS-RM-MONTH        PIC 9(2).
       01  WS-REC-MONTH           PIC 9(6) VALUE 0.
       01  WS-HIST-READ           PIC 9(9) VALUE 0.
       01  WS-ANL-MAX             PIC 9(3) VALUE 999.
       01  WS-ENT-MAX             PIC 9(2) VALUE 99.
       01  WS-ANL-IDX             PIC 9(3) VALUE 0.
       01  WS-ENT-IDX             PIC 9(2) VALUE 0.
       01  WS-CUR-ANALYST         PIC X(10) VALUE SPACES.

      * Tallies for one analyst, one entity, or the whole month.
      * Nights are business nights open off BH-NIGHTS; dollars are
      * the closing exposure.
       01  ANL-TABLE.
           05  ANL-COUNT          PIC 9(3) VALUE 0.
           05  ANL-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON ANL-COUNT
                   INDEXED BY NX.
               10  AN-ANALYST-ID  PIC X(10).
               10  AN-CLOSED      PIC 9(7).
               10  AN-WRITTEN-OFF PIC 9(7).
               10  AN-NIGHTS      PIC 9(11).
               10  AN-WORST       PIC 9(5).
               10  AN-DOLLARS     PIC 9(13)V99.
       01  ENT-TABLE.
           05  ENT-COUNT          PIC 9(2) VALUE 0.
           05  ENT-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON ENT-COUNT
                   INDEXED BY EX.
               10  EN-ENTITY      PIC X(2).
               10  EN-CLOSED      PIC 9(7).
               10  EN-WRITTEN-OFF PIC 9(7).
               10  EN-NIGHTS      PIC 9(11).
               10  EN-WORST       PIC 9(5).
               10  EN-DOLLARS     PIC 9(13)V99.
       01  WS-TOT-CLOSED          PIC 9(7) VALUE 0.
       01  WS-TOT-WRITTEN-OFF     PIC 9(7) VALUE 0.
       01  WS-TOT-NIGHTS          PIC 9(11) VALUE 0.
       01  WS-TOT-WORST           PIC 9(5) VALUE 0.
       01  WS-TOT-DOLLARS         PIC 9(13)V99 VALUE 0.
       01  WS-AVG-NIGHTS          PIC 9(5)V9 VALUE 0.

       01  RPT-HEADING.
           05  FILLER              PIC X(34) VALUE
               'BREAK TIME-TO-RESOLVE REPORT      '.
           05  FILLER              PIC X(14) VALUE 'CLOSED MONTH: '.
           05  RPT-H-MONTH         PIC 9(6).
       01  RPT-ANL-HEADING         PIC X(40) VALUE
               'BY ANALYST'.
       01  RPT-ENT-HEADING         PIC X(40) VALUE
               'BY ENTITY'.
       01  RPT-COL-HEADING.
           05  RPT-CH-KEY          PIC X(12).
           05  FILLER              PIC X(7)  VALUE ' CLOSED'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE 'WRT-OFF'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE 'AVG NTS'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'WORST'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(16) VALUE
               '    $ RESOLVED  '.
       01  RPT-DETAIL.
           05  RPT-D-KEY           PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-CLOSED        PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-WRITTEN-OFF   PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-AVG           PIC ZZZZ9.9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-WORST         PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-DOLLARS       PIC ZZZZZZZZZZZZ9.99.
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'HISTORY RECORDS READ ....... : '.
           05  RPT-T-READ          PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               'BREAKS CLOSED IN MONTH ..... : '.
           05  RPT-T-CLOSED        PIC ZZZZZZZZ9.
       01  RPT-EMPTY-LINE          PIC X(40) VALUE
               'NO BREAKS CLOSED IN THE MONTH.'.
       01  RPT-ABORT-LINE          PIC X(40) VALUE
               'RUN ABORTED - BREAK HISTORY UNAVAILABLE'.
       01  RPT-BAD-MONTH-LINE      PIC X(40) VALUE
               'RUN REJECTED - MONTH PARM NOT YYYYMM'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
             WHEN BAD-REPORT-MONTH
               WRITE RPT-LINE FROM RPT-BAD-MONTH-LINE
             WHEN IO-ERROR
               WRITE RPT-LINE FROM RPT-ABORT-LINE
             WHEN OTHER
               PERFORM 2000-READ-HISTORY
               IF WS-TOT-CLOSED = 0
                 WRITE RPT-LINE FROM RPT-EMPTY-LINE
               ELSE
                 PERFORM 3000-PRINT-BY-ANALYST
                 PERFORM 4000-PRINT-BY-ENTITY
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
           ACCEPT REQUEST-MONTH-X FROM COMMAND-LINE
           IF REQUEST-MONTH-X = SPACES
             MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
             IF WS-RM-MONTH = 1
               SUBTRACT 1 FROM WS-RM-YEAR
               MOVE 12 TO WS-RM-MONTH
             ELSE
               SUBTRACT 1 FROM WS-RM-MONTH
             END-IF
           ELSE
             IF REQUEST-MONTH-X IS NUMERIC
               MOVE REQUEST-MONTH-X TO WS-REPORT-MONTH
             END-IF
             IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               MOVE 'Y' TO BAD-MONTH-SW
             END-IF
           END-IF
           OPEN OUTPUT RESOLVE-RPT
           MOVE WS-REPORT-MONTH TO RPT-H-MONTH
           WRITE RPT-LINE FROM RPT-HEADING
           MOVE 'N' TO EOF-SW
           IF NOT BAD-REPORT-MONTH
      * No history yet is an empty month, not a failure - the file
      * only starts once the first closed break leaves the master.
             OPEN INPUT HISTORY-FILE
             IF HISTORY-FILE-NOT-FOUND
               MOVE 'Y' TO EOF-SW
             ELSE
               IF HISTORY-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO IO-ERROR-SW
               END-IF
             END-IF
           END-IF.
       1000-END. EXIT.
      *
       2000-READ-HISTORY.
           PERFORM UNTIL END-OF-HISTORY-FILE
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SW
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       MOVE BH-CLOSED-DATE(1:6) TO WS-REC-MONTH
                       IF WS-REC-MONTH = WS-REPORT-MONTH
                         PERFORM 2100-TALLY-CLOSED-BREAK
                       END-IF
               END-READ
           END-PERFORM
           IF NOT HISTORY-FILE-NOT-FOUND
             CLOSE HISTORY-FILE
           END-IF.
       2000-END. EXIT.
      *
       2100-TALLY-CLOSED-BREAK.
           ADD 1 TO WS-TOT-CLOSED
           ADD BH-NIGHTS TO WS-TOT-NIGHTS
           ADD BH-CLOSE-AMOUNT TO WS-TOT-DOLLARS
           IF BH-NIGHTS > WS-TOT-WORST
             MOVE BH-NIGHTS TO WS-TOT-WORST
           END-IF
           IF BH-WRITTEN-OFF
             ADD 1 TO WS-TOT-WRITTEN-OFF
           END-IF
           PERFORM 2200-FIND-ANALYST
           IF WS-ANL-IDX > 0
             SET NX TO WS-ANL-IDX
             ADD 1 TO AN-CLOSED(NX)
             ADD BH-NIGHTS TO AN-NIGHTS(NX)
             ADD BH-CLOSE-AMOUNT TO AN-DOLLARS(NX)
             IF BH-NIGHTS > AN-WORST(NX)
               MOVE BH-NIGHTS TO AN-WORST(NX)
             END-IF
             IF BH-WRITTEN-OFF
               ADD 1 TO AN-WRITTEN-OFF(NX)
             END-IF
           END-IF
           PERFORM 2300-FIND-ENTITY
           IF WS-ENT-IDX > 0
             SET EX TO WS-ENT-IDX
             ADD 1 TO EN-CLOSED(EX)
             ADD BH-NIGHTS TO EN-NIGHTS(EX)
             ADD BH-CLOSE-AMOUNT TO EN-DOLLARS(EX)
             IF BH-NIGHTS > EN-WORST(EX)
               MOVE BH-NIGHTS TO EN-WORST(EX)
             END-IF
             IF BH-WRITTEN-OFF
               ADD 1 TO EN-WRITTEN-OFF(EX)
             END-IF
           END-IF.
       2100-END. EXIT.
      *
       2200-FIND-ANALYST.
      * Analysts in order of first appearance; a break closed with
      * no assignment row counts under UNASSIGNED.
           IF BH-ANALYST-ID = SPACES
             MOVE 'UNASSIGNED' TO WS-CUR-ANALYST
           ELSE
             MOVE BH-ANALYST-ID TO WS-CUR-ANALYST
           END-IF
           MOVE 0 TO WS-ANL-IDX
           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > ANL-COUNT
             IF AN-ANALYST-ID(NX) = WS-CUR-ANALYST
               SET WS-ANL-IDX TO NX
             END-IF
           END-PERFORM
           IF WS-ANL-IDX = 0 AND ANL-COUNT < WS-ANL-MAX
             ADD 1 TO ANL-COUNT
             MOVE WS-CUR-ANALYST TO AN-ANALYST-ID(ANL-COUNT)
             MOVE 0 TO AN-CLOSED(ANL-COUNT)
             MOVE 0 TO AN-WRITTEN-OFF(ANL-COUNT)
             MOVE 0 TO AN-NIGHTS(ANL-COUNT)
             MOVE 0 TO AN-WORST(ANL-COUNT)
             MOVE 0 TO AN-DOLLARS(ANL-COUNT)
             MOVE ANL-COUNT TO WS-ANL-IDX
           END-IF.
       2200-END. EXIT.
      *
       2300-FIND-ENTITY.
           MOVE 0 TO WS-ENT-IDX
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENT-COUNT
             IF EN-ENTITY(EX) = BH-ENTITY
               SET WS-ENT-IDX TO EX
             END-IF
           END-PERFORM
           IF WS-ENT-IDX = 0 AND ENT-COUNT < WS-ENT-MAX
             ADD 1 TO ENT-COUNT
             MOVE BH-ENTITY TO EN-ENTITY(ENT-COUNT)
             MOVE 0 TO EN-CLOSED(ENT-COUNT)
             MOVE 0 TO EN-WRITTEN-OFF(ENT-COUNT)
             MOVE 0 TO EN-NIGHTS(ENT-COUNT)
             MOVE 0 TO EN-WORST(ENT-COUNT)
             MOVE 0 TO EN-DOLLARS(ENT-COUNT)
             MOVE ENT-COUNT TO WS-ENT-IDX
           END-IF.
       2300-END. EXIT.
      *
       3000-PRINT-BY-ANALYST.
           WRITE RPT-LINE FROM RPT-ANL-HEADING
           MOVE 'ANALYST' TO RPT-CH-KEY
           WRITE RPT-LINE FROM RPT-COL-HEADING
           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > ANL-COUNT
             MOVE AN-ANALYST-ID(NX) TO RPT-D-KEY
             MOVE AN-CLOSED(NX) TO RPT-D-CLOSED
             MOVE AN-WRITTEN-OFF(NX) TO RPT-D-WRITTEN-OFF
             COMPUTE WS-AVG-NIGHTS ROUNDED =
                     AN-NIGHTS(NX) / AN-CLOSED(NX)
             MOVE WS-AVG-NIGHTS TO RPT-D-AVG
             MOVE AN-WORST(NX) TO RPT-D-WORST
             MOVE AN-DOLLARS(NX) TO RPT-D-DOLLARS
             WRITE RPT-LINE FROM RPT-DETAIL
           END-PERFORM.
       3000-END. EXIT.
      *
       4000-PRINT-BY-ENTITY.
      * A blank entity is the legacy single-entity break.
           WRITE RPT-LINE FROM RPT-ENT-HEADING
           MOVE 'ENTITY' TO RPT-CH-KEY
           WRITE RPT-LINE FROM RPT-COL-HEADING
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENT-COUNT
             MOVE EN-ENTITY(EX) TO RPT-D-KEY
             MOVE EN-CLOSED(EX) TO RPT-D-CLOSED
             MOVE EN-WRITTEN-OFF(EX) TO RPT-D-WRITTEN-OFF
             COMPUTE WS-AVG-NIGHTS ROUNDED =
                     EN-NIGHTS(EX) / EN-CLOSED(EX)
             MOVE WS-AVG-NIGHTS TO RPT-D-AVG
             MOVE EN-WORST(EX) TO RPT-D-WORST
             MOVE EN-DOLLARS(EX) TO RPT-D-DOLLARS
             WRITE RPT-LINE FROM RPT-DETAIL
           END-PERFORM
           MOVE 'ALL' TO RPT-D-KEY
           MOVE WS-TOT-CLOSED TO RPT-D-CLOSED
           MOVE WS-TOT-WRITTEN-OFF TO RPT-D-WRITTEN-OFF
           COMPUTE WS-AVG-NIGHTS ROUNDED =
                   WS-TOT-NIGHTS / WS-TOT-CLOSED
           MOVE WS-AVG-NIGHTS TO RPT-D-AVG
           MOVE WS-TOT-WORST TO RPT-D-WORST
           MOVE WS-TOT-DOLLARS TO RPT-D-DOLLARS
           WRITE RPT-LINE FROM RPT-DETAIL.
       4000-END. EXIT.
      *
       5000-PRINT-TOTALS.
           MOVE WS-HIST-READ TO RPT-T-READ
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-TOT-CLOSED TO RPT-T-CLOSED
           WRITE RPT-LINE FROM RPT-TOTALS-2.
       5000-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FDRESRPT' TO RS-PROGRAM-ID
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
           MOVE 'FDRESRPT' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE WS-HIST-READ TO RS-RECS-IN
           MOVE WS-TOT-CLOSED TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN BAD-REPORT-MONTH
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           CLOSE RESOLVE-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FDRESRPT.
