       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGHISTVF.
      *
      * Consistency check of the GRDHIST journal against GRDHISTX.
      * The indexed file is meant to hold exactly the last journal
      * row per student/term/course/cycle, but FGTRANS, EOTBATCH,
      * FGREGRAD, FGXFER, and FGIDCHG each write the two files one
      * after the other, and an abend between the writes leaves
      * them apart with nothing to say so.  This job collapses the
      * journal to its last row per key - the rule FGHISTLD loads
      * by - and matches it against GRDHISTX key for key:
      *     a journal key with no GRDHISTX row ...... MISSING
      *     a GRDHISTX row with no journal key ...... NOT ON JOURNAL
      *     a key whose last journal row is an X
      *       (retired by FGIDCHG) still on GRDHISTX  RETIRED
      *     a key on both whose fields differ ....... one line per
      *       field (section, scores, RESULT, run date, status, run
      *       id, transfer particulars) with both values
      * Any discrepancy sets return code 4, so the scheduler holds
      * FGRECORD and FGMAILER (their STEP005 runs this check)
      * until someone has looked.
      *
      * With REPAIR in the parm the indexed file is brought back
      * into line with the journal: a missing key is written, a
      * differing key is rewritten from its journal row, and a
      * retired key or a key not on the journal is deleted - its
      * full GRDHISTX image printed first, since the journal holds
      * no copy of it.  The fixes are collected during the match
      * and applied after it, never under the live scan (the same
      * rule as FGIDCHG).  The discrepancies still set return code
      * 4; rerun without REPAIR to confirm a clean file.
      *
      * Command-line form:
      *     [REPAIR]
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
           SELECT VERIFY-RPT ASSIGN TO "HISTVRPT"
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

       FD  VERIFY-RPT.
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
       01  HIST-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-GRADE-HIST      VALUE 'Y'.
       01  IX-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-GRADE-IX        VALUE 'Y'.
       01  JT-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-JOURNAL-KEYS    VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  REJECT-SW              PIC X VALUE 'N'.
           88  REQUEST-REJECTED       VALUE 'Y'.
       01  JT-FULL-SW             PIC X VALUE 'N'.
           88  JT-TABLE-FULL          VALUE 'Y'.
       01  FX-FULL-SW             PIC X VALUE 'N'.
           88  FX-TABLE-FULL          VALUE 'Y'.
       01  KEY-END-SW             PIC X VALUE 'N'.
           88  LAST-ROW-OF-KEY        VALUE 'Y'.
       01  DIFF-SW                PIC X VALUE 'N'.
           88  KEY-DIFFERS            VALUE 'Y'.
       01  CMD-LINE               PIC X(20) VALUE SPACES.
       01  RUN-MODE               PIC X(6) VALUE SPACES.
           88  VERIFY-ONLY            VALUE SPACES.
           88  REPAIR-MODE            VALUE 'REPAIR'.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-TABLE-MAX           PIC 9(9) VALUE 999999.
       01  WS-JOURNAL-READ        PIC 9(9) VALUE 0.
       01  WS-JOURNAL-KEYS        PIC 9(9) VALUE 0.
       01  WS-RETIRED-KEYS        PIC 9(9) VALUE 0.
       01  WS-IX-READ             PIC 9(9) VALUE 0.
       01  WS-MATCHED-COUNT       PIC 9(9) VALUE 0.
       01  WS-MISSING-COUNT       PIC 9(9) VALUE 0.
       01  WS-EXTRA-COUNT         PIC 9(9) VALUE 0.
       01  WS-RETIRED-LEFT-COUNT  PIC 9(9) VALUE 0.
       01  WS-DIFFER-COUNT        PIC 9(9) VALUE 0.
       01  WS-DISCREPANCY-COUNT   PIC 9(9) VALUE 0.
       01  WS-REPAIRED-COUNT      PIC 9(9) VALUE 0.
       01  WS-REPAIR-FAILED-COUNT PIC 9(9) VALUE 0.
       01  WS-FIELD-NAME          PIC X(10) VALUE SPACES.
       01  WS-JOURNAL-VALUE       PIC X(12) VALUE SPACES.
       01  WS-IX-VALUE            PIC X(12) VALUE SPACES.
       01  WS-REPAIR-ACTION       PIC X(1) VALUE SPACE.
       01  WS-KEY-COMPARE         PIC X(1) VALUE SPACE.
           88  JOURNAL-KEY-LOW        VALUE '<'.
           88  KEYS-EQUAL             VALUE '='.
           88  JOURNAL-KEY-HIGH       VALUE '>'.
       01  M                      PIC 9(9) VALUE 0.
       01  R                      PIC 9(9) VALUE 0.

      * JT-TABLE - every journal row in arrival order, sorted into
      * key order with the arrival sequence as the tie-break, so
      * the last entry of each key is its current journal row.
      * The count lives outside the sorted group.
       01  JT-COUNT               PIC 9(9) VALUE 0.
       01  JT-TABLE.
           05  JT-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON JT-COUNT
                   INDEXED BY JX.
               10  JT-KEY.
                   15  JT-STUDENT-ID  PIC X(9).
                   15  JT-TERM        PIC X(6).
                   15  JT-COURSE      PIC X(8).
                   15  JT-CYCLE       PIC X(1).
               10  JT-SEQ         PIC 9(9).
               10  JT-IMAGE       PIC X(66).

      * FX-TABLE - the repairs found during the match, applied
      * after it: W write the journal row, R rewrite from the
      * journal row, D delete the key.
       01  FX-COUNT               PIC 9(9) VALUE 0.
       01  FX-TABLE.
           05  FX-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON FX-COUNT
                   INDEXED BY FX.
               10  FX-ACTION      PIC X(1).
               10  FX-JT-IDX      PIC 9(9).
               10  FX-KEY         PIC X(24).

       01  RPT-HEADING.
           05  FILLER              PIC X(38) VALUE
               'GRDHIST / GRDHISTX CONSISTENCY CHECK  '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H-DATE          PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-H-MODE          PIC X(6).
       01  RPT-COL-HEADING.
           05  FILLER              PIC X(10) VALUE 'STUDENT'.
           05  FILLER              PIC X(7)  VALUE 'TERM'.
           05  FILLER              PIC X(9)  VALUE 'COURSE'.
           05  FILLER              PIC X(3)  VALUE 'CY'.
           05  FILLER              PIC X(11) VALUE 'FIELD'.
           05  FILLER              PIC X(13) VALUE 'GRDHIST'.
           05  FILLER              PIC X(13) VALUE 'GRDHISTX'.
           05  FILLER              PIC X(7)  VALUE 'REPAIR'.
       01  RPT-DETAIL.
           05  RPT-D-ID            PIC X(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-TERM          PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-COURSE        PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-CYCLE         PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-FIELD         PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-JOURNAL       PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-IX            PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RPT-D-REPAIR        PIC X(7).
       01  RPT-IMAGE-LINE.
           05  FILLER              PIC X(12) VALUE '  GRDHISTX: '.
           05  RPT-I-IMAGE         PIC X(66).
       01  RPT-REJECT-LINE.
           05  RPT-R-MSG           PIC X(60).
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'JOURNAL ROWS READ .......... : '.
           05  RPT-T-JOURNAL-READ  PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               'JOURNAL KEYS (LAST ROW) .... : '.
           05  RPT-T-JOURNAL-KEYS  PIC ZZZZZZZZ9.
       01  RPT-TOTALS-3.
           05  FILLER              PIC X(31) VALUE
               '  OF WHICH RETIRED (X) ..... : '.
           05  RPT-T-RETIRED-KEYS  PIC ZZZZZZZZ9.
       01  RPT-TOTALS-4.
           05  FILLER              PIC X(31) VALUE
               'GRDHISTX ROWS READ ......... : '.
           05  RPT-T-IX-READ       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-5.
           05  FILLER              PIC X(31) VALUE
               'KEYS IN AGREEMENT .......... : '.
           05  RPT-T-MATCHED       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-6.
           05  FILLER              PIC X(31) VALUE
               'MISSING FROM GRDHISTX ...... : '.
           05  RPT-T-MISSING       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-7.
           05  FILLER              PIC X(31) VALUE
               'GRDHISTX KEYS NOT ON JOURNAL : '.
           05  RPT-T-EXTRA         PIC ZZZZZZZZ9.
       01  RPT-TOTALS-8.
           05  FILLER              PIC X(31) VALUE
               'RETIRED KEYS ON GRDHISTX ... : '.
           05  RPT-T-RETIRED-LEFT  PIC ZZZZZZZZ9.
       01  RPT-TOTALS-9.
           05  FILLER              PIC X(31) VALUE
               'KEYS WITH FIELD DIFFERENCES  : '.
           05  RPT-T-DIFFER        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-10.
           05  FILLER              PIC X(31) VALUE
               'KEYS REPAIRED .............. : '.
           05  RPT-T-REPAIRED      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-11.
           05  FILLER              PIC X(31) VALUE
               'REPAIRS FAILED ............. : '.
           05  RPT-T-REPAIR-FAILED PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
             WHEN REQUEST-REJECTED OR IO-ERROR
               WRITE RPT-LINE FROM RPT-REJECT-LINE
             WHEN JT-TABLE-FULL
               MOVE 'Y' TO REJECT-SW
               MOVE 'RUN REJECTED - EXCEEDS JOURNAL TABLE LIMIT'
                    TO RPT-R-MSG
               WRITE RPT-LINE FROM RPT-REJECT-LINE
               CLOSE GRADE-IX-FILE
             WHEN OTHER
               IF JT-COUNT > 0
                 SORT JT-ENTRY ASCENDING KEY JT-KEY JT-SEQ
               END-IF
               WRITE RPT-LINE FROM RPT-COL-HEADING
               PERFORM 3000-MATCH-JOURNAL-TO-INDEX
               IF REPAIR-MODE AND FX-COUNT > 0
                 PERFORM 4000-APPLY-REPAIRS
               END-IF
               CLOSE GRADE-IX-FILE
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
               INTO RUN-MODE
           OPEN OUTPUT VERIFY-RPT
           MOVE WS-RUN-DATE TO RPT-H-DATE
           IF REPAIR-MODE
             MOVE 'REPAIR' TO RPT-H-MODE
           ELSE
             MOVE 'VERIFY' TO RPT-H-MODE
           END-IF
           WRITE RPT-LINE FROM RPT-HEADING
           IF NOT VERIFY-ONLY AND NOT REPAIR-MODE
             MOVE 'Y' TO REJECT-SW
             MOVE 'RUN REJECTED - PARM MUST BE BLANK OR REPAIR'
                  TO RPT-R-MSG
           END-IF
           IF NOT REQUEST-REJECTED
             PERFORM 1100-OPEN-INDEX
           END-IF
           IF NOT REQUEST-REJECTED AND NOT IO-ERROR
             PERFORM 2000-LOAD-JOURNAL
           END-IF.
       1000-END. EXIT.
      *
       1100-OPEN-INDEX.
           IF REPAIR-MODE
             OPEN I-O GRADE-IX-FILE
           ELSE
             OPEN INPUT GRADE-IX-FILE
           END-IF
           IF IX-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
             MOVE 'RUN ABORTED - GRDHISTX UNAVAILABLE' TO RPT-R-MSG
           END-IF.
       1100-END. EXIT.
      *
       2000-LOAD-JOURNAL.
           MOVE 'N' TO HIST-EOF-SW
           OPEN INPUT GRADE-HIST-FILE
           IF HIST-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
             MOVE 'RUN ABORTED - GRDHIST JOURNAL UNAVAILABLE'
                  TO RPT-R-MSG
             CLOSE GRADE-IX-FILE
           ELSE
             PERFORM UNTIL END-OF-GRADE-HIST
                 READ GRADE-HIST-FILE
                     AT END
                         MOVE 'Y' TO HIST-EOF-SW
                     NOT AT END
                         ADD 1 TO WS-JOURNAL-READ
                         PERFORM 2100-SAVE-JOURNAL-ROW
                 END-READ
             END-PERFORM
             CLOSE GRADE-HIST-FILE
           END-IF.
       2000-END. EXIT.
      *
       2100-SAVE-JOURNAL-ROW.
           IF JT-COUNT < WS-TABLE-MAX
             ADD 1 TO JT-COUNT
             MOVE GH-STUDENT-ID TO JT-STUDENT-ID(JT-COUNT)
             MOVE GH-TERM TO JT-TERM(JT-COUNT)
             MOVE GH-COURSE TO JT-COURSE(JT-COUNT)
             MOVE GH-CYCLE TO JT-CYCLE(JT-COUNT)
             MOVE WS-JOURNAL-READ TO JT-SEQ(JT-COUNT)
             MOVE GRADE-HIST-REC TO JT-IMAGE(JT-COUNT)
           ELSE
             MOVE 'Y' TO JT-FULL-SW
           END-IF.
       2100-END. EXIT.
      *
       3000-MATCH-JOURNAL-TO-INDEX.
      * Both sides arrive in key order - the sorted journal table
      * and a sequential read of the indexed file - so one merge
      * pass finds every key missing from either side.
           MOVE 'N' TO IX-EOF-SW
           MOVE 'N' TO JT-EOF-SW
           MOVE 0 TO M
           PERFORM 3100-NEXT-JOURNAL-KEY
           PERFORM 3200-NEXT-INDEX-ROW
           PERFORM UNTIL END-OF-JOURNAL-KEYS AND END-OF-GRADE-IX
               EVALUATE TRUE
                 WHEN END-OF-JOURNAL-KEYS
                   MOVE '>' TO WS-KEY-COMPARE
                 WHEN END-OF-GRADE-IX
                   MOVE '<' TO WS-KEY-COMPARE
                 WHEN JT-KEY(M) < GX-KEY
                   MOVE '<' TO WS-KEY-COMPARE
                 WHEN JT-KEY(M) > GX-KEY
                   MOVE '>' TO WS-KEY-COMPARE
                 WHEN OTHER
                   MOVE '=' TO WS-KEY-COMPARE
               END-EVALUATE
               EVALUATE TRUE
                 WHEN JOURNAL-KEY-LOW
                   PERFORM 3300-JOURNAL-KEY-ONLY
                   PERFORM 3100-NEXT-JOURNAL-KEY
                 WHEN JOURNAL-KEY-HIGH
                   PERFORM 3400-INDEX-KEY-ONLY
                   PERFORM 3200-NEXT-INDEX-ROW
                 WHEN OTHER
                   PERFORM 3500-COMPARE-KEY
                   PERFORM 3100-NEXT-JOURNAL-KEY
                   PERFORM 3200-NEXT-INDEX-ROW
               END-EVALUATE
           END-PERFORM.
       3000-END. EXIT.
      *
       3100-NEXT-JOURNAL-KEY.
      * Step to the last entry of the next key: the entry before
      * the key changes, or the end of the table.
           IF M NOT < JT-COUNT
             MOVE 'Y' TO JT-EOF-SW
           ELSE
             ADD 1 TO M
             MOVE 'N' TO KEY-END-SW
             PERFORM UNTIL LAST-ROW-OF-KEY
               IF M NOT < JT-COUNT
                 MOVE 'Y' TO KEY-END-SW
               ELSE
                 IF JT-KEY(M + 1) NOT = JT-KEY(M)
                   MOVE 'Y' TO KEY-END-SW
                 ELSE
                   ADD 1 TO M
                 END-IF
               END-IF
             END-PERFORM
             ADD 1 TO WS-JOURNAL-KEYS
             MOVE JT-IMAGE(M) TO GRADE-HIST-REC
             IF GH-KEY-RETIRED
               ADD 1 TO WS-RETIRED-KEYS
             END-IF
           END-IF.
       3100-END. EXIT.
      *
       3200-NEXT-INDEX-ROW.
           IF NOT END-OF-GRADE-IX
             READ GRADE-IX-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO IX-EOF-SW
                 NOT AT END
                     ADD 1 TO WS-IX-READ
             END-READ
           END-IF.
       3200-END. EXIT.
      *
       3300-JOURNAL-KEY-ONLY.
      * A retired key belongs off the indexed file, so its absence
      * is agreement; any other journal key is missing.
           IF GH-KEY-RETIRED
             ADD 1 TO WS-MATCHED-COUNT
           ELSE
             ADD 1 TO WS-MISSING-COUNT
             MOVE 'W' TO WS-REPAIR-ACTION
             PERFORM 3800-QUEUE-REPAIR
             MOVE JT-STUDENT-ID(M) TO RPT-D-ID
             MOVE JT-TERM(M) TO RPT-D-TERM
             MOVE JT-COURSE(M) TO RPT-D-COURSE
             MOVE JT-CYCLE(M) TO RPT-D-CYCLE
             MOVE 'KEY' TO WS-FIELD-NAME
             MOVE 'ON FILE' TO WS-JOURNAL-VALUE
             MOVE 'MISSING' TO WS-IX-VALUE
             PERFORM 3900-WRITE-DETAIL-LINE
           END-IF.
       3300-END. EXIT.
      *
       3400-INDEX-KEY-ONLY.
           ADD 1 TO WS-EXTRA-COUNT
           MOVE 'D' TO WS-REPAIR-ACTION
           PERFORM 3800-QUEUE-REPAIR
           MOVE GX-STUDENT-ID TO RPT-D-ID
           MOVE GX-TERM TO RPT-D-TERM
           MOVE GX-COURSE TO RPT-D-COURSE
           MOVE GX-CYCLE TO RPT-D-CYCLE
           MOVE 'KEY' TO WS-FIELD-NAME
           MOVE 'NO ROW' TO WS-JOURNAL-VALUE
           MOVE 'ON FILE' TO WS-IX-VALUE
           PERFORM 3900-WRITE-DETAIL-LINE
           IF REPAIR-MODE
             MOVE GRADE-IX-REC TO RPT-I-IMAGE
             WRITE RPT-LINE FROM RPT-IMAGE-LINE
           END-IF.
       3400-END. EXIT.
      *
       3500-COMPARE-KEY.
           MOVE GX-STUDENT-ID TO RPT-D-ID
           MOVE GX-TERM TO RPT-D-TERM
           MOVE GX-COURSE TO RPT-D-COURSE
           MOVE GX-CYCLE TO RPT-D-CYCLE
           IF GH-KEY-RETIRED
             ADD 1 TO WS-RETIRED-LEFT-COUNT
             MOVE 'D' TO WS-REPAIR-ACTION
             PERFORM 3800-QUEUE-REPAIR
             MOVE 'KEY' TO WS-FIELD-NAME
             MOVE 'RETIRED (X)' TO WS-JOURNAL-VALUE
             MOVE 'ON FILE' TO WS-IX-VALUE
             PERFORM 3900-WRITE-DETAIL-LINE
             IF REPAIR-MODE
               MOVE GRADE-IX-REC TO RPT-I-IMAGE
               WRITE RPT-LINE FROM RPT-IMAGE-LINE
             END-IF
           ELSE
             MOVE 'N' TO DIFF-SW
             PERFORM 3600-COMPARE-FIELDS
             IF KEY-DIFFERS
               ADD 1 TO WS-DIFFER-COUNT
               MOVE 'R' TO WS-REPAIR-ACTION
               PERFORM 3800-QUEUE-REPAIR
             ELSE
               ADD 1 TO WS-MATCHED-COUNT
             END-IF
           END-IF.
       3500-END. EXIT.
      *
       3600-COMPARE-FIELDS.
      * Field by field, every non-key field of the two members;
      * each difference prints on its own line with both values.
           MOVE 'R' TO WS-REPAIR-ACTION
           IF GH-SECTION NOT = GX-SECTION
             MOVE 'SECTION' TO WS-FIELD-NAME
             MOVE GH-SECTION TO WS-JOURNAL-VALUE
             MOVE GX-SECTION TO WS-IX-VALUE
             PERFORM 3700-WRITE-FIELD-DIFF
           END-IF
           IF GH-EXAM NOT = GX-EXAM
             MOVE 'EXAM' TO WS-FIELD-NAME
             MOVE GH-EXAM TO WS-JOURNAL-VALUE
             MOVE GX-EXAM TO WS-IX-VALUE
             PERFORM 3700-WRITE-FIELD-DIFF
           END-IF
           IF GH-PROJECTS NOT = GX-PROJECTS
             MOVE 'PROJECTS' TO WS-FIELD-NAME
             MOVE GH-PROJECTS TO WS-JOURNAL-VALUE
             MOVE GX-PROJECTS TO WS-IX-VALUE
             PERFORM 3700-WRITE-FIELD-DIFF
           END-IF
           IF GH-RESULT NOT = GX-RESULT
             MOVE 'RESULT' TO WS-FIELD-NAME
             MOVE GH-RESULT TO WS-JOURNAL-VALUE
             MOVE GX-RESULT TO WS-IX-VALUE
             PERFORM 3700-WRITE-FIELD-DIFF
           END-IF
           IF GH-RUN-DATE NOT = GX-RUN-DATE
             MOVE 'RUN DATE' TO WS-FIELD-NAME
             MOVE GH-RUN-DATE TO WS-JOURNAL-VALUE
             MOVE GX-RUN-DATE TO WS-IX-VALUE
             PERFORM 3700-WRITE-FIELD-DIFF
           END-IF
           IF GH-GRADE-STATUS NOT = GX-GRADE-STATUS
             MOVE 'STATUS' TO WS-FIELD-NAME
             MOVE GH-GRADE-STATUS TO WS-JOURNAL-VALUE
             MOVE GX-GRADE-STATUS TO WS-IX-VALUE
             PERFORM 3700-WRITE-FIELD-DIFF
           END-IF
           IF GH-RUN-ID NOT = GX-RUN-ID
             MOVE 'RUN ID' TO WS-FIELD-NAME
             MOVE GH-RUN-ID TO WS-JOURNAL-VALUE
             MOVE GX-RUN-ID TO WS-IX-VALUE
             PERFORM 3700-WRITE-FIELD-DIFF
           END-IF
           IF GH-XFER-INST NOT = GX-XFER-INST
             MOVE 'XFER INST' TO WS-FIELD-NAME
             MOVE GH-XFER-INST TO WS-JOURNAL-VALUE
             MOVE GX-XFER-INST TO WS-IX-VALUE
             PERFORM 3700-WRITE-FIELD-DIFF
           END-IF
           IF GH-XFER-HOURS NOT = GX-XFER-HOURS
             MOVE 'XFER HOURS' TO WS-FIELD-NAME
             MOVE GH-XFER-HOURS TO WS-JOURNAL-VALUE
             MOVE GX-XFER-HOURS TO WS-IX-VALUE
             PERFORM 3700-WRITE-FIELD-DIFF
           END-IF.
       3600-END. EXIT.
      *
       3700-WRITE-FIELD-DIFF.
           MOVE 'Y' TO DIFF-SW
           PERFORM 3900-WRITE-DETAIL-LINE.
       3700-END. EXIT.
      *
       3800-QUEUE-REPAIR.
           IF REPAIR-MODE
             IF FX-COUNT < WS-TABLE-MAX
               ADD 1 TO FX-COUNT
               MOVE WS-REPAIR-ACTION TO FX-ACTION(FX-COUNT)
               MOVE M TO FX-JT-IDX(FX-COUNT)
               IF WS-REPAIR-ACTION = 'W'
                 MOVE JT-KEY(M) TO FX-KEY(FX-COUNT)
               ELSE
                 MOVE GX-KEY TO FX-KEY(FX-COUNT)
               END-IF
             ELSE
               MOVE 'Y' TO FX-FULL-SW
             END-IF
           END-IF.
       3800-END. EXIT.
      *
       3900-WRITE-DETAIL-LINE.
           MOVE WS-FIELD-NAME TO RPT-D-FIELD
           MOVE WS-JOURNAL-VALUE TO RPT-D-JOURNAL
           MOVE WS-IX-VALUE TO RPT-D-IX
           IF REPAIR-MODE
             EVALUATE WS-REPAIR-ACTION
               WHEN 'W'
                 MOVE 'WRITE' TO RPT-D-REPAIR
               WHEN 'R'
                 MOVE 'REWRITE' TO RPT-D-REPAIR
               WHEN OTHER
                 MOVE 'DELETE' TO RPT-D-REPAIR
             END-EVALUATE
           ELSE
             MOVE SPACES TO RPT-D-REPAIR
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL.
       3900-END. EXIT.
      *
       4000-APPLY-REPAIRS.
      * Applied after the match so the sequential read never runs
      * over its own writes and deletes.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > FX-COUNT
             MOVE FX-KEY(R) TO GX-KEY
             EVALUATE FX-ACTION(R)
               WHEN 'W'
                 PERFORM 4100-BUILD-INDEX-ROW
                 WRITE GRADE-IX-REC
                     INVALID KEY
                         ADD 1 TO WS-REPAIR-FAILED-COUNT
                     NOT INVALID KEY
                         ADD 1 TO WS-REPAIRED-COUNT
                 END-WRITE
               WHEN 'R'
                 READ GRADE-IX-FILE
                     INVALID KEY
                         ADD 1 TO WS-REPAIR-FAILED-COUNT
                     NOT INVALID KEY
                         PERFORM 4100-BUILD-INDEX-ROW
                         REWRITE GRADE-IX-REC
                             INVALID KEY
                                 ADD 1 TO WS-REPAIR-FAILED-COUNT
                             NOT INVALID KEY
                                 ADD 1 TO WS-REPAIRED-COUNT
                         END-REWRITE
                 END-READ
               WHEN OTHER
                 READ GRADE-IX-FILE
                     INVALID KEY
                         ADD 1 TO WS-REPAIR-FAILED-COUNT
                     NOT INVALID KEY
                         DELETE GRADE-IX-FILE
                             INVALID KEY
                                 ADD 1 TO WS-REPAIR-FAILED-COUNT
                             NOT INVALID KEY
                                 ADD 1 TO WS-REPAIRED-COUNT
                         END-DELETE
                 END-READ
             END-EVALUATE
           END-PERFORM.
       4000-END. EXIT.
      *
       4100-BUILD-INDEX-ROW.
           MOVE JT-IMAGE(FX-JT-IDX(R)) TO GRADE-HIST-REC
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
           MOVE GH-XFER-HOURS TO GX-XFER-HOURS.
       4100-END. EXIT.
      *
       5000-PRINT-TOTALS.
           COMPUTE WS-DISCREPANCY-COUNT = WS-MISSING-COUNT
                   + WS-EXTRA-COUNT + WS-RETIRED-LEFT-COUNT
                   + WS-DIFFER-COUNT
           IF FX-TABLE-FULL
             MOVE 'REPAIR TABLE LIMIT REACHED - RERUN REPAIR FOR REST'
                  TO RPT-R-MSG
             WRITE RPT-LINE FROM RPT-REJECT-LINE
           END-IF
           MOVE WS-JOURNAL-READ TO RPT-T-JOURNAL-READ
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-JOURNAL-KEYS TO RPT-T-JOURNAL-KEYS
           WRITE RPT-LINE FROM RPT-TOTALS-2
           MOVE WS-RETIRED-KEYS TO RPT-T-RETIRED-KEYS
           WRITE RPT-LINE FROM RPT-TOTALS-3
           MOVE WS-IX-READ TO RPT-T-IX-READ
           WRITE RPT-LINE FROM RPT-TOTALS-4
           MOVE WS-MATCHED-COUNT TO RPT-T-MATCHED
           WRITE RPT-LINE FROM RPT-TOTALS-5
           MOVE WS-MISSING-COUNT TO RPT-T-MISSING
           WRITE RPT-LINE FROM RPT-TOTALS-6
           MOVE WS-EXTRA-COUNT TO RPT-T-EXTRA
           WRITE RPT-LINE FROM RPT-TOTALS-7
           MOVE WS-RETIRED-LEFT-COUNT TO RPT-T-RETIRED-LEFT
           WRITE RPT-LINE FROM RPT-TOTALS-8
           MOVE WS-DIFFER-COUNT TO RPT-T-DIFFER
           WRITE RPT-LINE FROM RPT-TOTALS-9
           IF REPAIR-MODE
             MOVE WS-REPAIRED-COUNT TO RPT-T-REPAIRED
             WRITE RPT-LINE FROM RPT-TOTALS-10
             MOVE WS-REPAIR-FAILED-COUNT TO RPT-T-REPAIR-FAILED
             WRITE RPT-LINE FROM RPT-TOTALS-11
           END-IF.
       5000-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FGHISTVF' TO RS-PROGRAM-ID
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
           MOVE 'FGHISTVF' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           COMPUTE RS-RECS-IN = WS-JOURNAL-READ + WS-IX-READ
           MOVE WS-DISCREPANCY-COUNT TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN WS-REPAIR-FAILED-COUNT > 0
               MOVE 12 TO RETURN-CODE
             WHEN REQUEST-REJECTED
               MOVE 8 TO RETURN-CODE
             WHEN WS-DISCREPANCY-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           CLOSE VERIFY-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FGHISTVF.
