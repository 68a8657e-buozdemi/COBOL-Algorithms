       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDNEARM.
      *
      * Near-match suggestion job, run after FDNIGHT.  When an ID
      * breaks as MISSING its counterpart has usually been posted
      * under a slightly wrong ID, and analysts have been finding
      * those by eyeballing the break master.  This job takes every
      * open MISSING break (one posting, no counterpart) off BRKMSTR
      * and pairs each against the others in the same entity -
      * breaks only ever pair off within their own subsidiary - and
      * scores the pair:
      *     exact amount match ............ 40
      *     two adjacent digits transposed  60
      *     one digit different ........... 50
      * The id tests compare the zero-filled nine-digit ids, so a
      * dropped leading digit shows as a one-digit difference.  An
      * amount match counts only on a non-zero amount.  Any pair
      * that scores prints on the ranked suggestion report, best
      * score first (largest amount first within a score), and goes
      * to the NEARMTCH file, where FDWORKQ's PAIR action lets an
      * analyst confirm it and clear both breaks together.
      *
      * Return codes, shared by every batch driver in this suite so
      * the scheduler can COND on them:
      *     0 = clean run, no exceptions
      *     4 = run completed but exceptions were found (pairs
      *         suggested for the analysts to confirm)
      *     8 = batch rejected by validation, nothing processed
      *    12 = input file/IO failure, run aborted
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREAK-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BREAK-FILE-STATUS.
           SELECT NEAR-FILE ASSIGN TO "NEARMTCH"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT NEAR-RPT ASSIGN TO "NEARMRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BREAK-FILE.
       01  BREAK-REC.
           COPY BRKREC.

       FD  NEAR-FILE.
       01  NEAR-REC.
           COPY NEARREC.

       FD  NEAR-RPT.
       01  RPT-LINE               PIC X(96).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  BREAK-FILE-STATUS      PIC XX VALUE '00'.
           88  BREAK-FILE-NOT-FOUND   VALUE '35'.
       01  BRK-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-BREAK-FILE      VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  OBK-FULL-SW            PIC X VALUE 'N'.
           88  OBK-TABLE-FULL         VALUE 'Y'.
       01  SUG-FULL-SW            PIC X VALUE 'N'.
           88  SUG-TABLE-FULL         VALUE 'Y'.
       01  WS-OBK-MAX             PIC 9(5) VALUE 99999.
       01  WS-SUG-MAX             PIC 9(5) VALUE 99999.
       01  WS-BRK-READ            PIC 9(9) VALUE 0.
       01  WS-SCORE-AMOUNT        PIC 9(3) VALUE 40.
       01  WS-SCORE-TRANSPOSE     PIC 9(3) VALUE 60.
       01  WS-SCORE-ONE-DIGIT     PIC 9(3) VALUE 50.
       01  WS-SCORE               PIC 9(3) VALUE 0.
       01  WS-AMOUNT-MATCH        PIC X(1) VALUE SPACE.
       01  WS-ID-MATCH            PIC X(1) VALUE SPACE.
       01  WS-DIFF-COUNT          PIC 9(2) VALUE 0.
       01  WS-DIFF-POS-1          PIC 9(2) VALUE 0.
       01  WS-DIFF-POS-2          PIC 9(2) VALUE 0.
       01  WS-RANK                PIC 9(5) VALUE 0.
       01  I                      PIC 9(6) VALUE 0.
       01  J                      PIC 9(6) VALUE 0.
       01  K                      PIC 9(2) VALUE 0.

      * The two ids of a candidate pair as zero-filled digit
      * strings, compared position by position.
       01  WS-ID-A                PIC 9(9) VALUE 0.
       01  WS-ID-A-X REDEFINES WS-ID-A PIC X(9).
       01  WS-ID-B                PIC 9(9) VALUE 0.
       01  WS-ID-B-X REDEFINES WS-ID-B PIC X(9).

      * OBK-TABLE - tonight's open MISSING breaks, sorted by entity
      * so each break is only compared with the rest of its own
      * entity.
       01  OBK-COUNT              PIC 9(5) VALUE 0.
       01  OBK-TABLE.
           05  OBK-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OBK-COUNT
                   INDEXED BY OX.
               10  OB-ENTITY      PIC X(2).
               10  OB-ID-VALUE    PIC S9(9).
               10  OB-AMOUNT      PIC 9(11)V99.

      * SUG-TABLE - the scored pairs, sorted best first before they
      * print and go to the suggestion file.
       01  SUG-COUNT              PIC 9(5) VALUE 0.
       01  SUG-TABLE.
           05  SUG-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON SUG-COUNT
                   INDEXED BY SX.
               10  SG-SCORE       PIC 9(3).
               10  SG-AMOUNT-A    PIC 9(11)V99.
               10  SG-ENTITY      PIC X(2).
               10  SG-ID-VALUE-A  PIC S9(9).
               10  SG-ID-VALUE-B  PIC S9(9).
               10  SG-AMOUNT-B    PIC 9(11)V99.
               10  SG-AMOUNT-MATCH PIC X(1).
               10  SG-ID-MATCH    PIC X(1).

       01  RPT-HEADING.
           05  FILLER              PIC X(30) VALUE
               'NEAR-MATCH SUGGESTIONS        '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H-DATE          PIC 9(8).
       01  RPT-COL-HEADING.
           05  FILLER              PIC X(6)  VALUE 'RANK'.
           05  FILLER              PIC X(4)  VALUE 'ENT'.
           05  FILLER              PIC X(11) VALUE 'BREAK ID'.
           05  FILLER              PIC X(14) VALUE '        AMOUNT'.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'PAIR ID'.
           05  FILLER              PIC X(14) VALUE '        AMOUNT'.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE 'SCORE'.
           05  FILLER              PIC X(18) VALUE 'BASIS'.
       01  RPT-DETAIL.
           05  RPT-D-RANK          PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-D-ENTITY        PIC X(2).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-D-ID-A          PIC -(9)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-AMOUNT-A      PIC Z(10)9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-D-ID-B          PIC -(9)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-AMOUNT-B      PIC Z(10)9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-D-SCORE         PIC ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-D-BASIS         PIC X(18).
       01  RPT-EMPTY-LINE          PIC X(50) VALUE
               'NO NEAR-MATCH PAIRS AMONG THE OPEN MISSING BREAKS.'.
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'OPEN MISSING BREAKS ........ : '.
           05  RPT-T-BREAKS        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               'PAIRS SUGGESTED ............ : '.
           05  RPT-T-PAIRS         PIC ZZZZZZZZ9.
       01  RPT-ABORT-LINE          PIC X(40) VALUE
               'RUN ABORTED - INPUT FILE NOT AVAILABLE'.
       01  RPT-OBK-FULL-LINE       PIC X(50) VALUE
               'BREAK MASTER EXCEEDS TABLE LIMIT - LIST CUT'.
       01  RPT-SUG-FULL-LINE       PIC X(50) VALUE
               'SUGGESTIONS EXCEED TABLE LIMIT - LIST CUT'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MISSING-BREAKS
           IF IO-ERROR
             WRITE RPT-LINE FROM RPT-ABORT-LINE
           ELSE
             SORT OBK-ENTRY ASCENDING KEY OB-ENTITY OB-ID-VALUE
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > OBK-COUNT
               PERFORM 3000-PAIR-AGAINST-ENTITY
             END-PERFORM
      * Best score first, and the larger amount first within a
      * score so the expensive suggestions are confirmed first.
             SORT SUG-ENTRY DESCENDING KEY SG-SCORE SG-AMOUNT-A
             PERFORM 4000-WRITE-SUGGESTIONS
             PERFORM 5000-PRINT-TOTALS
           END-IF
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9800-WRITE-RUN-END
           PERFORM 9999-TERMINATE
           STOP RUN.
       0000-END. EXIT.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-H-DATE
           OPEN OUTPUT NEAR-RPT
           OPEN OUTPUT NEAR-FILE
           WRITE RPT-LINE FROM RPT-HEADING
           WRITE RPT-LINE FROM RPT-COL-HEADING.
       1000-END. EXIT.
      *
       2000-LOAD-MISSING-BREAKS.
           OPEN INPUT BREAK-FILE
           IF BREAK-FILE-STATUS NOT = '00'
              AND NOT BREAK-FILE-NOT-FOUND
             MOVE 'Y' TO IO-ERROR-SW
             MOVE 'Y' TO BRK-EOF-SW
           ELSE
           IF BREAK-FILE-NOT-FOUND
             MOVE 'Y' TO BRK-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-BREAK-FILE
                 READ BREAK-FILE
                     AT END
                         MOVE 'Y' TO BRK-EOF-SW
                     NOT AT END
                         ADD 1 TO WS-BRK-READ
                         IF BRK-OPEN AND BRK-CLS-MISSING
                           PERFORM 2100-STORE-MISSING-BREAK
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE BREAK-FILE
           END-IF
           END-IF.
       2000-END. EXIT.
      *
       2100-STORE-MISSING-BREAK.
           IF OBK-COUNT < WS-OBK-MAX
             ADD 1 TO OBK-COUNT
             MOVE BRK-ENTITY TO OB-ENTITY(OBK-COUNT)
             MOVE BRK-ID-VALUE TO OB-ID-VALUE(OBK-COUNT)
             MOVE BRK-AMOUNT TO OB-AMOUNT(OBK-COUNT)
           ELSE
             MOVE 'Y' TO OBK-FULL-SW
           END-IF.
       2100-END. EXIT.
      *
       3000-PAIR-AGAINST-ENTITY.
      * The table is in entity order, so the candidates for break I
      * are the entries after it up to the end of its entity.
           COMPUTE J = I + 1
           PERFORM UNTIL J > OBK-COUNT
                      OR OB-ENTITY(J) NOT = OB-ENTITY(I)
             PERFORM 3100-SCORE-PAIR
             IF WS-SCORE > 0
               PERFORM 3500-STORE-SUGGESTION
             END-IF
             ADD 1 TO J
           END-PERFORM.
       3000-END. EXIT.
      *
       3100-SCORE-PAIR.
           MOVE 0 TO WS-SCORE
           MOVE SPACE TO WS-AMOUNT-MATCH
           MOVE SPACE TO WS-ID-MATCH
           IF OB-AMOUNT(I) = OB-AMOUNT(J) AND OB-AMOUNT(I) > 0
             MOVE 'Y' TO WS-AMOUNT-MATCH
             ADD WS-SCORE-AMOUNT TO WS-SCORE
           END-IF
      * A counterpart keyed with the wrong sign is not a near miss
      * on the digits, so the id tests need both ids the same sign.
           IF (OB-ID-VALUE(I) < 0 AND OB-ID-VALUE(J) < 0)
              OR (OB-ID-VALUE(I) >= 0 AND OB-ID-VALUE(J) >= 0)
             PERFORM 3200-COMPARE-ID-DIGITS
           END-IF
           EVALUATE WS-ID-MATCH
             WHEN 'T'
               ADD WS-SCORE-TRANSPOSE TO WS-SCORE
             WHEN 'D'
               ADD WS-SCORE-ONE-DIGIT TO WS-SCORE
           END-EVALUATE.
       3100-END. EXIT.
      *
       3200-COMPARE-ID-DIGITS.
           MOVE OB-ID-VALUE(I) TO WS-ID-A
           MOVE OB-ID-VALUE(J) TO WS-ID-B
           MOVE 0 TO WS-DIFF-COUNT
           MOVE 0 TO WS-DIFF-POS-1
           MOVE 0 TO WS-DIFF-POS-2
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
             IF WS-ID-A-X(K:1) NOT = WS-ID-B-X(K:1)
               ADD 1 TO WS-DIFF-COUNT
               IF WS-DIFF-COUNT = 1
                 MOVE K TO WS-DIFF-POS-1
               ELSE
                 MOVE K TO WS-DIFF-POS-2
               END-IF
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-DIFF-COUNT = 1
               MOVE 'D' TO WS-ID-MATCH
             WHEN WS-DIFF-COUNT = 2
                  AND WS-DIFF-POS-2 = WS-DIFF-POS-1 + 1
                  AND WS-ID-A-X(WS-DIFF-POS-1:1)
                      = WS-ID-B-X(WS-DIFF-POS-2:1)
                  AND WS-ID-A-X(WS-DIFF-POS-2:1)
                      = WS-ID-B-X(WS-DIFF-POS-1:1)
               MOVE 'T' TO WS-ID-MATCH
           END-EVALUATE.
       3200-END. EXIT.
      *
       3500-STORE-SUGGESTION.
      * The larger-amount break leads the pair, so the sort on the
      * leading amount ranks by the money at stake.
           IF SUG-COUNT >= WS-SUG-MAX
             MOVE 'Y' TO SUG-FULL-SW
           ELSE
             ADD 1 TO SUG-COUNT
             MOVE WS-SCORE TO SG-SCORE(SUG-COUNT)
             MOVE OB-ENTITY(I) TO SG-ENTITY(SUG-COUNT)
             MOVE WS-AMOUNT-MATCH TO SG-AMOUNT-MATCH(SUG-COUNT)
             MOVE WS-ID-MATCH TO SG-ID-MATCH(SUG-COUNT)
             IF OB-AMOUNT(J) > OB-AMOUNT(I)
               MOVE OB-ID-VALUE(J) TO SG-ID-VALUE-A(SUG-COUNT)
               MOVE OB-AMOUNT(J) TO SG-AMOUNT-A(SUG-COUNT)
               MOVE OB-ID-VALUE(I) TO SG-ID-VALUE-B(SUG-COUNT)
               MOVE OB-AMOUNT(I) TO SG-AMOUNT-B(SUG-COUNT)
             ELSE
               MOVE OB-ID-VALUE(I) TO SG-ID-VALUE-A(SUG-COUNT)
               MOVE OB-AMOUNT(I) TO SG-AMOUNT-A(SUG-COUNT)
               MOVE OB-ID-VALUE(J) TO SG-ID-VALUE-B(SUG-COUNT)
               MOVE OB-AMOUNT(J) TO SG-AMOUNT-B(SUG-COUNT)
             END-IF
           END-IF.
       3500-END. EXIT.
      *
       4000-WRITE-SUGGESTIONS.
           IF SUG-COUNT = 0
             WRITE RPT-LINE FROM RPT-EMPTY-LINE
           END-IF
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUG-COUNT
             ADD 1 TO WS-RANK
             MOVE SG-ENTITY(SX) TO NM-ENTITY
             MOVE SG-ID-VALUE-A(SX) TO NM-ID-VALUE-A
             MOVE SG-ID-VALUE-B(SX) TO NM-ID-VALUE-B
             MOVE SG-SCORE(SX) TO NM-SCORE
             MOVE SG-AMOUNT-A(SX) TO NM-AMOUNT-A
             MOVE SG-AMOUNT-B(SX) TO NM-AMOUNT-B
             MOVE SG-AMOUNT-MATCH(SX) TO NM-AMOUNT-MATCH
             MOVE SG-ID-MATCH(SX) TO NM-ID-MATCH
             WRITE NEAR-REC
             PERFORM 4100-PRINT-SUGGESTION
           END-PERFORM
           IF OBK-TABLE-FULL
             WRITE RPT-LINE FROM RPT-OBK-FULL-LINE
           END-IF
           IF SUG-TABLE-FULL
             WRITE RPT-LINE FROM RPT-SUG-FULL-LINE
           END-IF.
       4000-END. EXIT.
      *
       4100-PRINT-SUGGESTION.
           MOVE WS-RANK TO RPT-D-RANK
           MOVE SG-ENTITY(SX) TO RPT-D-ENTITY
           MOVE SG-ID-VALUE-A(SX) TO RPT-D-ID-A
           MOVE SG-AMOUNT-A(SX) TO RPT-D-AMOUNT-A
           MOVE SG-ID-VALUE-B(SX) TO RPT-D-ID-B
           MOVE SG-AMOUNT-B(SX) TO RPT-D-AMOUNT-B
           MOVE SG-SCORE(SX) TO RPT-D-SCORE
           MOVE SPACES TO RPT-D-BASIS
           EVALUATE TRUE
             WHEN SG-AMOUNT-MATCH(SX) = 'Y'
                  AND SG-ID-MATCH(SX) = 'T'
               MOVE 'AMOUNT+TRANSPOSED' TO RPT-D-BASIS
             WHEN SG-AMOUNT-MATCH(SX) = 'Y'
                  AND SG-ID-MATCH(SX) = 'D'
               MOVE 'AMOUNT+ONE DIGIT' TO RPT-D-BASIS
             WHEN SG-ID-MATCH(SX) = 'T'
               MOVE 'TRANSPOSED' TO RPT-D-BASIS
             WHEN SG-ID-MATCH(SX) = 'D'
               MOVE 'ONE DIGIT' TO RPT-D-BASIS
             WHEN OTHER
               MOVE 'AMOUNT' TO RPT-D-BASIS
           END-EVALUATE
           WRITE RPT-LINE FROM RPT-DETAIL.
       4100-END. EXIT.
      *
       5000-PRINT-TOTALS.
           MOVE OBK-COUNT TO RPT-T-BREAKS
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE SUG-COUNT TO RPT-T-PAIRS
           WRITE RPT-LINE FROM RPT-TOTALS-2.
       5000-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FDNEARM' TO RS-PROGRAM-ID
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
           MOVE 'FDNEARM' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE WS-BRK-READ TO RS-RECS-IN
           MOVE SUG-COUNT TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN SUG-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           CLOSE NEAR-FILE
           CLOSE NEAR-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FDNEARM.
