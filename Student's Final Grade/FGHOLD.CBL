       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGHOLD.
      *
      * Student hold utility.  The bursar places a financial (F)
      * hold and the registrar a disciplinary (D) hold with PLACE;
      * the appended STUHOLD row carries the student, the hold type,
      * today as the start date and the operator's id.  RELEASE
      * lifts the hold the same way: a new row repeating the start
      * date with today as the release date, under the releasing
      * operator's id.  STUHOLD is append-only - the last row on
      * file for a student and hold type governs and the earlier
      * rows are the audit trail, the same rule as PREWAIV.
      * FGOFFTRN will not issue an official transcript for a
      * student with a hold in force.
      *
      * A hold already in force cannot be placed again, nor one
      * that is not in force be released, so the trail never
      * carries a no-op row.
      *
      * Command-line forms:
      *     PLACE   <student-id> <F|D> <operator-id>
      *     RELEASE <student-id> <F|D> <operator-id>
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
           SELECT HOLD-FILE ASSIGN TO "STUHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-REC.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01  HD-FILE-STATUS         PIC XX VALUE '00'.
           88  HD-FILE-NOT-FOUND      VALUE '35'.
       01  HD-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-HOLD-FILE       VALUE 'Y'.
       01  CMD-LINE               PIC X(40) VALUE SPACES.
       01  ACTION-CODE            PIC X(7) VALUE SPACES.
           88  PLACE-ACTION           VALUE 'PLACE  '.
           88  RELEASE-ACTION         VALUE 'RELEASE'.
       01  STUDENT-ID             PIC X(9) VALUE SPACES.
       01  HOLD-TYPE              PIC X(1) VALUE SPACES.
           88  VALID-HOLD-TYPE        VALUES 'F', 'D'.
       01  OPERATOR-ID            PIC X(10) VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-CUR-START           PIC 9(8) VALUE 0.
       01  WS-CUR-RELEASE         PIC 9(8) VALUE 0.
       01  WS-CUR-BY              PIC X(10) VALUE SPACES.
       01  WS-HOLD-SW             PIC X VALUE 'N'.
           88  HOLD-IN-FORCE          VALUE 'Y'.
       01  REJECT-SW              PIC X VALUE 'N'.
           88  REQUEST-REJECTED       VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT REQUEST-REJECTED
             PERFORM 1500-LOAD-CURRENT-STATUS
           END-IF
           IF NOT REQUEST-REJECTED AND NOT IO-ERROR
             PERFORM 1800-CHECK-STATUS-GATE
           END-IF
           IF NOT REQUEST-REJECTED AND NOT IO-ERROR
             PERFORM 2000-APPEND-HOLD-ACTION
           END-IF
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN REQUEST-REJECTED
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
       0000-END. EXIT.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT CMD-LINE FROM COMMAND-LINE
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE
               INTO ACTION-CODE STUDENT-ID HOLD-TYPE OPERATOR-ID
           EVALUATE TRUE
             WHEN NOT PLACE-ACTION AND NOT RELEASE-ACTION
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FGHOLD: REJECTED - ACTION MUST BE '
                       'PLACE OR RELEASE'
             WHEN STUDENT-ID = SPACES
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FGHOLD: REJECTED - NO STUDENT ID GIVEN'
             WHEN NOT VALID-HOLD-TYPE
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FGHOLD: REJECTED - HOLD TYPE MUST BE '
                       'F (FINANCIAL) OR D (DISCIPLINARY)'
             WHEN OPERATOR-ID = SPACES
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FGHOLD: REJECTED - OPERATOR ID REQUIRED'
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       1000-END. EXIT.
      *
       1500-LOAD-CURRENT-STATUS.
      * The hold's standing is the last row on file for the
      * student and hold type; no row at all is no hold.
           MOVE 'N' TO HD-EOF-SW
           OPEN INPUT HOLD-FILE
           IF HD-FILE-NOT-FOUND
             MOVE 'Y' TO HD-EOF-SW
           ELSE
             IF HD-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
               DISPLAY 'FGHOLD: ABORTED - STUHOLD UNAVAILABLE'
             ELSE
               PERFORM UNTIL END-OF-HOLD-FILE
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO HD-EOF-SW
                       NOT AT END
                           IF HD-STUDENT-ID = STUDENT-ID
                              AND HD-HOLD-TYPE = HOLD-TYPE
                             MOVE HD-START-DATE TO WS-CUR-START
                             MOVE HD-RELEASE-DATE TO WS-CUR-RELEASE
                             MOVE HD-ACTION-BY TO WS-CUR-BY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
             END-IF
           END-IF
           IF WS-CUR-START > 0
              AND WS-CUR-START <= WS-RUN-DATE
              AND (WS-CUR-RELEASE = 0
                   OR WS-CUR-RELEASE > WS-RUN-DATE)
             MOVE 'Y' TO WS-HOLD-SW
           END-IF.
       1500-END. EXIT.
      *
       1800-CHECK-STATUS-GATE.
           EVALUATE TRUE
             WHEN PLACE-ACTION AND HOLD-IN-FORCE
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FGHOLD: REJECTED - STUDENT ' STUDENT-ID
                       ' HOLD ' HOLD-TYPE ' ALREADY IN FORCE SINCE '
                       WS-CUR-START ' BY ' FUNCTION TRIM(WS-CUR-BY)
             WHEN RELEASE-ACTION AND NOT HOLD-IN-FORCE
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FGHOLD: REJECTED - STUDENT ' STUDENT-ID
                       ' HAS NO HOLD ' HOLD-TYPE ' IN FORCE'
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       1800-END. EXIT.
      *
       2000-APPEND-HOLD-ACTION.
           OPEN EXTEND HOLD-FILE
           IF HD-FILE-NOT-FOUND
             OPEN OUTPUT HOLD-FILE
           END-IF
           MOVE STUDENT-ID TO HD-STUDENT-ID
           MOVE HOLD-TYPE TO HD-HOLD-TYPE
           IF PLACE-ACTION
             MOVE WS-RUN-DATE TO HD-START-DATE
             MOVE 0 TO HD-RELEASE-DATE
           ELSE
             MOVE WS-CUR-START TO HD-START-DATE
             MOVE WS-RUN-DATE TO HD-RELEASE-DATE
           END-IF
           MOVE OPERATOR-ID TO HD-ACTION-BY
           WRITE HOLD-REC
           CLOSE HOLD-FILE
           EVALUATE TRUE
             WHEN RELEASE-ACTION
               DISPLAY 'FGHOLD: STUDENT ' STUDENT-ID ' HOLD '
                       HOLD-TYPE ' RELEASED BY '
                       FUNCTION TRIM(OPERATOR-ID)
             WHEN OTHER
               DISPLAY 'FGHOLD: STUDENT ' STUDENT-ID ' HOLD '
                       HOLD-TYPE ' PLACED BY '
                       FUNCTION TRIM(OPERATOR-ID)
           END-EVALUATE.
       2000-END. EXIT.
      *
       END PROGRAM FGHOLD.
