       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGPREWV.
      *
      * Prerequisite waiver utility.  When the registrar decides a
      * student flagged on the FGPRECHK report may stay in the
      * course anyway, WAIVE records it: an appended PREWAIV row
      * excuses the student from every prerequisite of the course
      * under the approver's id and the date, and FGPRECHK stops
      * flagging the registration from the next run on.  REVOKE
      * withdraws a waiver the same way, under an approver id of
      * its own.  PREWAIV is append-only - the last row on file
      * for a student and course governs and the earlier rows are
      * the audit trail, the same rule as TERMCTL.
      *
      * A waiver already in force cannot be granted again, nor one
      * that is not in force be revoked, so the trail never carries
      * a no-op row.
      *
      * Command-line forms:
      *     WAIVE  <student-id> <course> <approver-id>
      *     REVOKE <student-id> <course> <approver-id>
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
           SELECT WAIVER-FILE ASSIGN TO "PREWAIV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAIVER-FILE.
       01  WAIVER-REC.
           COPY PREWVREC.

       WORKING-STORAGE SECTION.
       01  PW-FILE-STATUS         PIC XX VALUE '00'.
           88  PW-FILE-NOT-FOUND      VALUE '35'.
       01  PW-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-WAIVER-FILE     VALUE 'Y'.
       01  CMD-LINE               PIC X(40) VALUE SPACES.
       01  ACTION-CODE            PIC X(6) VALUE SPACES.
           88  WAIVE-ACTION           VALUE 'WAIVE '.
           88  REVOKE-ACTION          VALUE 'REVOKE'.
       01  STUDENT-ID             PIC X(9) VALUE SPACES.
       01  COURSE-CODE            PIC X(8) VALUE SPACES.
       01  APPROVER-ID            PIC X(10) VALUE SPACES.
       01  WS-CUR-STATUS          PIC X(1) VALUE 'R'.
           88  WAIVER-IN-FORCE        VALUE 'W'.
       01  WS-CUR-BY              PIC X(10) VALUE SPACES.
       01  WS-CUR-DATE            PIC 9(8) VALUE 0.
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
             PERFORM 2000-APPEND-WAIVER-ACTION
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
           ACCEPT CMD-LINE FROM COMMAND-LINE
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE
               INTO ACTION-CODE STUDENT-ID COURSE-CODE APPROVER-ID
           EVALUATE TRUE
             WHEN NOT WAIVE-ACTION AND NOT REVOKE-ACTION
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FGPREWV: REJECTED - ACTION MUST BE '
                       'WAIVE OR REVOKE'
             WHEN STUDENT-ID = SPACES
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FGPREWV: REJECTED - NO STUDENT ID GIVEN'
             WHEN COURSE-CODE = SPACES
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FGPREWV: REJECTED - NO COURSE GIVEN'
             WHEN APPROVER-ID = SPACES
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FGPREWV: REJECTED - APPROVER ID REQUIRED'
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       1000-END. EXIT.
      *
       1500-LOAD-CURRENT-STATUS.
      * The waiver's standing is the last row on file for the
      * student and course; no row at all is no waiver.
           MOVE 'N' TO PW-EOF-SW
           OPEN INPUT WAIVER-FILE
           IF PW-FILE-NOT-FOUND
             MOVE 'Y' TO PW-EOF-SW
           ELSE
             IF PW-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
               DISPLAY 'FGPREWV: ABORTED - PREWAIV UNAVAILABLE'
             ELSE
               PERFORM UNTIL END-OF-WAIVER-FILE
                   READ WAIVER-FILE
                       AT END
                           MOVE 'Y' TO PW-EOF-SW
                       NOT AT END
                           IF PW-STUDENT-ID = STUDENT-ID
                              AND PW-COURSE = COURSE-CODE
                             MOVE PW-STATUS TO WS-CUR-STATUS
                             MOVE PW-ACTION-BY TO WS-CUR-BY
                             MOVE PW-ACTION-DATE TO WS-CUR-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
             END-IF
           END-IF.
       1500-END. EXIT.
      *
       1800-CHECK-STATUS-GATE.
           EVALUATE TRUE
             WHEN WAIVE-ACTION AND WAIVER-IN-FORCE
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FGPREWV: REJECTED - STUDENT ' STUDENT-ID
                       ' COURSE ' FUNCTION TRIM(COURSE-CODE)
                       ' ALREADY WAIVED BY '
                       FUNCTION TRIM(WS-CUR-BY) ' ON ' WS-CUR-DATE
             WHEN REVOKE-ACTION AND NOT WAIVER-IN-FORCE
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FGPREWV: REJECTED - STUDENT ' STUDENT-ID
                       ' COURSE ' FUNCTION TRIM(COURSE-CODE)
                       ' HAS NO WAIVER IN FORCE'
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       1800-END. EXIT.
      *
       2000-APPEND-WAIVER-ACTION.
           OPEN EXTEND WAIVER-FILE
           IF PW-FILE-NOT-FOUND
             OPEN OUTPUT WAIVER-FILE
           END-IF
           MOVE STUDENT-ID TO PW-STUDENT-ID
           MOVE COURSE-CODE TO PW-COURSE
           IF WAIVE-ACTION
             MOVE 'W' TO PW-STATUS
           ELSE
             MOVE 'R' TO PW-STATUS
           END-IF
           MOVE APPROVER-ID TO PW-ACTION-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO PW-ACTION-DATE
           WRITE WAIVER-REC
           CLOSE WAIVER-FILE
           EVALUATE TRUE
             WHEN REVOKE-ACTION
               DISPLAY 'FGPREWV: STUDENT ' STUDENT-ID ' COURSE '
                       FUNCTION TRIM(COURSE-CODE) ' WAIVER REVOKED BY '
                       FUNCTION TRIM(APPROVER-ID)
             WHEN OTHER
               DISPLAY 'FGPREWV: STUDENT ' STUDENT-ID ' COURSE '
                       FUNCTION TRIM(COURSE-CODE) ' WAIVED BY '
                       FUNCTION TRIM(APPROVER-ID)
           END-EVALUATE.
       2000-END. EXIT.
      *
       END PROGRAM FGPREWV.
