       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDCERTCT.
      *
      * Month-end certification sign-off utility.  Once an entity's
      * controller has worked through the FDCERT certification
      * package for a closed month, CERTIFY records their sign-off:
      * an appended CERTCTL row marks the entity's month certified
      * under the controller's id and the date, after which FDNIGHT
      * rejects any extract for the entity dated in that month and
      * FDWOPOST holds back any write-off that would post into it.
      * REOPEN is the controlled exception: it requires an approver
      * id and appends an open row carrying that id, so every
      * reopen is itself on record.  CERTCTL is append-only - the
      * last row on file for an entity and month governs and the
      * earlier rows are the audit trail.
      *
      * Only a month that has ended can be certified, and a month
      * already certified cannot be certified again (nor one that
      * is open be reopened), so the trail never carries a no-op
      * row.
      *
      * Command-line forms:
      *     CERTIFY <entity> <yyyymm> <controller-id>
      *     REOPEN  <entity> <yyyymm> <approver-id>
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
           SELECT CERT-CTL-FILE ASSIGN TO "CERTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-CTL-FILE.
       01  CERT-CTL-REC.
           COPY CERTREC.

       WORKING-STORAGE SECTION.
       01  CERT-FILE-STATUS       PIC XX VALUE '00'.
           88  CERT-FILE-NOT-FOUND    VALUE '35'.
       01  CERT-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-CERT-FILE       VALUE 'Y'.
       01  CMD-LINE               PIC X(40) VALUE SPACES.
       01  ACTION-CODE            PIC X(7) VALUE SPACES.
           88  CERTIFY-ACTION         VALUE 'CERTIFY'.
           88  REOPEN-ACTION          VALUE 'REOPEN '.
       01  ENTITY-CODE            PIC X(2) VALUE SPACES.
       01  MONTH-X                PIC X(6) VALUE SPACES.
       01  ACTION-BY-ID           PIC X(10) VALUE SPACES.
       01  WS-CERT-MONTH          PIC 9(6) VALUE 0.
       01  WS-CERT-MONTH-R REDEFINES WS-CERT-MONTH.
           05  WS-CM-YEAR         PIC 9(4).
           05  WS-CM-MONTH        PIC 9(2).
       01  WS-CURRENT-MONTH       PIC 9(6) VALUE 0.
       01  WS-CUR-STATUS          PIC X(1) VALUE 'O'.
           88  MONTH-CERTIFIED        VALUE 'C'.
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
             PERFORM 2000-APPEND-CERT-ACTION
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
               INTO ACTION-CODE ENTITY-CODE MONTH-X ACTION-BY-ID
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURRENT-MONTH
           IF MONTH-X IS NUMERIC
             MOVE MONTH-X TO WS-CERT-MONTH
           END-IF
           EVALUATE TRUE
             WHEN NOT CERTIFY-ACTION AND NOT REOPEN-ACTION
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FDCERTCT: REJECTED - ACTION MUST BE '
                       'CERTIFY OR REOPEN'
             WHEN ENTITY-CODE = SPACES
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FDCERTCT: REJECTED - NO ENTITY GIVEN'
             WHEN MONTH-X NOT NUMERIC
                  OR WS-CM-MONTH < 1 OR WS-CM-MONTH > 12
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FDCERTCT: REJECTED - MONTH MUST BE YYYYMM'
             WHEN ACTION-BY-ID = SPACES AND CERTIFY-ACTION
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FDCERTCT: REJECTED - CONTROLLER ID REQUIRED'
             WHEN ACTION-BY-ID = SPACES
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FDCERTCT: REJECTED - APPROVER ID REQUIRED'
             WHEN CERTIFY-ACTION
                  AND WS-CERT-MONTH NOT < WS-CURRENT-MONTH
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FDCERTCT: REJECTED - MONTH ' MONTH-X
                       ' HAS NOT ENDED'
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       1000-END. EXIT.
      *
       1500-LOAD-CURRENT-STATUS.
      * The month's standing is the last row on file for the entity
      * and month; no row at all is an open month.
           MOVE 'N' TO CERT-EOF-SW
           OPEN INPUT CERT-CTL-FILE
           IF CERT-FILE-NOT-FOUND
             MOVE 'Y' TO CERT-EOF-SW
           ELSE
             IF CERT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
               DISPLAY 'FDCERTCT: ABORTED - CERTCTL UNAVAILABLE'
             ELSE
               PERFORM UNTIL END-OF-CERT-FILE
                   READ CERT-CTL-FILE
                       AT END
                           MOVE 'Y' TO CERT-EOF-SW
                       NOT AT END
                           IF CC-ENTITY = ENTITY-CODE
                              AND CC-MONTH = WS-CERT-MONTH
                             MOVE CC-STATUS TO WS-CUR-STATUS
                             MOVE CC-ACTION-BY TO WS-CUR-BY
                             MOVE CC-ACTION-DATE TO WS-CUR-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-CTL-FILE
             END-IF
           END-IF.
       1500-END. EXIT.
      *
       1800-CHECK-STATUS-GATE.
           EVALUATE TRUE
             WHEN CERTIFY-ACTION AND MONTH-CERTIFIED
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FDCERTCT: REJECTED - ENTITY ' ENTITY-CODE
                       ' MONTH ' MONTH-X ' ALREADY CERTIFIED BY '
                       FUNCTION TRIM(WS-CUR-BY) ' ON ' WS-CUR-DATE
             WHEN REOPEN-ACTION AND NOT MONTH-CERTIFIED
               MOVE 'Y' TO REJECT-SW
               DISPLAY 'FDCERTCT: REJECTED - ENTITY ' ENTITY-CODE
                       ' MONTH ' MONTH-X ' IS NOT CERTIFIED'
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       1800-END. EXIT.
      *
       2000-APPEND-CERT-ACTION.
           OPEN EXTEND CERT-CTL-FILE
           IF CERT-FILE-NOT-FOUND
             OPEN OUTPUT CERT-CTL-FILE
           END-IF
           MOVE ENTITY-CODE TO CC-ENTITY
           MOVE WS-CERT-MONTH TO CC-MONTH
           IF CERTIFY-ACTION
             MOVE 'C' TO CC-STATUS
           ELSE
             MOVE 'O' TO CC-STATUS
           END-IF
           MOVE ACTION-BY-ID TO CC-ACTION-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO CC-ACTION-DATE
           WRITE CERT-CTL-REC
           CLOSE CERT-CTL-FILE
           EVALUATE TRUE
             WHEN REOPEN-ACTION
               DISPLAY 'FDCERTCT: ENTITY ' ENTITY-CODE ' MONTH '
                       MONTH-X ' REOPENED BY '
                       FUNCTION TRIM(ACTION-BY-ID)
             WHEN OTHER
               DISPLAY 'FDCERTCT: ENTITY ' ENTITY-CODE ' MONTH '
                       MONTH-X ' CERTIFIED BY '
                       FUNCTION TRIM(ACTION-BY-ID)
           END-EVALUATE.
       2000-END. EXIT.
      *
       END PROGRAM FDCERTCT.
