      * DEL, or EXIT.  Each action prompts for the student id,
      * course, and section; ADD and CHG then prompt for the
      * remaining STUDREC fields.
      *
      * STUMAINT records changes; every lookup behind any of the
      * four actions, found or not, is also written to the ACCLOG
      * access log with the operator, date and time, student id,
      * and action, so the privacy officer can see who viewed
      * whose record (FGACCRPT).  No log, no session.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "STUMAINT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAINT-FILE-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  MAINT-AUDIT-REC.
           COPY STUMAUD.

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-REC.
           COPY ACCLREC.

       WORKING-STORAGE SECTION.
       01  DONE-SW               PIC X VALUE 'N'.
           88  SESSION-DONE          VALUE 'Y'.
           88  STUDENT-FILE-NOT-FOUND VALUE '35'.
       01  MAINT-FILE-STATUS     PIC XX VALUE '00'.
           88  MAINT-FILE-NOT-FOUND   VALUE '35'.
       01  ACC-FILE-STATUS       PIC XX VALUE '00'.
           88  ACC-FILE-NOT-FOUND     VALUE '35'.
       01  OPERATOR-ID           PIC X(10) VALUE SPACES.
       01  ACTION-CODE           PIC X(4) VALUE SPACES.
           88  INQ-ACTION            VALUE 'INQ '.
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-FILE-NOT-FOUND
             OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN EXTEND ACCESS-LOG-FILE
           IF ACC-FILE-NOT-FOUND
             OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           IF ACC-FILE-STATUS NOT = '00'
             DISPLAY 'SESSION ABORTED - ACCESS LOG OPEN '
                     'FAILED, STATUS ' ACC-FILE-STATUS
             MOVE 'Y' TO DONE-SW
           END-IF.
       1000-END. EXIT.
      *
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO FOUND-SW
           END-READ
           PERFORM 2300-LOG-ACCESS.
       2200-END. EXIT.
      *
       2300-LOG-ACCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-TIME
           MOVE OPERATOR-ID TO AL-OPERATOR
           MOVE 'FGMAINT' TO AL-PROGRAM
           MOVE ACTION-CODE(1:3) TO AL-ACTION
           MOVE KEY-INPUT TO AL-STUDENT-ID
           MOVE SPACES TO AL-TERM
           MOVE COURSE-INPUT TO AL-COURSE
           MOVE SECTION-INPUT TO AL-SECTION
           MOVE FOUND-SW TO AL-FOUND
           WRITE ACCESS-LOG-REC.
       2300-END. EXIT.
      *
       3000-INQUIRE-STUDENT.
           PERFORM 2100-PROMPT-STUDENT-KEY
      *
       9999-TERMINATE.
           CLOSE STUDENT-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE ACCESS-LOG-FILE.
       9999-END. EXIT.
      *
       END PROGRAM FGMAINT.
