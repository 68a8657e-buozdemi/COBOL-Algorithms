      * PREWVREC - prerequisite waiver record on the PREWAIV control
      * file, one row per waive or revoke action keyed through the
      * FGPREWV utility.  A W row excuses the student from every
      * prerequisite of the course, so FGPRECHK stops flagging the
      * registration - this term and any later re-registration.
      * An R row withdraws the waiver.  The file is append-only -
      * the last row for a student and course governs and the
      * earlier rows are the audit trail, the same rule as TERMCTL.
           05  PW-STUDENT-ID     PIC X(9).
           05  PW-COURSE         PIC X(8).
           05  PW-STATUS         PIC X(1).
               88  PW-WAIVED         VALUE 'W'.
               88  PW-REVOKED        VALUE 'R'.
           05  PW-ACTION-BY      PIC X(10).
           05  PW-ACTION-DATE    PIC 9(8).
