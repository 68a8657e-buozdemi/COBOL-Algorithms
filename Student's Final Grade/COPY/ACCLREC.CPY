      * ACCLREC - student-record access log, one row per student
      * lookup made at the registrar desk through FGINQ or FGMAINT:
      * when, which operator, which screen and kind of lookup, and
      * whose record was viewed, so the privacy officer can answer
      * who looked at a student's grades and what an operator has
      * been looking at.  STUMAINT records changes only; this file
      * records every view, changes included, found or not.  The
      * file is append-only and read by FGACCRPT.
           05  AL-DATE           PIC 9(8).
           05  AL-TIME           PIC 9(6).
           05  AL-OPERATOR       PIC X(10).
           05  AL-PROGRAM        PIC X(8).
      * Kind of lookup: FGINQ ONE (one grade by term and course) or
      * ALL (every grade row of the student); FGMAINT INQ, ADD, CHG,
      * or DEL (the master record read for that action).
           05  AL-ACTION         PIC X(3).
               88  AL-ONE-GRADE      VALUE 'ONE'.
               88  AL-ALL-GRADES     VALUE 'ALL'.
               88  AL-MAINT-INQ      VALUE 'INQ'.
               88  AL-MAINT-ADD      VALUE 'ADD'.
               88  AL-MAINT-CHG      VALUE 'CHG'.
               88  AL-MAINT-DEL      VALUE 'DEL'.
           05  AL-STUDENT-ID     PIC X(9).
           05  AL-TERM           PIC X(6).
           05  AL-COURSE         PIC X(8).
           05  AL-SECTION        PIC X(3).
           05  AL-FOUND          PIC X(1).
               88  AL-RECORD-FOUND   VALUE 'Y'.
