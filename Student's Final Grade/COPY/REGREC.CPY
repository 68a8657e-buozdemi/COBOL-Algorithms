      * REGREC - next-term registration record on the REGEXTR
      * extract the registration system hands the grading side,
      * one row per student per course section registered.
      * FGPRECHK checks every row against the PREREQ master before
      * the term starts, so an unmet prerequisite surfaces at
      * registration instead of weeks into the term.  FGROLLOV
      * loads the new term's STUMSTR course sections from the same
      * rows, taking the student name from RG-STUDENT-NAME.
           05  RG-STUDENT-ID     PIC X(9).
           05  RG-TERM           PIC X(6).
           05  RG-COURSE         PIC X(8).
           05  RG-SECTION        PIC X(3).
           05  RG-STUDENT-NAME   PIC X(20).
