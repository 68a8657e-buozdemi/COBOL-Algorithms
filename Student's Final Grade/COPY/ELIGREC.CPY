      * ELIGREC - graduation-eligible extract record on GRADELIG,
      * one row per student FGDEGAUD finds eligible: the student,
      * the degree program audited, the earned credit hours, and
      * the audit's run date.  FGHONORS reads the same rows to
      * compute commencement honors and class rank.
           05  EL-STUDENT-ID      PIC X(9).
           05  EL-PROGRAM-CODE    PIC X(6).
           05  EL-EARNED-HOURS    PIC 9(3).
           05  EL-RUN-DATE        PIC 9(8).
