      * MISSING, in-progress credit from incomplete rows, earned
      * credit hours against the program's total, and whether the
      * student is graduation-eligible.  Eligible students also go
      * to the GRADELIG fixed-format extract for the registrar,
      * which FGHONORS reads for commencement honors and rank.
      *
      * A requirement is met by a normally graded row for the
      * course whose RESULT is at or above the requirement's

       FD  ELIGIBLE-EXTRACT.
       01  ELIGIBLE-REC.
           COPY ELIGREC.

       FD  AUDIT-RPT.
       01  RPT-LINE               PIC X(80).
