      * SAPREC - per-student Satisfactory Academic Progress history
      * record, one row per student per term appended by FGSAP for
      * the financial-aid office.  The file is append-only and the
      * last row on file for a student/term governs, the same
      * last-row-wins rule as STANDHST, so a rerun simply
      * supersedes.  The student's latest prior term on file is how
      * a warning carries forward: failing SAP again in the term
      * after a warning (or after an ineligible term) is
      * ineligible, not a second warning.
           05  SA-STUDENT-ID     PIC X(9).
           05  SA-TERM           PIC X(6).
           05  SA-PROGRAM-CODE   PIC X(6).
           05  SA-ATTEMPTED-HRS  PIC 9(4).
           05  SA-EARNED-HRS     PIC 9(4).
           05  SA-PACE-PCT       PIC 9(3).
           05  SA-MAX-HRS        PIC 9(4).
           05  SA-CUM-GPA        PIC 9V99.
           05  SA-STATUS         PIC X(1).
               88  SA-MEETS          VALUE 'M'.
               88  SA-WARNING        VALUE 'W'.
               88  SA-INELIGIBLE     VALUE 'I'.
           05  SA-RUN-DATE       PIC 9(8).
