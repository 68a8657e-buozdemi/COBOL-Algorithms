      * ENRVREC - enrollment verification record on the ENRLVX
      * extract FGENRLVF writes for the loan servicers and the
      * enrollment clearinghouse, one row per student enrolled for
      * credit in the term, in student id order.  The previous
      * run's extract is read back under the same layout as
      * ENRVPREV so a band change can be found.
           05  EV-STUDENT-ID     PIC X(9).
           05  EV-STUDENT-NAME   PIC X(20).
           05  EV-TERM           PIC X(6).
      * Credit hours still enrolled - audited sections and
      * withdrawn sections carry none.
           05  EV-ENROLLED-HOURS PIC 9(3).
      * Enrollment-status band from the ENRLCTL hour thresholds,
      * W when every credit section has been withdrawn.
           05  EV-ENROLL-STATUS  PIC X(1).
               88  EV-FULL-TIME       VALUE 'F'.
               88  EV-THREE-QUARTER   VALUE 'Q'.
               88  EV-HALF-TIME       VALUE 'H'.
               88  EV-LESS-THAN-HALF  VALUE 'L'.
               88  EV-WITHDRAWN       VALUE 'W'.
      * Date the band in EV-ENROLL-STATUS took effect.
           05  EV-STATUS-DATE    PIC 9(8).
           05  EV-RUN-DATE       PIC 9(8).
