      * CMPDTL - component-detail record on the COMPDTL file, one
      * row per student per scheme component each time FGCOMPRL
      * rolls a section up: the component's weight, the items
      * counted and dropped, the points kept out of the points
      * possible, the resulting percentage, and the EXAM/PROJECTS
      * the student's components rolled up to.  The file is
      * append-only; the rows of the latest run for a student/
      * term/course/cycle are the breakdown behind that grade, and
      * FGINQ shows them to the registrar desk when a grade is
      * disputed.
           05  CD-STUDENT-ID     PIC X(9).
           05  CD-TERM           PIC X(6).
           05  CD-COURSE         PIC X(8).
           05  CD-SECTION        PIC X(3).
           05  CD-CYCLE          PIC X(1).
               88  CD-FINAL-CYCLE    VALUES SPACE, 'F'.
               88  CD-MIDTERM-CYCLE  VALUE 'M'.
           05  CD-COMPONENT      PIC X(8).
           05  CD-FEEDS          PIC X(1).
               88  CD-FEEDS-EXAM     VALUE 'E'.
               88  CD-FEEDS-PROJECTS VALUE 'P'.
           05  CD-WEIGHT         PIC 9(3).
           05  CD-ITEMS-COUNTED  PIC 9(2).
           05  CD-ITEMS-DROPPED  PIC 9(2).
           05  CD-POINTS-KEPT    PIC 9(5)V9.
           05  CD-POINTS-POSS    PIC 9(5).
           05  CD-PERCENT        PIC 9(3)V99.
           05  CD-EXAM           PIC 9(3).
           05  CD-PROJECTS       PIC 9(2).
           05  CD-RUN-DATE       PIC 9(8).
           05  CD-RUN-ID         PIC X(8).
