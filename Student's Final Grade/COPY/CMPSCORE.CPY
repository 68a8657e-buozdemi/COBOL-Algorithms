      * CMPSCORE - component score record on the COMPSCOR file, one
      * row per item a student was scored on: quiz 3, lab 7, the
      * midterm (item 1 of 1).  The instructors' departments feed
      * this in place of working each section down to EXAM and
      * PROJECTS by hand, so the scores behind a grade stay on
      * record.  The last row on file for a student/course/section/
      * component/item governs - a correction is a later row - and
      * an item with no row scores zero.
           05  CS-STUDENT-ID     PIC X(9).
           05  CS-COURSE         PIC X(8).
           05  CS-SECTION        PIC X(3).
           05  CS-COMPONENT      PIC X(8).
           05  CS-ITEM           PIC 9(2).
           05  CS-POINTS         PIC 9(3)V9.
