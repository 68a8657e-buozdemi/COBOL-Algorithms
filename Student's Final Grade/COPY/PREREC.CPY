      * PREREC - course-prerequisite master record on the PREREQ
      * file, maintained by the registrar: one row per required
      * prior course of a COURSMST course, with the minimum RESULT
      * the earlier course must carry.  A course with several rows
      * needs every one of them; a course with none has no
      * prerequisite.  FGPRECHK checks each next-term registration
      * against these rows and the grade history; the last row on
      * file for a course/prerequisite pair governs, so a changed
      * minimum is simply appended.
           05  PQ-COURSE         PIC X(8).
           05  PQ-PREREQ-COURSE  PIC X(8).
           05  PQ-MIN-RESULT     PIC 9(3).
