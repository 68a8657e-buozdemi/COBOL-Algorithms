      * unbalanced section rejects WHOLE - half a section's scores
      * is worse than none - while a row-level reject (bad score,
      * student not on the master for the section) rejects only
      * the row.  Sections graded on quizzes, labs, and the like
      * arrive on the same feed, rolled up to EXAM and PROJECTS by
      * FGCOMPRL from the component scores, and load no differently.
      *
      * A command-line token names the grading cycle the feed's
      * scores belong to, the same M / F / blank convention as
