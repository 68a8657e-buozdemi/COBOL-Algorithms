      * NEARREC - near-match suggestion, one row per candidate pair
      * of open MISSING breaks the FDNEARM job found within one
      * entity (the NEARMTCH file, rebuilt every night).  A MISSING
      * break is one posting with no counterpart, and the
      * counterpart has usually been posted under a slightly wrong
      * id - two digits transposed, one digit wrong (a dropped
      * leading digit shows the same way on the zero-filled id), or
      * the right amount on the wrong reference - so each pair is
      * scored on those three tests and the file is written best
      * score first.  FDWORKQ's PAIR action confirms a pair off this
      * file and clears both breaks together.
           05  NM-ENTITY         PIC X(2).
           05  NM-ID-VALUE-A     PIC S9(9) SIGN LEADING.
           05  NM-ID-VALUE-B     PIC S9(9) SIGN LEADING.
           05  NM-SCORE          PIC 9(3).
           05  NM-AMOUNT-A       PIC 9(11)V99.
           05  NM-AMOUNT-B       PIC 9(11)V99.
      * What scored: Y when the two amounts are equal, and T (two
      * adjacent digits transposed) or D (one digit different) for
      * the ids, blank when the ids are not close.
           05  NM-AMOUNT-MATCH   PIC X(1).
               88  NM-SAME-AMOUNT    VALUE 'Y'.
           05  NM-ID-MATCH       PIC X(1).
               88  NM-ID-TRANSPOSED  VALUE 'T'.
               88  NM-ID-ONE-DIGIT   VALUE 'D'.
