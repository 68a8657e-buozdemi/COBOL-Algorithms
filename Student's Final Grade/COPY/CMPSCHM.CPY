      * CMPSCHM - course component-scheme record on the COMPSCHM
      * file, maintained on the course side beside COURSMST.  One
      * row per graded component of a course: its name, whether it
      * rolls into the EXAM or the PROJECTS score the grading
      * policies consume, its weight in the course grade, the
      * maximum points per item, how many items the component has,
      * and how many of a student's lowest items are dropped.  Rows
      * with a blank section apply to every section of the course;
      * a section that has rows of its own grades on those instead.
      * The file is append-only and the last row for a course/
      * section/component governs, so a weight is changed by
      * appending a row; a weight of zero retires a component.
      * FGCOMPRL rejects a section whose weights do not total 100.
           05  CM-COURSE         PIC X(8).
           05  CM-SECTION        PIC X(3).
           05  CM-COMPONENT      PIC X(8).
           05  CM-FEEDS          PIC X(1).
               88  CM-FEEDS-EXAM     VALUE 'E'.
               88  CM-FEEDS-PROJECTS VALUE 'P'.
           05  CM-WEIGHT         PIC 9(3).
           05  CM-MAX-POINTS     PIC 9(3).
           05  CM-ITEM-COUNT     PIC 9(2).
           05  CM-DROP-LOWEST    PIC 9(2).
