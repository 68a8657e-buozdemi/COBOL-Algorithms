      * STUARCH - student master archive record.  FGROLLOV appends
      * every STUMSTR record of the outgoing term to STUARCH before
      * the master is cleared for the next term, tagged with the
      * term it belonged to, the date it was archived, and what the
      * rollover did with it: D (dropped from the master) or C
      * (carried forward as an incomplete).  The master record is
      * kept whole as its STUDREC image.  The archive is append-
      * only, so a term already on file has been rolled over.
           05  AM-TERM           PIC X(6).
           05  AM-ARCHIVE-DATE   PIC 9(8).
           05  AM-DISPOSITION    PIC X(1).
               88  AM-DROPPED        VALUE 'D'.
               88  AM-CARRIED        VALUE 'C'.
           05  AM-MASTER-IMAGE   PIC X(47).
      * The student id and name where the STUDREC image keeps them.
           05  AM-IMAGE-VIEW REDEFINES AM-MASTER-IMAGE.
               10  AM-STU-ID         PIC X(9).
               10  FILLER            PIC X(11).
               10  AM-STU-NAME       PIC X(20).
               10  FILLER            PIC X(7).
