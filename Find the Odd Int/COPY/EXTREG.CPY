      * EXTREG - processed-extract registry, one row per inbound
      * extract file FDNIGHT has reconciled (the single RECONIDS
      * extract, each TWOS side, each clean cycle file).  An extract
      * is identified by its header entity and extract date plus the
      * detail count and hash total it balanced to, so an upstream
      * re-send of an extract already worked - which balances
      * perfectly against its own header and trailer - is caught
      * before FINDALL runs instead of clearing or re-aging breaks
      * off stale postings.  Rows are appended only by a run that
      * got through to the break-master update; a rejected or
      * aborted night registers nothing, so the corrected resend
      * goes through.  ER-OVERRIDE marks a row an operator pushed
      * through with the RERUN parm after the registry check had
      * flagged it.
           05  ER-ENTITY         PIC X(2).
           05  ER-EXTRACT-DATE   PIC 9(8).
           05  ER-REC-COUNT      PIC 9(9).
           05  ER-HASH-TOTAL     PIC 9(15).
           05  ER-SOURCE         PIC X(8).
           05  ER-RUN-DATE       PIC 9(8).
           05  ER-RUN-TIME       PIC 9(6).
           05  ER-OVERRIDE       PIC X(1).
               88  ER-OPERATOR-RERUN VALUE 'Y'.
