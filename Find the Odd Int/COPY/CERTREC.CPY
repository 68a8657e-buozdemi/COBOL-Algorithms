      * CERTREC - month-end certification sign-off record on the
      * CERTCTL control file, one row per certify or reopen action
      * keyed through the FDCERTCT utility.  When an entity's
      * controller attests that a closed month's reconciliation is
      * complete, a C row goes on file under their id and the date;
      * from then on FDNIGHT refuses an extract dated in that month
      * for the entity and FDWOPOST will not post a write-off into
      * it.  A reopen appends an O row under the approver's id.  The
      * file is append-only - the last row for an entity and month
      * governs and the earlier rows are the audit trail.  FDCERT
      * prints each month's standing on the certification package.
           05  CC-ENTITY         PIC X(2).
           05  CC-MONTH          PIC 9(6).
           05  CC-STATUS         PIC X(1).
               88  CC-CERTIFIED      VALUE 'C'.
               88  CC-REOPENED       VALUE 'O'.
           05  CC-ACTION-BY      PIC X(10).
           05  CC-ACTION-DATE    PIC 9(8).
