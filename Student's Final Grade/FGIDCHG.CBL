      *                 new id
      *     GRDHIST ... correction rows APPENDED under the new id,
      *                 never edited in place - the journal stays
      *                 append-only for audit - each followed by a
      *                 retirement (X) row under the old key, so an
      *                 FGHISTLD rebuild lands on the corrected keys
      *                 only and FGHISTVF expects the old keys gone
      *     GRADEOVR .. rewritten with the id corrected
      *     EOTSUSP ... open rows rewritten with the id corrected
      * Every record touched prints before/after on the IDCHGRPT
                           CONTINUE
                   END-WRITE
                   PERFORM 4200-APPEND-JOURNAL-CORRECTION
                   PERFORM 4300-APPEND-JOURNAL-RETIREMENT
                   ADD 1 TO WS-TOUCHED-COUNT
                   MOVE 'GRDHISTX' TO RPT-T-FILE
                   MOVE SPACES TO RPT-T-BEFORE
           MOVE GX-XFER-HOURS TO GH-XFER-HOURS
           WRITE GRADE-HIST-REC.
       4200-END. EXIT.
      *
       4300-APPEND-JOURNAL-RETIREMENT.
      * The old key's journal rows stay as they are; the X row
      * appended after them becomes the key's last row, which
      * tells every journal reader the key has no current grade.
           MOVE OLD-ID TO GH-STUDENT-ID
           MOVE 'X' TO GH-GRADE-STATUS
           WRITE GRADE-HIST-REC.
       4300-END. EXIT.
      *
       5000-CORRECT-OVERRIDES.
           MOVE 'N' TO SEQ-EOF-SW
