      * last journal row per key - the current grade, the same rule
      * every journal reader applied - ends up as the keyed row.
      * Run it once to migrate, or again any time the indexed file
      * needs rebuilding from the journal.  A retirement (X) row -
      * FGIDCHG's marker on a key it moved to a new student id -
      * deletes the key instead, so the renumbered student's old
      * keys do not come back on a rebuild.
      *
      * Return codes, shared by every batch driver in this suite so
      * the scheduler can COND on them:
       01  WS-READ-COUNT          PIC 9(9) VALUE 0.
       01  WS-LOAD-COUNT          PIC 9(9) VALUE 0.
       01  WS-REPLACE-COUNT       PIC 9(9) VALUE 0.
       01  WS-RETIRED-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
             DISPLAY 'FGHISTLD: KEYS LOADED ......... ' WS-LOAD-COUNT
             DISPLAY 'FGHISTLD: KEYS REPLACED ....... '
                     WS-REPLACE-COUNT
             DISPLAY 'FGHISTLD: KEYS RETIRED ........ '
                     WS-RETIRED-COUNT
           END-IF
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9800-WRITE-RUN-END
           MOVE GH-CYCLE TO GX-CYCLE
           MOVE GH-XFER-INST TO GX-XFER-INST
           MOVE GH-XFER-HOURS TO GX-XFER-HOURS
           IF GH-KEY-RETIRED
             PERFORM 2100-RETIRE-ONE-KEY
           ELSE
             WRITE GRADE-IX-REC
                 INVALID KEY
                     REWRITE GRADE-IX-REC
                     ADD 1 TO WS-REPLACE-COUNT
                 NOT INVALID KEY
                     ADD 1 TO WS-LOAD-COUNT
             END-WRITE
           END-IF.
       2000-END. EXIT.
      *
       2100-RETIRE-ONE-KEY.
           READ GRADE-IX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE GRADE-IX-FILE
           END-READ
           ADD 1 TO WS-RETIRED-COUNT.
       2100-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
