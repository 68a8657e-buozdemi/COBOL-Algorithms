      * rows, and prints a before/after change report: who moved up,
      * who moved down, and the net letter-grade distribution shift.
      * History rows carrying an I/W/A grade status were never
      * graded by policy and are left alone by the regrade, and so
      * are rows FGLAPSE posted: a lapsed incomplete's failing grade
      * was never computed from its scores, and a regrade would
      * both recompute it and wipe the lapse reason.
      * Each row regrades under its own course section's grading
      * policy from the COURSMST master (FINALGRA bands for B,
      * FGWEIGHT for W, FINALGRV with GRADECTL for C), the policy
                       IF GX-TERM = TERM-CODE
                          AND GX-NORMAL-STATUS
                          AND GX-FINAL-CYCLE
                          AND GX-LAPSE-REASON = SPACES
                         PERFORM 2100-STORE-HISTORY-ROW
                       END-IF
               END-READ
