      *     LIST - the analyst's open worklist off the break master
      *     ASN  - assign a break id to an analyst (self or another)
      *     DSP  - record a disposition code and comment on a break
      *     APR  - approve or reject another analyst's write-off
      *     PAIR - confirm a near-match pair and clear both breaks
      *     EXIT - close the session
      * The assignment file is rewritten at session close.
      * Assignment rows whose break has left the master (cleared and
      * dropped by the FDNIGHT rewrite) are dropped at the same
      * rewrite.  The break master is only rewritten when a pair
      * was confirmed in the session.  FDNIGHT, FDMERGE, and
      * FDWOPOST may update both files while a session is open, so
      * at close both are read again and only the rows this session
      * changed are laid over what is on file; every other row goes
      * back as the batch left it.  A pair is saved only if both
      * its breaks are still open at close.
      *
      * A W disposition is only a request.  APR is the second pair
      * of eyes: an approver keys the break, sees its amount and
      * the requester's comment, and records A (approve) or R
      * (reject) with a comment.  Dual control is enforced here -
      * the analyst who holds the request cannot approve it - and
      * again by the FDWOPOST batch, which applies the approver's
      * dollar limit, posts the approved write-offs to the GL
      * journal, and closes the breaks.  Each decision is appended
      * to the WOAPPROV file as it is keyed.
      *
      * PAIR works off the NEARMTCH suggestions the FDNEARM job
      * writes after FDNIGHT: the analyst keys a break and the
      * counterpart it was posted against under the wrong id, and
      * if the two are a suggested pair in the same entity and both
      * still open, both breaks are cleared on the master together
      * and each gets a P (paired) disposition naming the other.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ASSIGN-FILE ASSIGN TO "BRKASGN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-FILE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "WOAPPROV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.
           SELECT NEAR-FILE ASSIGN TO "NEARMTCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NEAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ASSIGN-REC.
           COPY BRKASGN.

       FD  APPROVAL-FILE.
       01  APPROVAL-REC.
           COPY WOAPPREC.

       FD  NEAR-FILE.
       01  NEAR-REC.
           COPY NEARREC.

       WORKING-STORAGE SECTION.
       01  DONE-SW               PIC X VALUE 'N'.
           88  SESSION-DONE          VALUE 'Y'.
           88  BREAK-FILE-NOT-FOUND  VALUE '35'.
       01  ASSIGN-FILE-STATUS    PIC XX VALUE '00'.
           88  ASSIGN-FILE-NOT-FOUND VALUE '35'.
       01  APPROVAL-FILE-STATUS  PIC XX VALUE '00'.
           88  APPROVAL-FILE-NOT-FOUND VALUE '35'.
       01  NEAR-FILE-STATUS      PIC XX VALUE '00'.
           88  NEAR-FILE-NOT-FOUND   VALUE '35'.
       01  NEAR-EOF-SW           PIC X VALUE 'N'.
           88  END-OF-NEAR-FILE      VALUE 'Y'.
       01  BRK-FULL-SW           PIC X VALUE 'N'.
           88  BRK-TABLE-FULL        VALUE 'Y'.
       01  MASTER-CHANGED-SW     PIC X VALUE 'N'.
           88  MASTER-CHANGED        VALUE 'Y'.
       01  PAIR-SAVED-SW         PIC X VALUE 'Y'.
           88  PAIR-SAVED            VALUE 'Y'.
       01  BRK-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-BREAK-FILE     VALUE 'Y'.
       01  ASG-EOF-SW            PIC X VALUE 'N'.
           88  LIST-ACTION           VALUE 'LIST'.
           88  ASN-ACTION            VALUE 'ASN '.
           88  DSP-ACTION            VALUE 'DSP '.
           88  APR-ACTION            VALUE 'APR '.
           88  PAIR-ACTION           VALUE 'PAIR'.
           88  EXIT-ACTION           VALUE 'EXIT'.
       01  FIELD-INPUT           PIC X(30) VALUE SPACES.
       01  WS-KEY-VALUE          PIC S9(9) VALUE 0.
       01  WS-BRK-IDX            PIC 9(5) VALUE 0.
       01  WS-ASG-IDX            PIC 9(5) VALUE 0.
       01  WS-LIST-COUNT         PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT         PIC 9(5) VALUE 0.
       01  WS-NM-MAX             PIC 9(5) VALUE 99999.
       01  WS-NM-IDX             PIC 9(5) VALUE 0.
       01  WS-PAIR-VALUE         PIC S9(9) VALUE 0.
       01  WS-PAIR-IDX           PIC 9(5) VALUE 0.
       01  WS-OTHER-VALUE        PIC S9(9) VALUE 0.
       01  VALUE-DISP            PIC -(9)9.
       01  NIGHTS-DISP           PIC ZZZZ9.
       01  AMOUNT-DISP           PIC Z(10)9.99.

      * BRK-TABLE - tonight's break master loaded whole for the
      * session, so LIST and DSP can check a break is real and open
      * without rereading the file per keystroke, and so a confirmed
      * pair can be cleared and the master written back intact.
       01  BRK-TABLE.
           05  BRK-COUNT          PIC 9(5) VALUE 0.
           05  BRK-ENTRY OCCURS 1 TO 99999 TIMES
               10  BT-ENTITY      PIC X(2).
               10  BT-NIGHTS      PIC 9(5).
               10  BT-STATUS      PIC X(1).
               10  BT-AMOUNT      PIC 9(11)V99.
               10  BT-FIRST-SEEN  PIC 9(8).
               10  BT-LAST-SEEN   PIC 9(8).
               10  BT-CLASS       PIC X(1).
               10  BT-PEAK-AMOUNT PIC 9(11)V99.
               10  BT-CLOSED-DATE PIC 9(8).
               10  BT-CURRENCY    PIC X(3).
               10  BT-ORIG-AMOUNT PIC 9(11)V99.

      * NM-TABLE - tonight's near-match suggestions, the pairs PAIR
      * may confirm.
       01  NM-TABLE.
           05  NM-COUNT           PIC 9(5) VALUE 0.
           05  NM-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON NM-COUNT
                   INDEXED BY NX.
               10  NT-ENTITY      PIC X(2).
               10  NT-ID-VALUE-A  PIC S9(9).
               10  NT-ID-VALUE-B  PIC S9(9).

      * ASG-TABLE - the assignment file loaded for the session and
      * rewritten at close with the session's changes folded in.
      * AT-CHANGED-SW marks a row the session added or changed.
       01  ASG-TABLE.
           05  ASG-COUNT          PIC 9(5) VALUE 0.
           05  ASG-ENTRY OCCURS 1 TO 99999 TIMES
               10  AT-ASSIGN-DATE PIC 9(8).
               10  AT-TOUCH-DATE  PIC 9(8).
               10  AT-TOUCH-NIGHTS PIC 9(5).
               10  AT-CHANGED-SW  PIC X(1).

      * BCH-TABLE - the breaks the session cleared by pairing, two
      * entries a pair, in the order 7000 cleared them.
       01  BCH-TABLE.
           05  BCH-COUNT          PIC 9(5) VALUE 0.
           05  BCH-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON BCH-COUNT
                   INDEXED BY BCX.
               10  BC-ID-VALUE    PIC S9(9).
               10  BC-ENTITY      PIC X(2).
               10  BC-SAVED-SW    PIC X(1).

      * ACH-TABLE - the assignment rows the session changed, held
      * in the ASG-TABLE layout while the files are read again at
      * close.
       01  ACH-TABLE.
           05  ACH-COUNT          PIC 9(5) VALUE 0.
           05  ACH-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ACH-COUNT
                   INDEXED BY ACX.
               10  AC-ID-VALUE    PIC S9(9).
               10  AC-ENTITY      PIC X(2).
               10  AC-ANALYST-ID  PIC X(10).
               10  AC-DISP-CODE   PIC X(1).
               10  AC-COMMENT     PIC X(30).
               10  AC-ASSIGN-DATE PIC 9(8).
               10  AC-TOUCH-DATE  PIC 9(8).
               10  AC-TOUCH-NIGHTS PIC 9(5).
               10  AC-CHANGED-SW  PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
                 PERFORM 4000-ASSIGN-BREAK
               WHEN DSP-ACTION
                 PERFORM 5000-RECORD-DISPOSITION
               WHEN APR-ACTION
                 PERFORM 6000-APPROVE-WRITE-OFF
               WHEN PAIR-ACTION
                 PERFORM 7000-CONFIRM-PAIR
               WHEN OTHER
                 DISPLAY 'UNKNOWN ACTION - USE LIST, ASN, DSP, '
                         'APR, PAIR, OR EXIT'
             END-EVALUATE
           END-PERFORM
           PERFORM 8100-HOLD-SESSION-CHANGES
           PERFORM 8200-RELOAD-FILES
           IF MASTER-CHANGED
             PERFORM 8300-APPLY-PAIRS
             IF NOT BRK-TABLE-FULL
               PERFORM 8500-REWRITE-BREAK-MASTER
             END-IF
           END-IF
           PERFORM 8400-APPLY-ASSIGNMENT-CHANGES
           PERFORM 8000-REWRITE-ASSIGNMENTS
           STOP RUN.
       0000-END. EXIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1100-LOAD-BREAK-MASTER
           PERFORM 1200-LOAD-ASSIGNMENTS
           PERFORM 1300-LOAD-SUGGESTIONS
           IF WS-OPEN-COUNT = 0
             DISPLAY 'NO OPEN BREAKS ON FILE - NOTHING TO WORK'
           END-IF.
       1000-END. EXIT.
                     AT END
                         MOVE 'Y' TO BRK-EOF-SW
                     NOT AT END
                         IF BRK-COUNT < WS-BRK-MAX
                           ADD 1 TO BRK-COUNT
                           MOVE BRK-ID-VALUE
                                TO BT-ID-VALUE(BRK-COUNT)
                                TO BT-ENTITY(BRK-COUNT)
                           MOVE BRK-NIGHTS TO BT-NIGHTS(BRK-COUNT)
                           MOVE BRK-STATUS TO BT-STATUS(BRK-COUNT)
                           MOVE BRK-AMOUNT TO BT-AMOUNT(BRK-COUNT)
                           MOVE BRK-FIRST-SEEN
                                TO BT-FIRST-SEEN(BRK-COUNT)
                           MOVE BRK-LAST-SEEN
                                TO BT-LAST-SEEN(BRK-COUNT)
                           MOVE BRK-CLASS TO BT-CLASS(BRK-COUNT)
                           IF BRK-PEAK-AMOUNT NUMERIC
                             MOVE BRK-PEAK-AMOUNT
                                  TO BT-PEAK-AMOUNT(BRK-COUNT)
                           ELSE
                             MOVE BRK-AMOUNT
                                  TO BT-PEAK-AMOUNT(BRK-COUNT)
                           END-IF
                           IF BRK-CLOSED-DATE NUMERIC
                             MOVE BRK-CLOSED-DATE
                                  TO BT-CLOSED-DATE(BRK-COUNT)
                           ELSE
                             MOVE 0 TO BT-CLOSED-DATE(BRK-COUNT)
                           END-IF
                           MOVE BRK-CURRENCY TO BT-CURRENCY(BRK-COUNT)
                           IF BRK-ORIG-AMOUNT NUMERIC
                             MOVE BRK-ORIG-AMOUNT
                                  TO BT-ORIG-AMOUNT(BRK-COUNT)
                           ELSE
                             MOVE BRK-AMOUNT
                                  TO BT-ORIG-AMOUNT(BRK-COUNT)
                           END-IF
                           IF BRK-OPEN
                             ADD 1 TO WS-OPEN-COUNT
                           END-IF
                         ELSE
                           MOVE 'Y' TO BRK-FULL-SW
                         END-IF
                 END-READ
             END-PERFORM
                                TO AT-TOUCH-DATE(ASG-COUNT)
                           MOVE BA-TOUCH-NIGHTS
                                TO AT-TOUCH-NIGHTS(ASG-COUNT)
                           MOVE 'N' TO AT-CHANGED-SW(ASG-COUNT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE ASSIGN-FILE
           END-IF.
       1200-END. EXIT.
      *
       1300-LOAD-SUGGESTIONS.
           OPEN INPUT NEAR-FILE
           IF NEAR-FILE-NOT-FOUND
             MOVE 'Y' TO NEAR-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-NEAR-FILE
                 READ NEAR-FILE
                     AT END
                         MOVE 'Y' TO NEAR-EOF-SW
                     NOT AT END
                         IF NM-COUNT < WS-NM-MAX
                           ADD 1 TO NM-COUNT
                           MOVE NM-ENTITY TO NT-ENTITY(NM-COUNT)
                           MOVE NM-ID-VALUE-A
                                TO NT-ID-VALUE-A(NM-COUNT)
                           MOVE NM-ID-VALUE-B
                                TO NT-ID-VALUE-B(NM-COUNT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE NEAR-FILE
           END-IF.
       1300-END. EXIT.
      *
       2000-PROMPT-ACTION.
           DISPLAY 'ACTION (LIST/ASN/DSP/APR/PAIR/EXIT) : '
                   WITH NO ADVANCING
           ACCEPT ACTION-CODE
           IF ACTION-CODE = SPACES
       2100-END. EXIT.
      *
       2200-FIND-BREAK-ENTRY.
      * Open breaks only - the table also holds the rows cleared or
      * written off tonight, which are no longer there to work.
           MOVE 0 TO WS-BRK-IDX
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BRK-COUNT
             IF BT-ID-VALUE(BX) = WS-KEY-VALUE
                AND BT-ENTITY(BX) = WS-KEY-ENTITY
                AND BT-STATUS(BX) = 'O'
               SET WS-BRK-IDX TO BX
             END-IF
           END-PERFORM.
       2200-END. EXIT.
      *
       2250-FIND-MASTER-ROW.
      * Any row still on the master, whatever its status.
           MOVE 0 TO WS-BRK-IDX
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BRK-COUNT
             IF BT-ID-VALUE(BX) = WS-KEY-VALUE
                AND BT-ENTITY(BX) = WS-KEY-ENTITY
               SET WS-BRK-IDX TO BX
             END-IF
           END-PERFORM.
       2250-END. EXIT.
      *
       2300-FIND-ASSIGN-ENTRY.
           MOVE 0 TO WS-ASG-IDX
             IF WS-ASG-IDX > 0
               MOVE FIELD-INPUT(1:10) TO AT-ANALYST-ID(WS-ASG-IDX)
               MOVE WS-TODAY TO AT-ASSIGN-DATE(WS-ASG-IDX)
               MOVE 'Y' TO AT-CHANGED-SW(WS-ASG-IDX)
               DISPLAY 'BREAK REASSIGNED TO '
                       FUNCTION TRIM(FIELD-INPUT)
             ELSE
                 MOVE WS-TODAY TO AT-ASSIGN-DATE(ASG-COUNT)
                 MOVE 0 TO AT-TOUCH-DATE(ASG-COUNT)
                 MOVE 0 TO AT-TOUCH-NIGHTS(ASG-COUNT)
                 MOVE 'Y' TO AT-CHANGED-SW(ASG-COUNT)
                 DISPLAY 'BREAK ASSIGNED TO '
                         FUNCTION TRIM(FIELD-INPUT)
               ELSE
             ACCEPT FIELD-INPUT
             MOVE FIELD-INPUT TO AT-COMMENT(WS-ASG-IDX)
             MOVE WS-TODAY TO AT-TOUCH-DATE(WS-ASG-IDX)
             MOVE 'Y' TO AT-CHANGED-SW(WS-ASG-IDX)
             PERFORM 2200-FIND-BREAK-ENTRY
             IF WS-BRK-IDX > 0
               MOVE BT-NIGHTS(WS-BRK-IDX)
                     'R, U, OR W'
           END-IF.
       5100-END. EXIT.
      *
       6000-APPROVE-WRITE-OFF.
      * Dual control: the analyst holding the write-off request is
      * the requester, and may not approve their own.
           PERFORM 2100-PROMPT-BREAK-ID
           PERFORM 2200-FIND-BREAK-ENTRY
           PERFORM 2300-FIND-ASSIGN-ENTRY
           EVALUATE TRUE
             WHEN WS-BRK-IDX = 0
               DISPLAY 'BREAK NOT OPEN ON MASTER - NOTHING TO APPROVE'
             WHEN WS-ASG-IDX = 0
               DISPLAY 'NO WRITE-OFF REQUESTED ON THIS BREAK'
             WHEN AT-DISP-CODE(WS-ASG-IDX) NOT = 'W'
               DISPLAY 'NO WRITE-OFF REQUESTED ON THIS BREAK'
             WHEN AT-ANALYST-ID(WS-ASG-IDX) = ANALYST-ID
               DISPLAY 'DUAL CONTROL - A WRITE-OFF CANNOT BE '
                       'APPROVED BY ITS REQUESTER'
             WHEN OTHER
               PERFORM 6100-ACCEPT-DECISION
           END-EVALUATE.
       6000-END. EXIT.
      *
       6100-ACCEPT-DECISION.
           MOVE BT-AMOUNT(WS-BRK-IDX) TO AMOUNT-DISP
           DISPLAY 'AMOUNT ' FUNCTION TRIM(AMOUNT-DISP)
                   '  REQUESTED BY '
                   FUNCTION TRIM(AT-ANALYST-ID(WS-ASG-IDX))
                   '  ' FUNCTION TRIM(AT-COMMENT(WS-ASG-IDX))
           MOVE SPACES TO FIELD-INPUT
           DISPLAY 'DECISION (A/R) : ' WITH NO ADVANCING
           ACCEPT FIELD-INPUT
           IF FIELD-INPUT(1:1) = 'A' OR FIELD-INPUT(1:1) = 'R'
             MOVE SPACES TO APPROVAL-REC
             MOVE WS-KEY-VALUE TO WA-ID-VALUE
             MOVE WS-KEY-ENTITY TO WA-ENTITY
             MOVE ANALYST-ID TO WA-APPROVER-ID
             MOVE FIELD-INPUT(1:1) TO WA-DECISION
             MOVE SPACES TO FIELD-INPUT
             DISPLAY 'COMMENT ... : ' WITH NO ADVANCING
             ACCEPT FIELD-INPUT
             MOVE FIELD-INPUT TO WA-COMMENT
             MOVE WS-TODAY TO WA-DECISION-DATE
             OPEN EXTEND APPROVAL-FILE
             IF APPROVAL-FILE-NOT-FOUND
               OPEN OUTPUT APPROVAL-FILE
             END-IF
             WRITE APPROVAL-REC
             CLOSE APPROVAL-FILE
             DISPLAY 'DECISION RECORDED - POSTS AT NEXT FDWOPOST RUN'
           ELSE
             DISPLAY 'ENTRY REJECTED - DECISION MUST BE A OR R'
           END-IF.
       6100-END. EXIT.
      *
       7000-CONFIRM-PAIR.
           PERFORM 2100-PROMPT-BREAK-ID
           PERFORM 2200-FIND-BREAK-ENTRY
           MOVE WS-BRK-IDX TO WS-PAIR-IDX
           MOVE WS-KEY-VALUE TO WS-PAIR-VALUE
           MOVE SPACES TO FIELD-INPUT
           DISPLAY 'PAIRED WITH ID : ' WITH NO ADVANCING
           ACCEPT FIELD-INPUT
           COMPUTE WS-KEY-VALUE = FUNCTION NUMVAL(FIELD-INPUT)
           PERFORM 2200-FIND-BREAK-ENTRY
           PERFORM 7100-FIND-SUGGESTION
           EVALUATE TRUE
             WHEN BRK-TABLE-FULL
               DISPLAY 'BREAK MASTER TOO LARGE TO REWRITE - '
                       'NOT PAIRED'
             WHEN WS-PAIR-IDX = 0 OR WS-BRK-IDX = 0
               DISPLAY 'BOTH BREAKS MUST BE OPEN ON THE MASTER - '
                       'NOT PAIRED'
             WHEN WS-PAIR-IDX = WS-BRK-IDX
               DISPLAY 'A BREAK CANNOT PAIR WITH ITSELF'
             WHEN WS-NM-IDX = 0
               DISPLAY 'NOT A SUGGESTED PAIR IN THIS ENTITY - '
                       'NOT PAIRED'
             WHEN OTHER
               MOVE WS-KEY-VALUE TO WS-OTHER-VALUE
               MOVE WS-PAIR-VALUE TO WS-KEY-VALUE
               SET BX TO WS-PAIR-IDX
               PERFORM 7200-CLEAR-PAIRED-BREAK
               MOVE WS-OTHER-VALUE TO WS-KEY-VALUE
               MOVE WS-PAIR-VALUE TO WS-OTHER-VALUE
               SET BX TO WS-BRK-IDX
               PERFORM 7200-CLEAR-PAIRED-BREAK
               MOVE 'Y' TO MASTER-CHANGED-SW
               DISPLAY 'PAIR CONFIRMED - BOTH BREAKS CLEARED'
           END-EVALUATE.
       7000-END. EXIT.
      *
       7100-FIND-SUGGESTION.
      * The pair may be keyed either way round.
           MOVE 0 TO WS-NM-IDX
           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > NM-COUNT
             IF NT-ENTITY(NX) = WS-KEY-ENTITY
                AND ((NT-ID-VALUE-A(NX) = WS-PAIR-VALUE
                      AND NT-ID-VALUE-B(NX) = WS-KEY-VALUE)
                  OR (NT-ID-VALUE-A(NX) = WS-KEY-VALUE
                      AND NT-ID-VALUE-B(NX) = WS-PAIR-VALUE))
               SET WS-NM-IDX TO NX
             END-IF
           END-PERFORM.
       7100-END. EXIT.
      *
       7200-CLEAR-PAIRED-BREAK.
      * BX is the break being cleared, WS-KEY-VALUE its id, and
      * WS-OTHER-VALUE the counterpart named in its comment.  An
      * unassigned break gets an assignment row in the confirming
      * analyst's name so the disposition is recorded.
           MOVE 'C' TO BT-STATUS(BX)
           MOVE WS-TODAY TO BT-CLOSED-DATE(BX)
           ADD 1 TO BCH-COUNT
           MOVE WS-KEY-VALUE TO BC-ID-VALUE(BCH-COUNT)
           MOVE WS-KEY-ENTITY TO BC-ENTITY(BCH-COUNT)
           MOVE 'N' TO BC-SAVED-SW(BCH-COUNT)
           PERFORM 2300-FIND-ASSIGN-ENTRY
           IF WS-ASG-IDX = 0 AND ASG-COUNT < WS-BRK-MAX
             ADD 1 TO ASG-COUNT
             MOVE ASG-COUNT TO WS-ASG-IDX
             MOVE WS-KEY-VALUE TO AT-ID-VALUE(WS-ASG-IDX)
             MOVE WS-KEY-ENTITY TO AT-ENTITY(WS-ASG-IDX)
             MOVE ANALYST-ID TO AT-ANALYST-ID(WS-ASG-IDX)
             MOVE WS-TODAY TO AT-ASSIGN-DATE(WS-ASG-IDX)
           END-IF
           IF WS-ASG-IDX > 0
             MOVE 'Y' TO AT-CHANGED-SW(WS-ASG-IDX)
             MOVE 'P' TO AT-DISP-CODE(WS-ASG-IDX)
             MOVE WS-OTHER-VALUE TO VALUE-DISP
             MOVE SPACES TO AT-COMMENT(WS-ASG-IDX)
             STRING 'PAIRED WITH ' FUNCTION TRIM(VALUE-DISP)
                    DELIMITED BY SIZE INTO AT-COMMENT(WS-ASG-IDX)
             MOVE WS-TODAY TO AT-TOUCH-DATE(WS-ASG-IDX)
             MOVE BT-NIGHTS(BX) TO AT-TOUCH-NIGHTS(WS-ASG-IDX)
           END-IF.
       7200-END. EXIT.
      *
       8000-REWRITE-ASSIGNMENTS.
      * Only rows whose break is still on the master are kept: an
      * assignment for a break the FDNIGHT rewrite has dropped has
      * nothing left to work, and dropping it here mirrors the
      * master's own cleared-row drop.  A break cleared tonight
      * keeps its row (and its disposition) until then.  A resolved
      * row FDNIGHT keeps on the master has already taken its
      * assignment to the history, so that assignment is dropped.
           OPEN OUTPUT ASSIGN-FILE
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ASG-COUNT
             MOVE AT-ID-VALUE(AX) TO WS-KEY-VALUE
             MOVE AT-ENTITY(AX) TO WS-KEY-ENTITY
             PERFORM 2250-FIND-MASTER-ROW
             IF WS-BRK-IDX > 0
               IF BT-STATUS(WS-BRK-IDX) = 'R'
                 MOVE 0 TO WS-BRK-IDX
               END-IF
             END-IF
             IF WS-BRK-IDX > 0
               MOVE AT-ID-VALUE(AX) TO BA-ID-VALUE
               MOVE AT-ENTITY(AX) TO BA-ENTITY
           END-PERFORM
           CLOSE ASSIGN-FILE.
       8000-END. EXIT.
      *
       8100-HOLD-SESSION-CHANGES.
           MOVE 0 TO ACH-COUNT
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ASG-COUNT
             IF AT-CHANGED-SW(AX) = 'Y'
               ADD 1 TO ACH-COUNT
               MOVE ASG-ENTRY(AX) TO ACH-ENTRY(ACH-COUNT)
             END-IF
           END-PERFORM.
       8100-END. EXIT.
      *
       8200-RELOAD-FILES.
      * The master and the assignment file as they stand now, with
      * whatever the batch has written since the session opened.
           MOVE 0 TO BRK-COUNT
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 'N' TO BRK-EOF-SW
           MOVE 'N' TO BRK-FULL-SW
           PERFORM 1100-LOAD-BREAK-MASTER
           MOVE 0 TO ASG-COUNT
           MOVE 'N' TO ASG-EOF-SW
           PERFORM 1200-LOAD-ASSIGNMENTS.
       8200-END. EXIT.
      *
       8300-APPLY-PAIRS.
      * Both breaks of a pair must still be open on the current
      * master - one the batch has since cleared or written off
      * keeps that outcome, and its partner is left open.
           IF BRK-TABLE-FULL
             DISPLAY 'BREAK MASTER TOO LARGE TO REWRITE - '
                     'PAIRS NOT SAVED'
           ELSE
             PERFORM VARYING BCX FROM 1 BY 2 UNTIL BCX > BCH-COUNT
               MOVE BC-ID-VALUE(BCX + 1) TO WS-KEY-VALUE
               MOVE BC-ENTITY(BCX + 1) TO WS-KEY-ENTITY
               PERFORM 2200-FIND-BREAK-ENTRY
               MOVE WS-BRK-IDX TO WS-PAIR-IDX
               MOVE BC-ID-VALUE(BCX) TO WS-KEY-VALUE
               MOVE BC-ENTITY(BCX) TO WS-KEY-ENTITY
               PERFORM 2200-FIND-BREAK-ENTRY
               IF WS-BRK-IDX > 0 AND WS-PAIR-IDX > 0
                 MOVE 'C' TO BT-STATUS(WS-BRK-IDX)
                 MOVE WS-TODAY TO BT-CLOSED-DATE(WS-BRK-IDX)
                 MOVE 'C' TO BT-STATUS(WS-PAIR-IDX)
                 MOVE WS-TODAY TO BT-CLOSED-DATE(WS-PAIR-IDX)
                 MOVE 'Y' TO BC-SAVED-SW(BCX)
                 MOVE 'Y' TO BC-SAVED-SW(BCX + 1)
               ELSE
                 MOVE BC-ID-VALUE(BCX) TO VALUE-DISP
                 DISPLAY 'PAIR WITH BREAK ' FUNCTION TRIM(VALUE-DISP)
                         ' CHANGED BY THE BATCH - NOT SAVED'
               END-IF
             END-PERFORM
           END-IF.
       8300-END. EXIT.
      *
       8400-APPLY-ASSIGNMENT-CHANGES.
      * The session's version of a row it changed replaces the row
      * on file, or is added if the row is not on file.  The pair
      * disposition of a pair that was not saved is left off.
           PERFORM VARYING ACX FROM 1 BY 1 UNTIL ACX > ACH-COUNT
             MOVE AC-ID-VALUE(ACX) TO WS-KEY-VALUE
             MOVE AC-ENTITY(ACX) TO WS-KEY-ENTITY
             MOVE 'Y' TO PAIR-SAVED-SW
             IF AC-DISP-CODE(ACX) = 'P'
               PERFORM 8450-CHECK-PAIR-SAVED
             END-IF
             IF PAIR-SAVED
               PERFORM 2300-FIND-ASSIGN-ENTRY
               IF WS-ASG-IDX = 0 AND ASG-COUNT < WS-BRK-MAX
                 ADD 1 TO ASG-COUNT
                 MOVE ASG-COUNT TO WS-ASG-IDX
               END-IF
               IF WS-ASG-IDX > 0
                 MOVE ACH-ENTRY(ACX) TO ASG-ENTRY(WS-ASG-IDX)
               END-IF
             END-IF
           END-PERFORM.
       8400-END. EXIT.
      *
       8450-CHECK-PAIR-SAVED.
           PERFORM VARYING BCX FROM 1 BY 1 UNTIL BCX > BCH-COUNT
             IF BC-ID-VALUE(BCX) = WS-KEY-VALUE
                AND BC-ENTITY(BCX) = WS-KEY-ENTITY
                AND BC-SAVED-SW(BCX) = 'N'
               MOVE 'N' TO PAIR-SAVED-SW
             END-IF
           END-PERFORM.
       8450-END. EXIT.
      *
       8500-REWRITE-BREAK-MASTER.
           OPEN OUTPUT BREAK-FILE
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BRK-COUNT
             MOVE SPACES TO BREAK-REC
             MOVE BT-ID-VALUE(BX) TO BRK-ID-VALUE
             MOVE BT-FIRST-SEEN(BX) TO BRK-FIRST-SEEN
             MOVE BT-LAST-SEEN(BX) TO BRK-LAST-SEEN
             MOVE BT-NIGHTS(BX) TO BRK-NIGHTS
             MOVE BT-STATUS(BX) TO BRK-STATUS
             MOVE BT-AMOUNT(BX) TO BRK-AMOUNT
             MOVE BT-ENTITY(BX) TO BRK-ENTITY
             MOVE BT-CLASS(BX) TO BRK-CLASS
             MOVE BT-PEAK-AMOUNT(BX) TO BRK-PEAK-AMOUNT
             MOVE BT-CLOSED-DATE(BX) TO BRK-CLOSED-DATE
             MOVE BT-CURRENCY(BX) TO BRK-CURRENCY
             MOVE BT-ORIG-AMOUNT(BX) TO BRK-ORIG-AMOUNT
             WRITE BREAK-REC
           END-PERFORM
           CLOSE BREAK-FILE.
       8500-END. EXIT.
      *
       END PROGRAM FDWORKQ.
