       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDWOPOST.
      *
      * Write-off approval and GL posting batch.  An analyst asks to
      * write a break off by setting its BRKASGN disposition to W on
      * the FDWORKQ screen, and a second analyst approves or rejects
      * the request there with the APR action, which appends the
      * decision to the WOAPPROV file.  This job works those
      * decisions against the break master after FDNIGHT:
      *
      *   - dual control is re-checked: a decision keyed by the
      *     analyst who holds the request is refused, whatever the
      *     screen allowed;
      *   - an approval is only good up to the approver's dollar
      *     limit on the WOLIMIT control file (an approver not on
      *     file has no write-off authority) - a break amount over it is
      *     reported OVER LIMIT and the request stays pending for an
      *     approver with the authority;
      *   - an approved write-off closes the break on the master
      *     with status W (written off) instead of leaving it open
      *     to age, and goes onto the GLWOJRNL journal extract: one
      *     balanced batch per entity, debiting the entity's write-
      *     off expense account and crediting its recon suspense
      *     account off the WOGLCTL control file, in dollars, with
      *     the break's own currency and amount on each line;
      *   - a rejected write-off sends the break back to the
      *     requester as R (researching) with the approver's comment;
      *   - a write-off never posts into a month its entity's
      *     controller has certified on the CERTCTL sign-off file:
      *     an approval keyed in a certified month, or one that
      *     would close the break in a certified month, is reported
      *     PERIOD CERTIFIED and the request stays pending until the
      *     approval is re-keyed in an open month (or the month is
      *     reopened through FDCERTCT).
      *
      * The run report lists every write-off approved, rejected, or
      * over the approver's limit, then the requests still awaiting
      * a decision, with per-entity and overall count and dollar
      * totals.  The decision file is emptied once the master and
      * the assignment file are rewritten, so a decision is only
      * ever worked once.
      *
      * Return codes, shared by every batch driver in this suite so
      * the scheduler can COND on them:
      *     0 = clean run, no exceptions
      *     4 = run completed but exceptions were found (a write-off
      *         rejected, over the approver's limit, or held back
      *         from a certified month)
      *     8 = batch rejected by validation, nothing processed
      *    12 = input file/IO failure, run aborted
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREAK-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BREAK-FILE-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "BRKASGN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-FILE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "WOAPPROV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "WOLIMIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIMIT-FILE-STATUS.
           SELECT GL-CTL-FILE ASSIGN TO "WOGLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-CTL-FILE-STATUS.
           SELECT CERT-CTL-FILE ASSIGN TO "CERTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-FILE-STATUS.
           SELECT GL-JRNL-FILE ASSIGN TO "GLWOJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-JRNL-FILE-STATUS.
           SELECT WO-RPT ASSIGN TO "WOAPPRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BREAK-FILE.
       01  BREAK-REC.
           COPY BRKREC.

       FD  ASSIGN-FILE.
       01  ASSIGN-REC.
           COPY BRKASGN.

       FD  APPROVAL-FILE.
       01  APPROVAL-REC.
           COPY WOAPPREC.

      * WOLIMIT - one row per approver, the largest break amount
      * they may approve for write-off.  Last row for an approver
      * wins, so ops can raise or cut a limit by appending a row.
       FD  LIMIT-FILE.
       01  LIMIT-REC.
           05  WL-APPROVER-ID    PIC X(10).
           05  WL-LIMIT          PIC 9(11)V99.

      * WOGLCTL - one row per entity, the GL accounts its write-offs
      * post to.  A row with a blank entity is the fallback for any
      * entity without a row of its own.
       FD  GL-CTL-FILE.
       01  GL-CTL-REC.
           05  GC-ENTITY         PIC X(2).
           05  GC-EXPENSE-ACCT   PIC X(10).
           05  GC-SUSPENSE-ACCT  PIC X(10).

       FD  CERT-CTL-FILE.
       01  CERT-CTL-REC.
           COPY CERTREC.

       FD  GL-JRNL-FILE.
       01  GL-JRNL-REC.
           COPY GLJRNL.

       FD  WO-RPT.
       01  RPT-LINE               PIC X(96).

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  BREAK-FILE-STATUS      PIC XX VALUE '00'.
           88  BREAK-FILE-NOT-FOUND   VALUE '35'.
       01  ASSIGN-FILE-STATUS     PIC XX VALUE '00'.
           88  ASSIGN-FILE-NOT-FOUND  VALUE '35'.
       01  APPROVAL-FILE-STATUS   PIC XX VALUE '00'.
           88  APPROVAL-FILE-NOT-FOUND VALUE '35'.
       01  LIMIT-FILE-STATUS      PIC XX VALUE '00'.
           88  LIMIT-FILE-NOT-FOUND   VALUE '35'.
       01  GL-CTL-FILE-STATUS     PIC XX VALUE '00'.
           88  GL-CTL-FILE-NOT-FOUND  VALUE '35'.
       01  GL-JRNL-FILE-STATUS    PIC XX VALUE '00'.
           88  GL-JRNL-FILE-NOT-FOUND VALUE '35'.
       01  CERT-FILE-STATUS       PIC XX VALUE '00'.
           88  CERT-FILE-NOT-FOUND    VALUE '35'.
       01  CERT-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-CERT-FILE       VALUE 'Y'.
       01  BRK-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-BREAK-FILE      VALUE 'Y'.
       01  ASG-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-ASSIGN-FILE     VALUE 'Y'.
       01  APR-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-APPROVAL-FILE   VALUE 'Y'.
       01  LIM-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-LIMIT-FILE      VALUE 'Y'.
       01  GLC-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-GL-CTL-FILE     VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  TABLE-FULL-SW          PIC X VALUE 'N'.
           88  TABLE-FULL             VALUE 'Y'.
       01  WS-TODAY               PIC 9(8) VALUE 0.
       01  WS-BRK-MAX             PIC 9(5) VALUE 99999.
       01  WS-LIM-MAX             PIC 9(3) VALUE 999.
       01  WS-GLC-MAX             PIC 9(3) VALUE 99.
       01  WS-ENT-MAX             PIC 9(3) VALUE 99.
       01  WS-CRT-MAX             PIC 9(3) VALUE 999.
       01  WS-CRT-IDX             PIC 9(3) VALUE 0.
       01  WS-CHECK-MONTH         PIC 9(6) VALUE 0.
       01  WS-LOCK-MONTH          PIC 9(6) VALUE 0.
       01  WS-BRK-IDX             PIC 9(5) VALUE 0.
       01  WS-ASG-IDX             PIC 9(5) VALUE 0.
       01  WS-APR-IDX             PIC 9(5) VALUE 0.
       01  WS-LIM-IDX             PIC 9(3) VALUE 0.
       01  WS-GLC-IDX             PIC 9(3) VALUE 0.
       01  WS-ENT-IDX             PIC 9(3) VALUE 0.
       01  WS-KEY-VALUE           PIC S9(9) VALUE 0.
       01  WS-KEY-ENTITY          PIC X(2) VALUE SPACES.
       01  WS-CUR-LIMIT           PIC 9(11)V99 VALUE 0.
       01  WS-LIMIT-DISP          PIC Z(10)9.99.
       01  WS-EXPENSE-ACCT        PIC X(10) VALUE SPACES.
       01  WS-SUSPENSE-ACCT       PIC X(10) VALUE SPACES.
      * Ledger accounts used when WOGLCTL has no row for the entity
      * and no blank-entity fallback row either.
       01  WS-DFLT-EXPENSE-ACCT   PIC X(10) VALUE '6950000000'.
       01  WS-DFLT-SUSPENSE-ACCT  PIC X(10) VALUE '1995000000'.
      * Journal amounts are break-master dollars.
       01  WS-RPT-CURRENCY        PIC X(3) VALUE 'USD'.
       01  WS-BATCH-ID            PIC X(8) VALUE SPACES.
       01  WS-JRNL-LINES          PIC 9(9) VALUE 0.
       01  WS-JRNL-DEBITS         PIC 9(13)V99 VALUE 0.
       01  WS-JRNL-CREDITS        PIC 9(13)V99 VALUE 0.
       01  WS-DECISION-COUNT      PIC 9(9) VALUE 0.
       01  WS-APPROVED-COUNT      PIC 9(9) VALUE 0.
       01  WS-APPROVED-AMOUNT     PIC 9(13)V99 VALUE 0.
       01  WS-REJECTED-COUNT      PIC 9(9) VALUE 0.
       01  WS-REJECTED-AMOUNT     PIC 9(13)V99 VALUE 0.
       01  WS-OVER-COUNT          PIC 9(9) VALUE 0.
       01  WS-OVER-AMOUNT         PIC 9(13)V99 VALUE 0.
       01  WS-LOCKED-COUNT        PIC 9(9) VALUE 0.
       01  WS-LOCKED-AMOUNT       PIC 9(13)V99 VALUE 0.
       01  WS-AWAITING-COUNT      PIC 9(9) VALUE 0.
       01  WS-SECTION-COUNT       PIC 9(9) VALUE 0.

      * BRK-TABLE - the whole break master, rewritten at the end of
      * the run with the approved write-offs closed.
       01  BRK-TABLE.
           05  BRK-COUNT          PIC 9(5) VALUE 0.
           05  BRK-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON BRK-COUNT
                   INDEXED BY BX.
               10  BT-ID-VALUE    PIC S9(9).
               10  BT-FIRST-SEEN  PIC 9(8).
               10  BT-LAST-SEEN   PIC 9(8).
               10  BT-NIGHTS      PIC 9(5).
               10  BT-STATUS      PIC X(1).
               10  BT-AMOUNT      PIC 9(11)V99.
               10  BT-ENTITY      PIC X(2).
               10  BT-CLASS       PIC X(1).
               10  BT-PEAK-AMOUNT PIC 9(11)V99.
               10  BT-CLOSED-DATE PIC 9(8).
               10  BT-CURRENCY    PIC X(3).
               10  BT-ORIG-AMOUNT PIC 9(11)V99.

      * ASG-TABLE - the assignment file, rewritten with rejected
      * requests sent back to researching.  AT-DECIDED-SW marks the
      * requests a decision was worked for tonight, so the awaiting
      * section lists only the ones nobody has looked at.
       01  ASG-TABLE.
           05  ASG-COUNT          PIC 9(5) VALUE 0.
           05  ASG-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ASG-COUNT
                   INDEXED BY AX.
               10  AT-ID-VALUE    PIC S9(9).
               10  AT-ENTITY      PIC X(2).
               10  AT-ANALYST-ID  PIC X(10).
               10  AT-DISP-CODE   PIC X(1).
               10  AT-COMMENT     PIC X(30).
               10  AT-ASSIGN-DATE PIC 9(8).
               10  AT-TOUCH-DATE  PIC 9(8).
               10  AT-TOUCH-NIGHTS PIC 9(5).
               10  AT-DECIDED-SW  PIC X(1).

      * APR-TABLE - tonight's decisions, one per break (the last
      * keyed wins), each carrying the outcome the run gave it:
      *     P = approved and posted     R = rejected by approver
      *     S = refused, approver is the requester
      *     N = refused, no open write-off request on the break
      *     L = over the approver's limit, request left pending
      *     K = month certified, request left pending
      * AP-LOCK-MONTH is the certified month a K approval ran into.
       01  APR-TABLE.
           05  APR-COUNT          PIC 9(5) VALUE 0.
           05  APR-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON APR-COUNT
                   INDEXED BY PX.
               10  AP-ID-VALUE    PIC S9(9).
               10  AP-ENTITY      PIC X(2).
               10  AP-APPROVER-ID PIC X(10).
               10  AP-DECISION    PIC X(1).
               10  AP-COMMENT     PIC X(30).
               10  AP-DECISION-DATE PIC 9(8).
               10  AP-LOCK-MONTH  PIC 9(6).
               10  AP-REQUESTER-ID PIC X(10).
               10  AP-AMOUNT      PIC 9(11)V99.
               10  AP-LIMIT       PIC 9(11)V99.
               10  AP-CURRENCY    PIC X(3).
               10  AP-ORIG-AMOUNT PIC 9(11)V99.
               10  AP-OUTCOME     PIC X(1).
                   88  AP-POSTED      VALUE 'P'.
                   88  AP-REJECTED    VALUE 'R'.
                   88  AP-SELF-APPROVED VALUE 'S'.
                   88  AP-NO-REQUEST  VALUE 'N'.
                   88  AP-OVER-LIMIT  VALUE 'L'.
                   88  AP-PERIOD-LOCKED VALUE 'K'.

      * CRT-TABLE - the CERTCTL standing of every entity and month
      * on file, last row winning.
       01  CRT-TABLE.
           05  CRT-COUNT          PIC 9(3) VALUE 0.
           05  CRT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON CRT-COUNT
                   INDEXED BY CX.
               10  CT-ENTITY      PIC X(2).
               10  CT-MONTH       PIC 9(6).
               10  CT-STATUS      PIC X(1).
                   88  CT-CERTIFIED   VALUE 'C'.

       01  LIM-TABLE.
           05  LIM-COUNT          PIC 9(3) VALUE 0.
           05  LIM-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON LIM-COUNT
                   INDEXED BY LX.
               10  LT-APPROVER-ID PIC X(10).
               10  LT-LIMIT       PIC 9(11)V99.

       01  GLC-TABLE.
           05  GLC-COUNT          PIC 9(3) VALUE 0.
           05  GLC-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON GLC-COUNT
                   INDEXED BY GX.
               10  GT-ENTITY      PIC X(2).
               10  GT-EXPENSE-ACCT PIC X(10).
               10  GT-SUSPENSE-ACCT PIC X(10).

      * ENT-TABLE - per-entity totals for the report, and the
      * entities that get a journal batch.
       01  ENT-TABLE.
           05  ENT-COUNT          PIC 9(3) VALUE 0.
           05  ENT-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON ENT-COUNT
                   INDEXED BY EX.
               10  ET-ENTITY      PIC X(2).
               10  ET-APPROVED-COUNT  PIC 9(9).
               10  ET-APPROVED-AMOUNT PIC 9(13)V99.
               10  ET-REJECTED-COUNT  PIC 9(9).
               10  ET-REJECTED-AMOUNT PIC 9(13)V99.
               10  ET-OVER-COUNT      PIC 9(9).
               10  ET-OVER-AMOUNT     PIC 9(13)V99.
               10  ET-LOCKED-COUNT    PIC 9(9).
               10  ET-LOCKED-AMOUNT   PIC 9(13)V99.

       01  RPT-HEADING.
           05  FILLER              PIC X(30) VALUE
               'WRITE-OFF APPROVAL RUN        '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H-DATE          PIC 9(8).
       01  RPT-SECTION-LINE        PIC X(40) VALUE SPACES.
       01  RPT-COL-HEADING.
           05  FILLER              PIC X(12) VALUE 'BREAK ID'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(3)  VALUE 'ENT'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '        AMOUNT'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'REQUESTER'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'APPROVER'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(24) VALUE 'REASON'.
       01  RPT-DETAIL.
           05  RPT-D-ID            PIC -(9)9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-D-ENTITY        PIC X(2).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-D-AMOUNT        PIC Z(10)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-REQUESTER     PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-APPROVER      PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-D-REASON        PIC X(30).
       01  RPT-NONE-LINE           PIC X(40) VALUE
               '    NONE'.
       01  RPT-ENT-HEADING         PIC X(40) VALUE
               'TOTALS BY ENTITY'.
       01  RPT-ENT-LINE.
           05  FILLER              PIC X(7)  VALUE 'ENTITY '.
           05  RPT-E-ENTITY        PIC X(3).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-E-LABEL         PIC X(12).
           05  RPT-E-COUNT         PIC ZZZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-E-AMOUNT        PIC Z(12)9.99.
       01  RPT-TOTALS-1.
           05  FILLER              PIC X(31) VALUE
               'DECISIONS READ ............. : '.
           05  RPT-T-DECISIONS     PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER              PIC X(31) VALUE
               'STILL AWAITING APPROVAL .... : '.
           05  RPT-T-AWAITING      PIC ZZZZZZZZ9.
       01  RPT-JRNL-LINE.
           05  FILLER              PIC X(14) VALUE 'JOURNAL BATCH '.
           05  RPT-J-BATCH-ID      PIC X(8).
           05  FILLER              PIC X(6)  VALUE '  ENT '.
           05  RPT-J-ENTITY        PIC X(2).
           05  FILLER              PIC X(8)  VALUE '  LINES '.
           05  RPT-J-LINES         PIC ZZZZ9.
           05  FILLER              PIC X(9)  VALUE '  DEBITS '.
           05  RPT-J-DEBITS        PIC Z(12)9.99.
           05  FILLER              PIC X(10) VALUE '  CREDITS '.
           05  RPT-J-CREDITS       PIC Z(12)9.99.
       01  RPT-ABORT-LINE          PIC X(40) VALUE
               'RUN ABORTED - INPUT FILE NOT AVAILABLE'.
       01  RPT-FULL-LINE           PIC X(50) VALUE
               'INPUT EXCEEDS TABLE LIMIT - NOTHING POSTED'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BREAK-MASTER
           IF NOT IO-ERROR AND NOT TABLE-FULL
             PERFORM 2100-LOAD-ASSIGNMENTS
           END-IF
           IF NOT IO-ERROR AND NOT TABLE-FULL
             PERFORM 2200-LOAD-DECISIONS
           END-IF
           EVALUATE TRUE
             WHEN IO-ERROR
               WRITE RPT-LINE FROM RPT-ABORT-LINE
             WHEN TABLE-FULL
      * Rewriting the master or the assignment file from a
      * truncated table would silently drop rows, so the run
      * rejects and leaves every file as it found it.
               WRITE RPT-LINE FROM RPT-FULL-LINE
             WHEN OTHER
               PERFORM 3000-WORK-DECISIONS
               PERFORM 4000-PRINT-REPORT
               PERFORM 5000-WRITE-GL-JOURNAL
               PERFORM 6000-REWRITE-BREAK-MASTER
               PERFORM 6500-REWRITE-ASSIGNMENTS
               PERFORM 6800-CLEAR-DECISIONS
           END-EVALUATE
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9800-WRITE-RUN-END
           PERFORM 9999-TERMINATE
           STOP RUN.
       0000-END. EXIT.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO RPT-H-DATE
           OPEN OUTPUT WO-RPT
           WRITE RPT-LINE FROM RPT-HEADING
           PERFORM 1100-LOAD-LIMITS
           PERFORM 1200-LOAD-GL-CONTROL
           PERFORM 1300-LOAD-CERTIFICATIONS.
       1000-END. EXIT.
      *
       1100-LOAD-LIMITS.
           OPEN INPUT LIMIT-FILE
           IF LIMIT-FILE-NOT-FOUND
             MOVE 'Y' TO LIM-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-LIMIT-FILE
                 READ LIMIT-FILE
                     AT END
                         MOVE 'Y' TO LIM-EOF-SW
                     NOT AT END
                         PERFORM 1110-STORE-LIMIT
                 END-READ
             END-PERFORM
             CLOSE LIMIT-FILE
           END-IF.
       1100-END. EXIT.
      *
       1110-STORE-LIMIT.
           MOVE 0 TO WS-LIM-IDX
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LIM-COUNT
             IF LT-APPROVER-ID(LX) = WL-APPROVER-ID
               SET WS-LIM-IDX TO LX
             END-IF
           END-PERFORM
           IF WS-LIM-IDX = 0 AND LIM-COUNT < WS-LIM-MAX
             ADD 1 TO LIM-COUNT
             MOVE LIM-COUNT TO WS-LIM-IDX
             MOVE WL-APPROVER-ID TO LT-APPROVER-ID(WS-LIM-IDX)
           END-IF
           IF WS-LIM-IDX > 0
             MOVE WL-LIMIT TO LT-LIMIT(WS-LIM-IDX)
           END-IF.
       1110-END. EXIT.
      *
       1200-LOAD-GL-CONTROL.
           OPEN INPUT GL-CTL-FILE
           IF GL-CTL-FILE-NOT-FOUND
             MOVE 'Y' TO GLC-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-GL-CTL-FILE
                 READ GL-CTL-FILE
                     AT END
                         MOVE 'Y' TO GLC-EOF-SW
                     NOT AT END
                         PERFORM 1210-STORE-GL-CONTROL
                 END-READ
             END-PERFORM
             CLOSE GL-CTL-FILE
           END-IF.
       1200-END. EXIT.
      *
       1210-STORE-GL-CONTROL.
           MOVE 0 TO WS-GLC-IDX
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GLC-COUNT
             IF GT-ENTITY(GX) = GC-ENTITY
               SET WS-GLC-IDX TO GX
             END-IF
           END-PERFORM
           IF WS-GLC-IDX = 0 AND GLC-COUNT < WS-GLC-MAX
             ADD 1 TO GLC-COUNT
             MOVE GLC-COUNT TO WS-GLC-IDX
             MOVE GC-ENTITY TO GT-ENTITY(WS-GLC-IDX)
           END-IF
           IF WS-GLC-IDX > 0
             MOVE GC-EXPENSE-ACCT TO GT-EXPENSE-ACCT(WS-GLC-IDX)
             MOVE GC-SUSPENSE-ACCT TO GT-SUSPENSE-ACCT(WS-GLC-IDX)
           END-IF.
       1210-END. EXIT.
      *
       1300-LOAD-CERTIFICATIONS.
      * No CERTCTL file means no month has been certified yet.  A
      * sign-off file that will not open fails the run, so no
      * write-off can slip into a month it could not check.
           OPEN INPUT CERT-CTL-FILE
           IF CERT-FILE-NOT-FOUND
             MOVE 'Y' TO CERT-EOF-SW
           ELSE
           IF CERT-FILE-STATUS NOT = '00'
             MOVE 'Y' TO IO-ERROR-SW
             MOVE 'Y' TO CERT-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-CERT-FILE
                 READ CERT-CTL-FILE
                     AT END
                         MOVE 'Y' TO CERT-EOF-SW
                     NOT AT END
                         PERFORM 1310-STORE-CERTIFICATION
                 END-READ
             END-PERFORM
             CLOSE CERT-CTL-FILE
           END-IF
           END-IF.
       1300-END. EXIT.
      *
       1310-STORE-CERTIFICATION.
           MOVE 0 TO WS-CRT-IDX
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CRT-COUNT
             IF CT-ENTITY(CX) = CC-ENTITY
                AND CT-MONTH(CX) = CC-MONTH
               SET WS-CRT-IDX TO CX
             END-IF
           END-PERFORM
           IF WS-CRT-IDX = 0
             IF CRT-COUNT < WS-CRT-MAX
               ADD 1 TO CRT-COUNT
               MOVE CRT-COUNT TO WS-CRT-IDX
               MOVE CC-ENTITY TO CT-ENTITY(WS-CRT-IDX)
               MOVE CC-MONTH TO CT-MONTH(WS-CRT-IDX)
             ELSE
               MOVE 'Y' TO TABLE-FULL-SW
             END-IF
           END-IF
           IF WS-CRT-IDX > 0
             MOVE CC-STATUS TO CT-STATUS(WS-CRT-IDX)
           END-IF.
       1310-END. EXIT.
      *
       2000-LOAD-BREAK-MASTER.
           OPEN INPUT BREAK-FILE
           IF BREAK-FILE-STATUS NOT = '00'
              AND NOT BREAK-FILE-NOT-FOUND
             MOVE 'Y' TO IO-ERROR-SW
             MOVE 'Y' TO BRK-EOF-SW
           ELSE
           IF BREAK-FILE-NOT-FOUND
             MOVE 'Y' TO BRK-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-BREAK-FILE
                 READ BREAK-FILE
                     AT END
                         MOVE 'Y' TO BRK-EOF-SW
                     NOT AT END
                         IF BRK-COUNT < WS-BRK-MAX
                           ADD 1 TO BRK-COUNT
                           MOVE BRK-ID-VALUE
                                TO BT-ID-VALUE(BRK-COUNT)
                           MOVE BRK-FIRST-SEEN
                                TO BT-FIRST-SEEN(BRK-COUNT)
                           MOVE BRK-LAST-SEEN
                                TO BT-LAST-SEEN(BRK-COUNT)
                           MOVE BRK-NIGHTS TO BT-NIGHTS(BRK-COUNT)
                           MOVE BRK-STATUS TO BT-STATUS(BRK-COUNT)
                           MOVE BRK-AMOUNT TO BT-AMOUNT(BRK-COUNT)
                           MOVE BRK-ENTITY TO BT-ENTITY(BRK-COUNT)
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
                         ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE BREAK-FILE
           END-IF
           END-IF.
       2000-END. EXIT.
      *
       2100-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-FILE-STATUS NOT = '00'
              AND NOT ASSIGN-FILE-NOT-FOUND
             MOVE 'Y' TO IO-ERROR-SW
             MOVE 'Y' TO ASG-EOF-SW
           ELSE
           IF ASSIGN-FILE-NOT-FOUND
             MOVE 'Y' TO ASG-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-ASSIGN-FILE
                 READ ASSIGN-FILE
                     AT END
                         MOVE 'Y' TO ASG-EOF-SW
                     NOT AT END
                         IF ASG-COUNT < WS-BRK-MAX
                           ADD 1 TO ASG-COUNT
                           MOVE BA-ID-VALUE
                                TO AT-ID-VALUE(ASG-COUNT)
                           MOVE BA-ENTITY
                                TO AT-ENTITY(ASG-COUNT)
                           MOVE BA-ANALYST-ID
                                TO AT-ANALYST-ID(ASG-COUNT)
                           MOVE BA-DISP-CODE
                                TO AT-DISP-CODE(ASG-COUNT)
                           MOVE BA-COMMENT TO AT-COMMENT(ASG-COUNT)
                           MOVE BA-ASSIGN-DATE
                                TO AT-ASSIGN-DATE(ASG-COUNT)
                           MOVE BA-TOUCH-DATE
                                TO AT-TOUCH-DATE(ASG-COUNT)
                           MOVE BA-TOUCH-NIGHTS
                                TO AT-TOUCH-NIGHTS(ASG-COUNT)
                           MOVE 'N' TO AT-DECIDED-SW(ASG-COUNT)
                         ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE ASSIGN-FILE
           END-IF
           END-IF.
       2100-END. EXIT.
      *
       2200-LOAD-DECISIONS.
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-FILE-STATUS NOT = '00'
              AND NOT APPROVAL-FILE-NOT-FOUND
             MOVE 'Y' TO IO-ERROR-SW
             MOVE 'Y' TO APR-EOF-SW
           ELSE
           IF APPROVAL-FILE-NOT-FOUND
             MOVE 'Y' TO APR-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-APPROVAL-FILE
                 READ APPROVAL-FILE
                     AT END
                         MOVE 'Y' TO APR-EOF-SW
                     NOT AT END
                         ADD 1 TO WS-DECISION-COUNT
                         PERFORM 2210-STORE-DECISION
                 END-READ
             END-PERFORM
             CLOSE APPROVAL-FILE
           END-IF
           END-IF.
       2200-END. EXIT.
      *
       2210-STORE-DECISION.
      * A later decision on the same break replaces the earlier one
      * - an approver who changes their mind re-keys it.
           MOVE 0 TO WS-APR-IDX
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > APR-COUNT
             IF AP-ID-VALUE(PX) = WA-ID-VALUE
                AND AP-ENTITY(PX) = WA-ENTITY
               SET WS-APR-IDX TO PX
             END-IF
           END-PERFORM
           IF WS-APR-IDX = 0
             IF APR-COUNT < WS-BRK-MAX
               ADD 1 TO APR-COUNT
               MOVE APR-COUNT TO WS-APR-IDX
             ELSE
               MOVE 'Y' TO TABLE-FULL-SW
             END-IF
           END-IF
           IF WS-APR-IDX > 0
             MOVE WA-ID-VALUE TO AP-ID-VALUE(WS-APR-IDX)
             MOVE WA-ENTITY TO AP-ENTITY(WS-APR-IDX)
             MOVE WA-APPROVER-ID TO AP-APPROVER-ID(WS-APR-IDX)
             MOVE WA-DECISION TO AP-DECISION(WS-APR-IDX)
             MOVE WA-COMMENT TO AP-COMMENT(WS-APR-IDX)
             IF WA-DECISION-DATE NUMERIC
               MOVE WA-DECISION-DATE TO AP-DECISION-DATE(WS-APR-IDX)
             ELSE
               MOVE WS-TODAY TO AP-DECISION-DATE(WS-APR-IDX)
             END-IF
             MOVE 0 TO AP-LOCK-MONTH(WS-APR-IDX)
             MOVE SPACES TO AP-REQUESTER-ID(WS-APR-IDX)
             MOVE 0 TO AP-AMOUNT(WS-APR-IDX)
             MOVE 0 TO AP-LIMIT(WS-APR-IDX)
             MOVE SPACES TO AP-CURRENCY(WS-APR-IDX)
             MOVE 0 TO AP-ORIG-AMOUNT(WS-APR-IDX)
             MOVE SPACE TO AP-OUTCOME(WS-APR-IDX)
           END-IF.
       2210-END. EXIT.
      *
       3000-WORK-DECISIONS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > APR-COUNT
             PERFORM 3100-WORK-ONE-DECISION
             PERFORM 3500-ACCUMULATE-ENTITY
           END-PERFORM.
       3000-END. EXIT.
      *
       3100-WORK-ONE-DECISION.
           MOVE AP-ID-VALUE(PX) TO WS-KEY-VALUE
           MOVE AP-ENTITY(PX) TO WS-KEY-ENTITY
           PERFORM 3200-FIND-BREAK-ENTRY
           PERFORM 3300-FIND-ASSIGN-ENTRY
           IF WS-BRK-IDX > 0
             MOVE BT-AMOUNT(WS-BRK-IDX) TO AP-AMOUNT(PX)
             MOVE BT-ORIG-AMOUNT(WS-BRK-IDX) TO AP-ORIG-AMOUNT(PX)
      * A row from before the currency was carried is a dollar break
      * at its reporting amount.
             IF BT-CURRENCY(WS-BRK-IDX) = SPACES
               MOVE WS-RPT-CURRENCY TO AP-CURRENCY(PX)
             ELSE
               MOVE BT-CURRENCY(WS-BRK-IDX) TO AP-CURRENCY(PX)
             END-IF
           END-IF
           IF WS-ASG-IDX > 0
             MOVE AT-ANALYST-ID(WS-ASG-IDX) TO AP-REQUESTER-ID(PX)
           END-IF
           EVALUATE TRUE
             WHEN WS-BRK-IDX = 0 OR WS-ASG-IDX = 0
               MOVE 'N' TO AP-OUTCOME(PX)
             WHEN BT-STATUS(WS-BRK-IDX) NOT = 'O'
               MOVE 'N' TO AP-OUTCOME(PX)
             WHEN AT-DISP-CODE(WS-ASG-IDX) NOT = 'W'
               MOVE 'N' TO AP-OUTCOME(PX)
             WHEN AP-APPROVER-ID(PX) = AT-ANALYST-ID(WS-ASG-IDX)
               MOVE 'S' TO AP-OUTCOME(PX)
               MOVE 'Y' TO AT-DECIDED-SW(WS-ASG-IDX)
             WHEN AP-DECISION(PX) = 'R'
               PERFORM 3400-REJECT-WRITE-OFF
             WHEN AP-DECISION(PX) = 'A'
               PERFORM 3450-APPROVE-WRITE-OFF
             WHEN OTHER
               MOVE 'N' TO AP-OUTCOME(PX)
           END-EVALUATE.
       3100-END. EXIT.
      *
       3200-FIND-BREAK-ENTRY.
           MOVE 0 TO WS-BRK-IDX
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BRK-COUNT
             IF BT-ID-VALUE(BX) = WS-KEY-VALUE
                AND BT-ENTITY(BX) = WS-KEY-ENTITY
               SET WS-BRK-IDX TO BX
             END-IF
           END-PERFORM.
       3200-END. EXIT.
      *
       3300-FIND-ASSIGN-ENTRY.
           MOVE 0 TO WS-ASG-IDX
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ASG-COUNT
             IF AT-ID-VALUE(AX) = WS-KEY-VALUE
                AND AT-ENTITY(AX) = WS-KEY-ENTITY
               SET WS-ASG-IDX TO AX
             END-IF
           END-PERFORM.
       3300-END. EXIT.
      *
       3400-REJECT-WRITE-OFF.
      * Back to the requester to keep researching, carrying the
      * approver's reason as the break's comment.
           MOVE 'R' TO AP-OUTCOME(PX)
           MOVE 'Y' TO AT-DECIDED-SW(WS-ASG-IDX)
           MOVE 'R' TO AT-DISP-CODE(WS-ASG-IDX)
           IF AP-COMMENT(PX) = SPACES
             MOVE 'WRITE-OFF REJECTED' TO AT-COMMENT(WS-ASG-IDX)
           ELSE
             MOVE AP-COMMENT(PX) TO AT-COMMENT(WS-ASG-IDX)
           END-IF
           MOVE WS-TODAY TO AT-TOUCH-DATE(WS-ASG-IDX)
           MOVE BT-NIGHTS(WS-BRK-IDX) TO AT-TOUCH-NIGHTS(WS-ASG-IDX).
       3400-END. EXIT.
      *
       3450-APPROVE-WRITE-OFF.
      * An approver not on WOLIMIT has no write-off authority, so
      * their limit is zero and every approval they key is over it.
           MOVE 'Y' TO AT-DECIDED-SW(WS-ASG-IDX)
           MOVE 0 TO WS-CUR-LIMIT
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LIM-COUNT
             IF LT-APPROVER-ID(LX) = AP-APPROVER-ID(PX)
               MOVE LT-LIMIT(LX) TO WS-CUR-LIMIT
             END-IF
           END-PERFORM
           MOVE WS-CUR-LIMIT TO AP-LIMIT(PX)
           PERFORM 3460-CHECK-PERIOD-LOCK
           EVALUATE TRUE
             WHEN WS-LOCK-MONTH > 0
               MOVE 'K' TO AP-OUTCOME(PX)
               MOVE WS-LOCK-MONTH TO AP-LOCK-MONTH(PX)
             WHEN BT-AMOUNT(WS-BRK-IDX) > WS-CUR-LIMIT
               MOVE 'L' TO AP-OUTCOME(PX)
             WHEN OTHER
               MOVE 'P' TO AP-OUTCOME(PX)
               MOVE 'W' TO BT-STATUS(WS-BRK-IDX)
               MOVE WS-TODAY TO BT-CLOSED-DATE(WS-BRK-IDX)
           END-EVALUATE.
       3450-END. EXIT.
      *
       3460-CHECK-PERIOD-LOCK.
      * The write-off would close the break today, on an approval
      * keyed on its decision date; either month certified for the
      * break's entity holds the write-off back.
           MOVE 0 TO WS-LOCK-MONTH
           MOVE AP-DECISION-DATE(PX)(1:6) TO WS-CHECK-MONTH
           PERFORM 3470-TEST-MONTH-CERTIFIED
           MOVE WS-TODAY(1:6) TO WS-CHECK-MONTH
           PERFORM 3470-TEST-MONTH-CERTIFIED.
       3460-END. EXIT.
      *
       3470-TEST-MONTH-CERTIFIED.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CRT-COUNT
             IF CT-ENTITY(CX) = AP-ENTITY(PX)
                AND CT-MONTH(CX) = WS-CHECK-MONTH
                AND CT-CERTIFIED(CX)
                AND WS-LOCK-MONTH = 0
               MOVE WS-CHECK-MONTH TO WS-LOCK-MONTH
             END-IF
           END-PERFORM.
       3470-END. EXIT.
      *
       3500-ACCUMULATE-ENTITY.
           MOVE 0 TO WS-ENT-IDX
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENT-COUNT
             IF ET-ENTITY(EX) = AP-ENTITY(PX)
               SET WS-ENT-IDX TO EX
             END-IF
           END-PERFORM
           IF WS-ENT-IDX = 0 AND ENT-COUNT < WS-ENT-MAX
             ADD 1 TO ENT-COUNT
             MOVE ENT-COUNT TO WS-ENT-IDX
             MOVE AP-ENTITY(PX) TO ET-ENTITY(WS-ENT-IDX)
             MOVE 0 TO ET-APPROVED-COUNT(WS-ENT-IDX)
             MOVE 0 TO ET-APPROVED-AMOUNT(WS-ENT-IDX)
             MOVE 0 TO ET-REJECTED-COUNT(WS-ENT-IDX)
             MOVE 0 TO ET-REJECTED-AMOUNT(WS-ENT-IDX)
             MOVE 0 TO ET-OVER-COUNT(WS-ENT-IDX)
             MOVE 0 TO ET-OVER-AMOUNT(WS-ENT-IDX)
             MOVE 0 TO ET-LOCKED-COUNT(WS-ENT-IDX)
             MOVE 0 TO ET-LOCKED-AMOUNT(WS-ENT-IDX)
           END-IF
           IF WS-ENT-IDX > 0
             EVALUATE TRUE
               WHEN AP-POSTED(PX)
                 ADD 1 TO ET-APPROVED-COUNT(WS-ENT-IDX)
                 ADD AP-AMOUNT(PX) TO ET-APPROVED-AMOUNT(WS-ENT-IDX)
               WHEN AP-OVER-LIMIT(PX)
                 ADD 1 TO ET-OVER-COUNT(WS-ENT-IDX)
                 ADD AP-AMOUNT(PX) TO ET-OVER-AMOUNT(WS-ENT-IDX)
               WHEN AP-PERIOD-LOCKED(PX)
                 ADD 1 TO ET-LOCKED-COUNT(WS-ENT-IDX)
                 ADD AP-AMOUNT(PX) TO ET-LOCKED-AMOUNT(WS-ENT-IDX)
               WHEN OTHER
                 ADD 1 TO ET-REJECTED-COUNT(WS-ENT-IDX)
                 ADD AP-AMOUNT(PX) TO ET-REJECTED-AMOUNT(WS-ENT-IDX)
             END-EVALUATE
           END-IF
           EVALUATE TRUE
             WHEN AP-POSTED(PX)
               ADD 1 TO WS-APPROVED-COUNT
               ADD AP-AMOUNT(PX) TO WS-APPROVED-AMOUNT
             WHEN AP-OVER-LIMIT(PX)
               ADD 1 TO WS-OVER-COUNT
               ADD AP-AMOUNT(PX) TO WS-OVER-AMOUNT
             WHEN AP-PERIOD-LOCKED(PX)
               ADD 1 TO WS-LOCKED-COUNT
               ADD AP-AMOUNT(PX) TO WS-LOCKED-AMOUNT
             WHEN OTHER
               ADD 1 TO WS-REJECTED-COUNT
               ADD AP-AMOUNT(PX) TO WS-REJECTED-AMOUNT
           END-EVALUATE.
       3500-END. EXIT.
      *
       4000-PRINT-REPORT.
           MOVE 'APPROVED - POSTED TO GL' TO RPT-SECTION-LINE
           PERFORM 4100-START-SECTION
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > APR-COUNT
             IF AP-POSTED(PX)
               PERFORM 4200-PRINT-DECISION
             END-IF
           END-PERFORM
           PERFORM 4150-END-SECTION
           MOVE 'REJECTED' TO RPT-SECTION-LINE
           PERFORM 4100-START-SECTION
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > APR-COUNT
             IF AP-REJECTED(PX) OR AP-SELF-APPROVED(PX)
                OR AP-NO-REQUEST(PX)
               PERFORM 4200-PRINT-DECISION
             END-IF
           END-PERFORM
           PERFORM 4150-END-SECTION
           MOVE 'OVER APPROVER LIMIT - STILL PENDING'
                TO RPT-SECTION-LINE
           PERFORM 4100-START-SECTION
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > APR-COUNT
             IF AP-OVER-LIMIT(PX)
               PERFORM 4200-PRINT-DECISION
             END-IF
           END-PERFORM
           PERFORM 4150-END-SECTION
           MOVE 'PERIOD CERTIFIED - STILL PENDING'
                TO RPT-SECTION-LINE
           PERFORM 4100-START-SECTION
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > APR-COUNT
             IF AP-PERIOD-LOCKED(PX)
               PERFORM 4200-PRINT-DECISION
             END-IF
           END-PERFORM
           PERFORM 4150-END-SECTION
           MOVE 'AWAITING APPROVAL' TO RPT-SECTION-LINE
           PERFORM 4100-START-SECTION
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ASG-COUNT
             PERFORM 4300-PRINT-IF-AWAITING
           END-PERFORM
           PERFORM 4150-END-SECTION
           PERFORM 4500-PRINT-TOTALS.
       4000-END. EXIT.
      *
       4100-START-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-SECTION-LINE
           WRITE RPT-LINE FROM RPT-COL-HEADING.
       4100-END. EXIT.
      *
       4150-END-SECTION.
           IF WS-SECTION-COUNT = 0
             WRITE RPT-LINE FROM RPT-NONE-LINE
           END-IF.
       4150-END. EXIT.
      *
       4200-PRINT-DECISION.
           ADD 1 TO WS-SECTION-COUNT
           MOVE AP-ID-VALUE(PX) TO RPT-D-ID
           MOVE AP-ENTITY(PX) TO RPT-D-ENTITY
           MOVE AP-AMOUNT(PX) TO RPT-D-AMOUNT
           MOVE AP-REQUESTER-ID(PX) TO RPT-D-REQUESTER
           MOVE AP-APPROVER-ID(PX) TO RPT-D-APPROVER
           MOVE SPACES TO RPT-D-REASON
           EVALUATE TRUE
             WHEN AP-POSTED(PX)
               MOVE AP-COMMENT(PX) TO RPT-D-REASON
             WHEN AP-REJECTED(PX)
               MOVE AP-COMMENT(PX) TO RPT-D-REASON
               IF AP-COMMENT(PX) = SPACES
                 MOVE 'REJECTED BY APPROVER' TO RPT-D-REASON
               END-IF
             WHEN AP-SELF-APPROVED(PX)
               MOVE 'DUAL CONTROL - OWN REQUEST' TO RPT-D-REASON
             WHEN AP-NO-REQUEST(PX)
               MOVE 'NO OPEN WRITE-OFF REQUEST' TO RPT-D-REASON
             WHEN AP-OVER-LIMIT(PX)
               MOVE AP-LIMIT(PX) TO WS-LIMIT-DISP
               STRING 'APPROVER LIMIT '
                      FUNCTION TRIM(WS-LIMIT-DISP)
                      DELIMITED BY SIZE INTO RPT-D-REASON
             WHEN AP-PERIOD-LOCKED(PX)
               STRING 'MONTH ' AP-LOCK-MONTH(PX) ' CERTIFIED'
                      DELIMITED BY SIZE INTO RPT-D-REASON
           END-EVALUATE
           WRITE RPT-LINE FROM RPT-DETAIL.
       4200-END. EXIT.
      *
       4300-PRINT-IF-AWAITING.
      * A write-off request on an open break that no decision was
      * worked for tonight.
           IF AT-DISP-CODE(AX) = 'W' AND AT-DECIDED-SW(AX) = 'N'
             MOVE AT-ID-VALUE(AX) TO WS-KEY-VALUE
             MOVE AT-ENTITY(AX) TO WS-KEY-ENTITY
             PERFORM 3200-FIND-BREAK-ENTRY
             IF WS-BRK-IDX > 0
               IF BT-STATUS(WS-BRK-IDX) = 'O'
                 ADD 1 TO WS-SECTION-COUNT
                 ADD 1 TO WS-AWAITING-COUNT
                 MOVE AT-ID-VALUE(AX) TO RPT-D-ID
                 MOVE AT-ENTITY(AX) TO RPT-D-ENTITY
                 MOVE BT-AMOUNT(WS-BRK-IDX) TO RPT-D-AMOUNT
                 MOVE AT-ANALYST-ID(AX) TO RPT-D-REQUESTER
                 MOVE SPACES TO RPT-D-APPROVER
                 MOVE AT-COMMENT(AX) TO RPT-D-REASON
                 WRITE RPT-LINE FROM RPT-DETAIL
               END-IF
             END-IF
           END-IF.
       4300-END. EXIT.
      *
       4500-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-ENT-HEADING
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENT-COUNT
             MOVE ET-ENTITY(EX) TO RPT-E-ENTITY
             MOVE 'APPROVED' TO RPT-E-LABEL
             MOVE ET-APPROVED-COUNT(EX) TO RPT-E-COUNT
             MOVE ET-APPROVED-AMOUNT(EX) TO RPT-E-AMOUNT
             WRITE RPT-LINE FROM RPT-ENT-LINE
             MOVE 'REJECTED' TO RPT-E-LABEL
             MOVE ET-REJECTED-COUNT(EX) TO RPT-E-COUNT
             MOVE ET-REJECTED-AMOUNT(EX) TO RPT-E-AMOUNT
             WRITE RPT-LINE FROM RPT-ENT-LINE
             MOVE 'OVER LIMIT' TO RPT-E-LABEL
             MOVE ET-OVER-COUNT(EX) TO RPT-E-COUNT
             MOVE ET-OVER-AMOUNT(EX) TO RPT-E-AMOUNT
             WRITE RPT-LINE FROM RPT-ENT-LINE
             MOVE 'PERIOD LOCK' TO RPT-E-LABEL
             MOVE ET-LOCKED-COUNT(EX) TO RPT-E-COUNT
             MOVE ET-LOCKED-AMOUNT(EX) TO RPT-E-AMOUNT
             WRITE RPT-LINE FROM RPT-ENT-LINE
           END-PERFORM
           MOVE 'ALL' TO RPT-E-ENTITY
           MOVE 'APPROVED' TO RPT-E-LABEL
           MOVE WS-APPROVED-COUNT TO RPT-E-COUNT
           MOVE WS-APPROVED-AMOUNT TO RPT-E-AMOUNT
           WRITE RPT-LINE FROM RPT-ENT-LINE
           MOVE 'REJECTED' TO RPT-E-LABEL
           MOVE WS-REJECTED-COUNT TO RPT-E-COUNT
           MOVE WS-REJECTED-AMOUNT TO RPT-E-AMOUNT
           WRITE RPT-LINE FROM RPT-ENT-LINE
           MOVE 'OVER LIMIT' TO RPT-E-LABEL
           MOVE WS-OVER-COUNT TO RPT-E-COUNT
           MOVE WS-OVER-AMOUNT TO RPT-E-AMOUNT
           WRITE RPT-LINE FROM RPT-ENT-LINE
           MOVE 'PERIOD LOCK' TO RPT-E-LABEL
           MOVE WS-LOCKED-COUNT TO RPT-E-COUNT
           MOVE WS-LOCKED-AMOUNT TO RPT-E-AMOUNT
           WRITE RPT-LINE FROM RPT-ENT-LINE
           MOVE WS-DECISION-COUNT TO RPT-T-DECISIONS
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-AWAITING-COUNT TO RPT-T-AWAITING
           WRITE RPT-LINE FROM RPT-TOTALS-2.
       4500-END. EXIT.
      *
       5000-WRITE-GL-JOURNAL.
      * One balanced header/detail/trailer batch per entity with an
      * approved write-off: each write-off is a debit to expense and
      * an equal credit to recon suspense, so debits and credits on
      * the trailer always agree.
           IF WS-APPROVED-COUNT > 0
             OPEN EXTEND GL-JRNL-FILE
             IF GL-JRNL-FILE-NOT-FOUND
               OPEN OUTPUT GL-JRNL-FILE
             END-IF
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENT-COUNT
               IF ET-APPROVED-COUNT(EX) > 0
                 PERFORM 5100-WRITE-ENTITY-BATCH
               END-IF
             END-PERFORM
             CLOSE GL-JRNL-FILE
           END-IF.
       5000-END. EXIT.
      *
       5100-WRITE-ENTITY-BATCH.
           PERFORM 5200-FIND-GL-ACCOUNTS
           MOVE 0 TO WS-JRNL-LINES
           MOVE 0 TO WS-JRNL-DEBITS
           MOVE 0 TO WS-JRNL-CREDITS
           STRING 'WO' WS-TODAY(3:6) DELIMITED BY SIZE
                  INTO WS-BATCH-ID
           MOVE SPACES TO GL-JRNL-REC
           MOVE 'H' TO GJ-REC-TYPE
           MOVE ET-ENTITY(EX) TO GJ-ENTITY
           MOVE WS-BATCH-ID TO GJ-H-BATCH-ID
           MOVE WS-TODAY TO GJ-H-RUN-DATE
           MOVE 'FDWOPOST' TO GJ-H-SOURCE
           WRITE GL-JRNL-REC
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > APR-COUNT
             IF AP-POSTED(PX) AND AP-ENTITY(PX) = ET-ENTITY(EX)
               PERFORM 5300-WRITE-JOURNAL-PAIR
             END-IF
           END-PERFORM
           MOVE SPACES TO GL-JRNL-REC
           MOVE 'T' TO GJ-REC-TYPE
           MOVE ET-ENTITY(EX) TO GJ-ENTITY
           MOVE WS-JRNL-LINES TO GJ-T-LINE-COUNT
           MOVE WS-JRNL-DEBITS TO GJ-T-DEBIT-TOTAL
           MOVE WS-JRNL-CREDITS TO GJ-T-CREDIT-TOTAL
           WRITE GL-JRNL-REC
           MOVE WS-BATCH-ID TO RPT-J-BATCH-ID
           MOVE ET-ENTITY(EX) TO RPT-J-ENTITY
           MOVE WS-JRNL-LINES TO RPT-J-LINES
           MOVE WS-JRNL-DEBITS TO RPT-J-DEBITS
           MOVE WS-JRNL-CREDITS TO RPT-J-CREDITS
           WRITE RPT-LINE FROM RPT-JRNL-LINE.
       5100-END. EXIT.
      *
       5200-FIND-GL-ACCOUNTS.
      * The entity's own WOGLCTL row, else the blank-entity row,
      * else the standing default accounts.
           MOVE WS-DFLT-EXPENSE-ACCT TO WS-EXPENSE-ACCT
           MOVE WS-DFLT-SUSPENSE-ACCT TO WS-SUSPENSE-ACCT
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GLC-COUNT
             IF GT-ENTITY(GX) = SPACES
               MOVE GT-EXPENSE-ACCT(GX) TO WS-EXPENSE-ACCT
               MOVE GT-SUSPENSE-ACCT(GX) TO WS-SUSPENSE-ACCT
             END-IF
           END-PERFORM
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GLC-COUNT
             IF GT-ENTITY(GX) = ET-ENTITY(EX)
               MOVE GT-EXPENSE-ACCT(GX) TO WS-EXPENSE-ACCT
               MOVE GT-SUSPENSE-ACCT(GX) TO WS-SUSPENSE-ACCT
             END-IF
           END-PERFORM.
       5200-END. EXIT.
      *
       5300-WRITE-JOURNAL-PAIR.
           MOVE SPACES TO GL-JRNL-REC
           MOVE 'D' TO GJ-REC-TYPE
           MOVE ET-ENTITY(EX) TO GJ-ENTITY
           MOVE WS-EXPENSE-ACCT TO GJ-D-ACCOUNT
           MOVE 'D' TO GJ-D-DR-CR
           MOVE AP-AMOUNT(PX) TO GJ-D-AMOUNT
           MOVE AP-ID-VALUE(PX) TO GJ-D-REF-VALUE
           MOVE AP-APPROVER-ID(PX) TO GJ-D-APPROVER-ID
           MOVE WS-RPT-CURRENCY TO GJ-D-CURRENCY
           MOVE AP-CURRENCY(PX) TO GJ-D-ORIG-CURRENCY
           MOVE AP-ORIG-AMOUNT(PX) TO GJ-D-ORIG-AMOUNT
           WRITE GL-JRNL-REC
           ADD 1 TO WS-JRNL-LINES
           ADD AP-AMOUNT(PX) TO WS-JRNL-DEBITS
           MOVE WS-SUSPENSE-ACCT TO GJ-D-ACCOUNT
           MOVE 'C' TO GJ-D-DR-CR
           WRITE GL-JRNL-REC
           ADD 1 TO WS-JRNL-LINES
           ADD AP-AMOUNT(PX) TO WS-JRNL-CREDITS.
       5300-END. EXIT.
      *
       6000-REWRITE-BREAK-MASTER.
           IF WS-APPROVED-COUNT > 0
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
             CLOSE BREAK-FILE
           END-IF.
       6000-END. EXIT.
      *
       6500-REWRITE-ASSIGNMENTS.
           IF APR-COUNT > 0
             OPEN OUTPUT ASSIGN-FILE
             PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ASG-COUNT
               MOVE AT-ID-VALUE(AX) TO BA-ID-VALUE
               MOVE AT-ENTITY(AX) TO BA-ENTITY
               MOVE AT-ANALYST-ID(AX) TO BA-ANALYST-ID
               MOVE AT-DISP-CODE(AX) TO BA-DISP-CODE
               MOVE AT-COMMENT(AX) TO BA-COMMENT
               MOVE AT-ASSIGN-DATE(AX) TO BA-ASSIGN-DATE
               MOVE AT-TOUCH-DATE(AX) TO BA-TOUCH-DATE
               MOVE AT-TOUCH-NIGHTS(AX) TO BA-TOUCH-NIGHTS
               WRITE ASSIGN-REC
             END-PERFORM
             CLOSE ASSIGN-FILE
           END-IF.
       6500-END. EXIT.
      *
       6800-CLEAR-DECISIONS.
           IF APR-COUNT > 0
             OPEN OUTPUT APPROVAL-FILE
             CLOSE APPROVAL-FILE
           END-IF.
       6800-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FDWOPOST' TO RS-PROGRAM-ID
           MOVE 'S' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE 0 TO RS-RECS-IN
           MOVE 0 TO RS-RECS-OUT
           MOVE 0 TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9700-END. EXIT.
      *
       9750-WRITE-RUN-STAT-REC.
           OPEN EXTEND RUN-STAT-FILE
           IF RUNSTAT-FILE-NOT-FOUND
             OPEN OUTPUT RUN-STAT-FILE
           END-IF
           WRITE RUN-STAT-REC
           CLOSE RUN-STAT-FILE.
       9750-END. EXIT.
      *
       9800-WRITE-RUN-END.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FDWOPOST' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE WS-DECISION-COUNT TO RS-RECS-IN
           MOVE WS-APPROVED-COUNT TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN TABLE-FULL
               MOVE 8 TO RETURN-CODE
             WHEN WS-REJECTED-COUNT > 0 OR WS-OVER-COUNT > 0
                  OR WS-LOCKED-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           CLOSE WO-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FDWOPOST.
