       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDMERGE.
      *
      * Nightly stream merge.  The nightly reconciliation runs as
      * parallel FDNIGHT job streams, one per entity or group of
      * entities off the STRMCTL stream map, and each stream leaves
      * its results on its own hand-off datasets instead of the
      * shared files.  This step runs once every stream has ended
      * and folds them back into the one set of files everything
      * downstream reads: the AUDITLOG chain, the FININTFC and
      * FININTF2 feeds, the BRKMSTR break master, the PENDPOOL
      * holding pool, the BRKHIST history, the EXTREG registry,
      * OPALERT, RUNSTAT, and a single merged EXCPTRPT.
      *
      * Each stream's STRMSTAT outcome row decides what its hand-
      * offs are worth.  A completed stream's audit rows are
      * appended to the live log in stream order, each restamped
      * with the next sequence number and chain check (the formula
      * documented in AUDITREC, picked up off the live log or the
      * archive exactly as FDNIGHT does) and a new batch id of
      * merge time plus a running count, so two streams can never
      * hand the consumer the same id; the FININTF2 batch headers
      * and the legacy FININTFC records carry the same ids.  Its
      * break-master and pool slices replace the shared files' rows
      * for its entities only, every other entity keeping the rows
      * it had, and its history and registry rows are appended.  A
      * rejected, aborted, or skipped stream merges none of that -
      * its entities simply keep last night's state - but its
      * alerts, run status, and report still come through, so the
      * rest of the night transmits while that one entity fails
      * alone.  A hand-off row is tied to its stream by the entity
      * it carries, through the same stream map the streams read.
      *
      * A stream counts as merged once its FDNIGHT start record is
      * on the live RUNSTAT, and the hand-off run-status rows are
      * appended last of all, so a rerun of this step after a
      * failure merges only what did not get through.  Hand-offs a
      * stream left on an earlier night that have already been
      * merged are reported as not run.
      *
      * The report lists every stream on the map with its outcome,
      * counts, exposure, and reason, the merged totals, and then
      * each stream's own exception report.
      *
      * Return codes, shared by every batch driver in this suite so
      * the scheduler can COND on them:
      *     0 = clean run, no exceptions
      *     4 = run completed but exceptions were found, or a stream
      *         failed while others reconciled
      *     8 = no stream reconciled, or the break master could not
      *         be updated
      *    12 = input file/IO failure, run aborted
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-MAP-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STRMCTL-FILE-STATUS.
           SELECT STREAM-STAT-FILE ASSIGN TO "STRMSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STRMSTAT-FILE-STATUS.
           SELECT STREAM-RPT-FILE ASSIGN TO "STRMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HANDOFF-FILE-STATUS.
           SELECT STREAM-AUD-FILE ASSIGN TO "STRMAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HANDOFF-FILE-STATUS.
           SELECT STREAM-FEED-FILE ASSIGN TO "STRMFEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HANDOFF-FILE-STATUS.
           SELECT BRK-SLICE-FILE ASSIGN TO "BRKSTRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HANDOFF-FILE-STATUS.
           SELECT POOL-SLICE-FILE ASSIGN TO "POOLSTRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HANDOFF-FILE-STATUS.
           SELECT STREAM-HIST-FILE ASSIGN TO "STRMHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HANDOFF-FILE-STATUS.
           SELECT XREG-SLICE-FILE ASSIGN TO "XREGSTRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HANDOFF-FILE-STATUS.
           SELECT STREAM-ALERT-FILE ASSIGN TO "STRMALRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HANDOFF-FILE-STATUS.
           SELECT STREAM-RUNS-FILE ASSIGN TO "STRMRUNS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HANDOFF-FILE-STATUS.
           SELECT EXCEPT-RPT ASSIGN TO "EXCPTRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT ARCH-CHAIN-FILE ASSIGN TO "AUDITARC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-CHAIN-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO "FININTFC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS IFACE-FILE-STATUS.
           SELECT IFACE-FEED-FILE ASSIGN TO "FININTF2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.
           SELECT BREAK-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BREAK-FILE-STATUS.
           SELECT POOL-FILE ASSIGN TO "PENDPOOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS POOL-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BRKHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT EXTRACT-REG-FILE ASSIGN TO "EXTREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXTREG-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.
      * Each hand-off file shares the record area of the shared file
      * it is merged into, so a row read off the hand-off is looked
      * at through the shared file's copybook fields and written
      * straight back out.
       I-O-CONTROL.
           SAME RECORD AREA FOR AUDIT-FILE STREAM-AUD-FILE
           SAME RECORD AREA FOR IFACE-FEED-FILE STREAM-FEED-FILE
           SAME RECORD AREA FOR BREAK-FILE BRK-SLICE-FILE
           SAME RECORD AREA FOR POOL-FILE POOL-SLICE-FILE
           SAME RECORD AREA FOR HISTORY-FILE STREAM-HIST-FILE
           SAME RECORD AREA FOR EXTRACT-REG-FILE XREG-SLICE-FILE
           SAME RECORD AREA FOR ALERT-FILE STREAM-ALERT-FILE
           SAME RECORD AREA FOR RUN-STAT-FILE STREAM-RUNS-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-MAP-FILE.
       01  STREAM-MAP-REC.
           COPY STRMCTL.

       FD  STREAM-STAT-FILE.
       01  STREAM-STAT-REC.
           COPY STRMSTAT.

       FD  STREAM-RPT-FILE.
       01  STREAM-RPT-REC         PIC X(132).

       FD  STREAM-AUD-FILE.
       01  STREAM-AUD-REC         PIC X(76).

       FD  STREAM-FEED-FILE.
       01  STREAM-FEED-REC        PIC X(33).

       FD  BRK-SLICE-FILE.
       01  BRK-SLICE-REC          PIC X(84).

       FD  POOL-SLICE-FILE.
       01  POOL-SLICE-REC         PIC X(52).

       FD  STREAM-HIST-FILE.
       01  STREAM-HIST-REC        PIC X(117).

       FD  XREG-SLICE-FILE.
       01  XREG-SLICE-REC         PIC X(57).

       FD  STREAM-ALERT-FILE.
       01  STREAM-ALERT-REC       PIC X(35).

       FD  STREAM-RUNS-FILE.
       01  STREAM-RUNS-REC        PIC X(43).

       FD  EXCEPT-RPT.
       01  RPT-LINE               PIC X(132).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           COPY AUDITREC.

       FD  ARCH-CHAIN-FILE.
       01  ARCH-CHAIN-REC         PIC X(76).

       FD  INTERFACE-FILE.
       01  INTERFACE-REC.
           COPY IFACEREC.

       FD  IFACE-FEED-FILE.
       01  IFACE-FEED-REC.
           COPY IFACEHDT.

       FD  BREAK-FILE.
       01  BREAK-REC.
           COPY BRKREC.

       FD  POOL-FILE.
       01  POOL-REC.
           COPY POOLREC.

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY BRKHIST.

       FD  EXTRACT-REG-FILE.
       01  EXTRACT-REG-REC.
           COPY EXTREG.

       FD  ALERT-FILE.
       01  ALERT-REC.
           COPY OPALREC.

       FD  RUN-STAT-FILE.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  STRMCTL-FILE-STATUS    PIC XX VALUE '00'.
           88  STRMCTL-FILE-NOT-FOUND VALUE '35'.
       01  STRMSTAT-FILE-STATUS   PIC XX VALUE '00'.
           88  STRMSTAT-FILE-NOT-FOUND VALUE '35'.
       01  HANDOFF-FILE-STATUS    PIC XX VALUE '00'.
           88  HANDOFF-FILE-NOT-FOUND VALUE '35'.
       01  AUDIT-FILE-STATUS      PIC XX VALUE '00'.
           88  AUDIT-FILE-NOT-FOUND   VALUE '35'.
       01  ARCH-CHAIN-STATUS      PIC XX VALUE '00'.
           88  ARCH-CHAIN-NOT-FOUND   VALUE '35'.
       01  IFACE-FILE-STATUS      PIC XX VALUE '00'.
           88  IFACE-FILE-NOT-FOUND   VALUE '35'.
       01  FEED-FILE-STATUS       PIC XX VALUE '00'.
           88  FEED-FILE-NOT-FOUND    VALUE '35'.
       01  BREAK-FILE-STATUS      PIC XX VALUE '00'.
           88  BREAK-FILE-NOT-FOUND   VALUE '35'.
       01  POOL-FILE-STATUS       PIC XX VALUE '00'.
           88  POOL-FILE-NOT-FOUND    VALUE '35'.
       01  HISTORY-FILE-STATUS    PIC XX VALUE '00'.
           88  HISTORY-FILE-NOT-FOUND VALUE '35'.
       01  EXTREG-FILE-STATUS     PIC XX VALUE '00'.
           88  EXTREG-FILE-NOT-FOUND  VALUE '35'.
       01  ALERT-FILE-STATUS      PIC XX VALUE '00'.
           88  ALERT-FILE-NOT-FOUND   VALUE '35'.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  EOF-SW                 PIC X VALUE 'N'.
           88  END-OF-INPUT           VALUE 'Y'.
       01  IO-ERROR-SW            PIC X VALUE 'N'.
           88  IO-ERROR               VALUE 'Y'.
       01  BRK-FULL-SW            PIC X VALUE 'N'.
           88  BRK-TABLE-FULL         VALUE 'Y'.
       01  POOL-FULL-SW           PIC X VALUE 'N'.
           88  POOL-TABLE-FULL        VALUE 'Y'.
      * Whether the row in hand goes out.  Set on a feed batch
      * header, a stream report marker, or a stream run-status start
      * record, it carries to the rows that follow.
       01  KEEP-SW                PIC X VALUE 'N'.
           88  KEEP-ROW               VALUE 'Y'.
       01  WS-TODAY               PIC 9(8) VALUE 0.
       01  WS-MERGE-TIME          PIC 9(6) VALUE 0.
       01  WS-ENTITY              PIC X(2) VALUE SPACES.
       01  WS-STX                 PIC 9(2) VALUE 0.
       01  WS-STM-MAX             PIC 9(2) VALUE 99.
       01  WS-STM-IDX             PIC 9(2) VALUE 0.
       01  WS-BATCH-SEQ           PIC 9(2) VALUE 0.
       01  WS-HOLD-MAX            PIC 9(5) VALUE 99999.
       01  WS-MASTER-SLICES       PIC 9(2) VALUE 0.
       01  WS-POOL-SLICES         PIC 9(2) VALUE 0.
       01  WS-AUD-READ            PIC 9(9) VALUE 0.
       01  WS-AUD-MERGED          PIC 9(9) VALUE 0.
       01  WS-DONE-COUNT          PIC 9(2) VALUE 0.
       01  WS-FAIL-COUNT          PIC 9(2) VALUE 0.
       01  WS-SKIP-COUNT          PIC 9(2) VALUE 0.
       01  WS-TOT-EXCP            PIC 9(9) VALUE 0.
       01  WS-TOT-EXPOSURE        PIC 9(13)V99 VALUE 0.

      * Audit chain pickup - the same scan of the live log (and of
      * the archive when the live log holds no chained record) that
      * FDNIGHT does, keeping the last sequence/check pair seen.
       01  CHAIN-EOF-SW           PIC X VALUE 'N'.
           88  END-OF-CHAIN-SCAN      VALUE 'Y'.
       01  CHAIN-FOUND-SW         PIC X VALUE 'N'.
           88  CHAIN-TAIL-FOUND       VALUE 'Y'.
       01  WS-PREV-SEQ            PIC 9(9) VALUE 0.
       01  WS-PREV-CHECK          PIC 9(9) VALUE 0.
       01  WS-CHAIN-WORK          PIC S9(18) VALUE 0.
       01  WS-CHAIN-MODULUS       PIC 9(10) VALUE 1000000000.
       01  CHAIN-PICKUP-REC       PIC X(76) VALUE SPACES.
       01  CHAIN-PICKUP-FIELDS REDEFINES CHAIN-PICKUP-REC.
           05  FILLER             PIC X(58).
           05  CP-SEQ-NO          PIC 9(9).
           05  CP-CHAIN-CHECK     PIC 9(9).

      * STM-TABLE - the stream map, entity to stream, last row for
      * an entity winning; SM-STX points at the entity's stream in
      * STR-TABLE (zero for an entity no stream reconciles).
       01  STM-TABLE.
           05  STM-COUNT          PIC 9(2) VALUE 0.
           05  STM-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON STM-COUNT
                   INDEXED BY SMX.
               10  SM-ENTITY      PIC X(2).
               10  SM-STREAM      PIC X(2).
               10  SM-STX         PIC 9(2).

      * STR-TABLE - one entry per stream on the map, with tonight's
      * outcome off STRMSTAT.  ST-STATE is the outcome as reported:
      * the STRMSTAT outcome, N = not run, M = already merged.
      * ST-APPLY-SW marks a stream whose alerts and run status are
      * still to go out; ST-MERGE-SW one whose results merge.
       01  STR-TABLE.
           05  STR-COUNT          PIC 9(2) VALUE 0.
           05  STR-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON STR-COUNT
                   INDEXED BY STX.
               10  ST-STREAM      PIC X(2).
               10  ST-ENT-COUNT   PIC 9(2).
               10  ST-STAT-SW     PIC X(1).
               10  ST-MERGED-SW   PIC X(1).
               10  ST-STATE       PIC X(1).
                   88  ST-COMPLETED      VALUE 'C'.
                   88  ST-REJECTED       VALUE 'R'.
                   88  ST-ABORTED        VALUE 'A'.
                   88  ST-SKIPPED        VALUE 'S'.
                   88  ST-NOT-RUN        VALUE 'N'.
                   88  ST-ALREADY-MERGED VALUE 'M'.
               10  ST-APPLY-SW    PIC X(1).
               10  ST-MERGE-SW    PIC X(1).
               10  ST-MASTER-SW   PIC X(1).
               10  ST-POOL-SW     PIC X(1).
               10  ST-START-DATE  PIC 9(8).
               10  ST-START-TIME  PIC 9(6).
               10  ST-RETURN-CODE PIC 9(2).
               10  ST-REC-COUNT   PIC 9(9).
               10  ST-EXCP-COUNT  PIC 9(9).
               10  ST-EXPOSURE    PIC 9(13)V99.
               10  ST-MSG         PIC X(40).

      * EB-TABLE - the batch id each merged audit row was restamped
      * with, by entity, for the feed headers.
       01  EB-TABLE.
           05  EB-COUNT           PIC 9(2) VALUE 0.
           05  EB-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON EB-COUNT
                   INDEXED BY EBX.
               10  EB-ENTITY      PIC X(2).
               10  EB-BATCH-ID    PIC X(8).

      * Rows of the shared master and pool kept as they were - every
      * entity whose stream has no slice to lay over them tonight.
       01  HOLD-BRK-TABLE.
           05  HB-COUNT           PIC 9(5) VALUE 0.
           05  HB-ROW OCCURS 1 TO 99999 TIMES
                   DEPENDING ON HB-COUNT
                   INDEXED BY HBX.
               10  HB-DATA        PIC X(84).
       01  HOLD-POOL-TABLE.
           05  HP-COUNT           PIC 9(5) VALUE 0.
           05  HP-ROW OCCURS 1 TO 99999 TIMES
                   DEPENDING ON HP-COUNT
                   INDEXED BY HPX.
               10  HP-DATA        PIC X(52).

       01  RPT-HEADING-1.
           05  FILLER             PIC X(30) VALUE
               'FINDIT NIGHTLY STREAM MERGE  '.
           05  FILLER             PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H-DATE         PIC 9(8).
       01  RPT-COL-HEADING.
           05  FILLER             PIC X(26) VALUE
               'STREAM ENTS OUTCOME'.
           05  FILLER             PIC X(44) VALUE
               'RC    RECORDS EXCEPTIONS    EXPOSURE (USD)'.
           05  FILLER             PIC X(7)  VALUE 'MESSAGE'.
       01  RPT-STREAM-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-D-STREAM       PIC X(2).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RPT-D-ENTS         PIC Z9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-D-OUTCOME      PIC X(14).
           05  RPT-D-RC           PIC Z9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-D-RECS         PIC ZZZZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-D-EXCP         PIC ZZZZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-D-EXPOSURE     PIC ZZZZZZZZZZZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-D-MSG          PIC X(40).
       01  RPT-TOTALS-1.
           05  FILLER             PIC X(31) VALUE
               'STREAMS ON THE MAP ......... : '.
           05  RPT-T-STREAMS      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER             PIC X(31) VALUE
               'STREAMS RECONCILED ......... : '.
           05  RPT-T-DONE         PIC ZZZZZZZZ9.
       01  RPT-TOTALS-3.
           05  FILLER             PIC X(31) VALUE
               'STREAMS FAILED ............. : '.
           05  RPT-T-FAILED       PIC ZZZZZZZZ9.
       01  RPT-TOTALS-4.
           05  FILLER             PIC X(31) VALUE
               'STREAMS SKIPPED ............ : '.
           05  RPT-T-SKIPPED      PIC ZZZZZZZZ9.
       01  RPT-TOTALS-5.
           05  FILLER             PIC X(31) VALUE
               'AUDIT ROWS MERGED .......... : '.
           05  RPT-T-AUDIT        PIC ZZZZZZZZ9.
       01  RPT-TOTALS-6.
           05  FILLER             PIC X(31) VALUE
               'TOTAL EXCEPTIONS ........... : '.
           05  RPT-T-EXCP         PIC ZZZZZZZZ9.
       01  RPT-TOTALS-7.
           05  FILLER             PIC X(31) VALUE
               'TOTAL EXPOSURE (USD) ....... : '.
           05  RPT-T-EXPOSURE     PIC ZZZZZZZZZZZZ9.99.
       01  RPT-BRK-FULL-LINE      PIC X(46) VALUE
               'BREAK MASTER EXCEEDS TABLE LIMIT - NOT UPDATED'.
       01  RPT-POOL-FULL-LINE     PIC X(46) VALUE
               'HOLDING POOL EXCEEDS TABLE LIMIT - NOT UPDATED'.
       01  RPT-ABORT-LINE         PIC X(40) VALUE
               'RUN ABORTED - STREAM MAP NOT AVAILABLE'.
       01  RPT-BLANK-LINE         PIC X(1)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           IF IO-ERROR
             WRITE RPT-LINE FROM RPT-ABORT-LINE
           ELSE
             PERFORM 2000-MERGE-AUDIT-ROWS
             PERFORM 2500-MERGE-FEED-BATCHES
             PERFORM 3000-REBUILD-BREAK-MASTER
             PERFORM 3500-REBUILD-HOLDING-POOL
             PERFORM 4000-APPEND-BREAK-HISTORY
             PERFORM 4500-APPEND-REGISTRY
             PERFORM 5000-APPEND-ALERTS
             PERFORM 6000-PRINT-MERGE-REPORT
             PERFORM 7000-APPEND-RUN-STATUS
           END-IF
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9800-WRITE-RUN-END
           PERFORM 9999-TERMINATE
           STOP RUN.
       0000-END. EXIT.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-MERGE-TIME
           OPEN OUTPUT EXCEPT-RPT
           MOVE WS-TODAY TO RPT-H-DATE
           WRITE RPT-LINE FROM RPT-HEADING-1
           PERFORM 1100-LOAD-STREAM-MAP
      * With no map there is no telling whose rows are whose, so
      * nothing is merged at all.
           IF STR-COUNT = 0
             MOVE 'Y' TO IO-ERROR-SW
           ELSE
             PERFORM 1200-LOAD-STREAM-STATUS
             PERFORM 1300-SCAN-RUN-STATUS
             PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STR-COUNT
               PERFORM 1400-SET-STREAM-STATE
             END-PERFORM
           END-IF.
       1000-END. EXIT.
      *
       1100-LOAD-STREAM-MAP.
      * Last row for an entity wins; an entity mapped to a blank
      * stream is on no stream.  The stream table is then built
      * from the distinct streams the map names.
           MOVE 0 TO STM-COUNT
           MOVE 0 TO STR-COUNT
           MOVE 'N' TO EOF-SW
           OPEN INPUT STREAM-MAP-FILE
           IF STRMCTL-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             PERFORM UNTIL END-OF-INPUT
                 READ STREAM-MAP-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         PERFORM 1110-STORE-MAP-ROW
                 END-READ
             END-PERFORM
             CLOSE STREAM-MAP-FILE
           END-IF
           PERFORM VARYING SMX FROM 1 BY 1 UNTIL SMX > STM-COUNT
             MOVE 0 TO SM-STX(SMX)
             IF SM-STREAM(SMX) NOT = SPACES
               PERFORM 1120-ADD-MAP-STREAM
             END-IF
           END-PERFORM.
       1100-END. EXIT.
      *
       1110-STORE-MAP-ROW.
           MOVE 0 TO WS-STM-IDX
           PERFORM VARYING SMX FROM 1 BY 1 UNTIL SMX > STM-COUNT
             IF SM-ENTITY(SMX) = SC-ENTITY
               SET WS-STM-IDX TO SMX
             END-IF
           END-PERFORM
           IF WS-STM-IDX = 0 AND STM-COUNT < WS-STM-MAX
             ADD 1 TO STM-COUNT
             MOVE STM-COUNT TO WS-STM-IDX
           END-IF
           IF WS-STM-IDX > 0
             MOVE SC-ENTITY TO SM-ENTITY(WS-STM-IDX)
             MOVE SC-STREAM TO SM-STREAM(WS-STM-IDX)
           END-IF.
       1110-END. EXIT.
      *
       1120-ADD-MAP-STREAM.
           MOVE 0 TO WS-STX
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STR-COUNT
             IF ST-STREAM(STX) = SM-STREAM(SMX)
               SET WS-STX TO STX
             END-IF
           END-PERFORM
           IF WS-STX = 0
             ADD 1 TO STR-COUNT
             MOVE STR-COUNT TO WS-STX
             MOVE SM-STREAM(SMX) TO ST-STREAM(WS-STX)
             MOVE 0 TO ST-ENT-COUNT(WS-STX)
             MOVE 'N' TO ST-STAT-SW(WS-STX)
             MOVE 'N' TO ST-MERGED-SW(WS-STX)
             MOVE 'N' TO ST-STATE(WS-STX)
             MOVE 'N' TO ST-APPLY-SW(WS-STX)
             MOVE 'N' TO ST-MERGE-SW(WS-STX)
             MOVE 'N' TO ST-MASTER-SW(WS-STX)
             MOVE 'N' TO ST-POOL-SW(WS-STX)
             MOVE 0 TO ST-START-DATE(WS-STX)
             MOVE 0 TO ST-START-TIME(WS-STX)
             MOVE 0 TO ST-RETURN-CODE(WS-STX)
             MOVE 0 TO ST-REC-COUNT(WS-STX)
             MOVE 0 TO ST-EXCP-COUNT(WS-STX)
             MOVE 0 TO ST-EXPOSURE(WS-STX)
             MOVE SPACES TO ST-MSG(WS-STX)
           END-IF
           ADD 1 TO ST-ENT-COUNT(WS-STX)
           MOVE WS-STX TO SM-STX(SMX).
       1120-END. EXIT.
      *
       1200-LOAD-STREAM-STATUS.
      * The last outcome row a stream wrote is the one that counts.
      * A row for a stream no longer on the map is ignored.
           MOVE 'N' TO EOF-SW
           OPEN INPUT STREAM-STAT-FILE
           IF STRMSTAT-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             PERFORM UNTIL END-OF-INPUT
                 READ STREAM-STAT-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         PERFORM 1210-STORE-STREAM-STATUS
                 END-READ
             END-PERFORM
             CLOSE STREAM-STAT-FILE
           END-IF.
       1200-END. EXIT.
      *
       1210-STORE-STREAM-STATUS.
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STR-COUNT
             IF ST-STREAM(STX) = SS-STREAM
               MOVE 'Y' TO ST-STAT-SW(STX)
               MOVE SS-OUTCOME TO ST-STATE(STX)
               MOVE SS-MASTER-SW TO ST-MASTER-SW(STX)
               MOVE SS-POOL-SW TO ST-POOL-SW(STX)
               MOVE SS-START-DATE TO ST-START-DATE(STX)
               MOVE SS-START-TIME TO ST-START-TIME(STX)
               MOVE SS-RETURN-CODE TO ST-RETURN-CODE(STX)
               MOVE SS-REC-COUNT TO ST-REC-COUNT(STX)
               MOVE SS-EXCP-COUNT TO ST-EXCP-COUNT(STX)
               MOVE SS-EXPOSURE TO ST-EXPOSURE(STX)
               MOVE SS-MSG TO ST-MSG(STX)
             END-IF
           END-PERFORM.
       1210-END. EXIT.
      *
       1300-SCAN-RUN-STATUS.
      * A stream whose FDNIGHT start record is already on the live
      * RUNSTAT was merged by an earlier run of this step.
           MOVE 'N' TO EOF-SW
           OPEN INPUT RUN-STAT-FILE
           IF RUNSTAT-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             PERFORM UNTIL END-OF-INPUT
                 READ RUN-STAT-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         IF RS-PROGRAM-ID = 'FDNIGHT' AND RS-START-REC
                           PERFORM 1310-MARK-MERGED-STREAM
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE RUN-STAT-FILE
           END-IF.
       1300-END. EXIT.
      *
       1310-MARK-MERGED-STREAM.
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STR-COUNT
             IF ST-STAT-SW(STX) = 'Y'
                AND ST-START-DATE(STX) = RS-RUN-DATE
                AND ST-START-TIME(STX) = RS-RUN-TIME
               MOVE 'Y' TO ST-MERGED-SW(STX)
             END-IF
           END-PERFORM.
       1310-END. EXIT.
      *
       1400-SET-STREAM-STATE.
      * An already-merged outcome from an earlier night is a stream
      * that has not run since; one from tonight is a rerun of this
      * step.  Anything else is merged now.
           EVALUATE TRUE
             WHEN ST-STAT-SW(STX) NOT = 'Y'
               MOVE 'N' TO ST-STATE(STX)
             WHEN ST-MERGED-SW(STX) = 'Y'
                  AND ST-START-DATE(STX) NOT = WS-TODAY
               MOVE 'N' TO ST-STATE(STX)
             WHEN ST-MERGED-SW(STX) = 'Y'
               MOVE 'M' TO ST-STATE(STX)
             WHEN OTHER
               MOVE 'Y' TO ST-APPLY-SW(STX)
               IF ST-COMPLETED(STX)
                 MOVE 'Y' TO ST-MERGE-SW(STX)
               END-IF
           END-EVALUATE
           IF ST-MERGE-SW(STX) = 'Y' AND ST-MASTER-SW(STX) = 'Y'
             ADD 1 TO WS-MASTER-SLICES
           END-IF
           IF ST-MERGE-SW(STX) = 'Y' AND ST-POOL-SW(STX) = 'Y'
             ADD 1 TO WS-POOL-SLICES
           END-IF.
       1400-END. EXIT.
      *
       1500-FIND-ENTITY-STREAM.
      * The stream WS-ENTITY's rows belong to, zero for none.
           MOVE 0 TO WS-STX
           PERFORM VARYING SMX FROM 1 BY 1 UNTIL SMX > STM-COUNT
             IF SM-ENTITY(SMX) = WS-ENTITY
               MOVE SM-STX(SMX) TO WS-STX
             END-IF
           END-PERFORM.
       1500-END. EXIT.
      *
       2000-MERGE-AUDIT-ROWS.
      * Completed streams' audit rows go onto the live log in the
      * order they were handed off, restamped into the one chain.
      * Each also goes out as its legacy FININTFC record.
           PERFORM 2100-GET-LAST-CHAIN
           MOVE 'N' TO EOF-SW
           OPEN INPUT STREAM-AUD-FILE
           IF HANDOFF-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             OPEN EXTEND AUDIT-FILE
             IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
             END-IF
             OPEN EXTEND INTERFACE-FILE
             IF IFACE-FILE-NOT-FOUND
               OPEN OUTPUT INTERFACE-FILE
             END-IF
             PERFORM UNTIL END-OF-INPUT
                 READ STREAM-AUD-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         ADD 1 TO WS-AUD-READ
                         MOVE AUD-ENTITY TO WS-ENTITY
                         PERFORM 1500-FIND-ENTITY-STREAM
                         IF WS-STX > 0
                           IF ST-MERGE-SW(WS-STX) = 'Y'
                             PERFORM 2200-WRITE-MERGED-AUDIT-ROW
                           END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE STREAM-AUD-FILE
             CLOSE AUDIT-FILE
             CLOSE INTERFACE-FILE
           END-IF.
       2000-END. EXIT.
      *
       2100-GET-LAST-CHAIN.
      * Scans the live log and keeps the last sequence/check pair
      * seen; only when it holds no chained record is the archive
      * walked.
           MOVE 0 TO WS-PREV-SEQ
           MOVE 0 TO WS-PREV-CHECK
           MOVE 'N' TO CHAIN-FOUND-SW
           MOVE 'N' TO CHAIN-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-NOT-FOUND
             CONTINUE
           ELSE
             PERFORM UNTIL END-OF-CHAIN-SCAN
                 READ AUDIT-FILE INTO CHAIN-PICKUP-REC
                     AT END
                         MOVE 'Y' TO CHAIN-EOF-SW
                     NOT AT END
                         PERFORM 2110-SAVE-CHAIN-TAIL
                 END-READ
             END-PERFORM
             CLOSE AUDIT-FILE
           END-IF
           IF NOT CHAIN-TAIL-FOUND
             MOVE 'N' TO CHAIN-EOF-SW
             OPEN INPUT ARCH-CHAIN-FILE
             IF ARCH-CHAIN-NOT-FOUND
               CONTINUE
             ELSE
               PERFORM UNTIL END-OF-CHAIN-SCAN
                   READ ARCH-CHAIN-FILE INTO CHAIN-PICKUP-REC
                       AT END
                           MOVE 'Y' TO CHAIN-EOF-SW
                       NOT AT END
                           PERFORM 2110-SAVE-CHAIN-TAIL
                   END-READ
               END-PERFORM
               CLOSE ARCH-CHAIN-FILE
             END-IF
           END-IF.
       2100-END. EXIT.
      *
       2110-SAVE-CHAIN-TAIL.
           IF CP-SEQ-NO NUMERIC AND CP-CHAIN-CHECK NUMERIC
             MOVE 'Y' TO CHAIN-FOUND-SW
             MOVE CP-SEQ-NO TO WS-PREV-SEQ
             MOVE CP-CHAIN-CHECK TO WS-PREV-CHECK
           END-IF
           MOVE SPACES TO CHAIN-PICKUP-REC.
       2110-END. EXIT.
      *
       2150-COMPUTE-CHAIN-CHECK.
      * The chain formula documented in AUDITREC - every writer and
      * the FDAUDVFY verifier must compute it identically.
           COMPUTE WS-CHAIN-WORK = WS-PREV-CHECK * 31
                   + AUD-SEQ-NO + AUD-RUN-DATE + AUD-RUN-TIME
                   + AUD-REC-COUNT + AUD-RESULT
                   + AUD-EXPOSURE * 100
           IF AUD-EXCEPTION
             ADD 7 TO WS-CHAIN-WORK
           END-IF
           COMPUTE AUD-CHAIN-CHECK = FUNCTION MOD
                   (WS-CHAIN-WORK, WS-CHAIN-MODULUS).
       2150-END. EXIT.
      *
       2200-WRITE-MERGED-AUDIT-ROW.
      * The row keeps the stream's run date and time; the batch id,
      * sequence, and check are restamped.
           ADD 1 TO WS-BATCH-SEQ
           STRING WS-MERGE-TIME
                  WS-BATCH-SEQ
                  DELIMITED BY SIZE INTO AUD-BATCH-ID
           IF EB-COUNT < 99
             ADD 1 TO EB-COUNT
             MOVE AUD-ENTITY TO EB-ENTITY(EB-COUNT)
             MOVE AUD-BATCH-ID TO EB-BATCH-ID(EB-COUNT)
           END-IF
           COMPUTE AUD-SEQ-NO = WS-PREV-SEQ + 1
           PERFORM 2150-COMPUTE-CHAIN-CHECK
           WRITE AUDIT-REC
           MOVE AUD-SEQ-NO TO WS-PREV-SEQ
           MOVE AUD-CHAIN-CHECK TO WS-PREV-CHECK
           ADD 1 TO WS-AUD-MERGED
           MOVE AUD-BATCH-ID TO IF-BATCH-ID
           MOVE AUD-REC-COUNT TO IF-REC-COUNT
           MOVE AUD-RESULT TO IF-RESULT
           MOVE AUD-STATUS TO IF-STATUS
           WRITE INTERFACE-REC.
       2200-END. EXIT.
      *
       2500-MERGE-FEED-BATCHES.
      * A batch belongs to the stream of the entity on its header,
      * and its details and trailer go wherever the header went.
      * The header takes the batch id its audit row was given.
           MOVE 'N' TO EOF-SW
           MOVE 'N' TO KEEP-SW
           OPEN INPUT STREAM-FEED-FILE
           IF HANDOFF-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             OPEN EXTEND IFACE-FEED-FILE
             IF FEED-FILE-NOT-FOUND
               OPEN OUTPUT IFACE-FEED-FILE
             END-IF
             PERFORM UNTIL END-OF-INPUT
                 READ STREAM-FEED-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         IF IF2-HEADER
                           PERFORM 2510-CHECK-FEED-HEADER
                         END-IF
                         IF KEEP-ROW
                           WRITE IFACE-FEED-REC
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE STREAM-FEED-FILE
             CLOSE IFACE-FEED-FILE
           END-IF.
       2500-END. EXIT.
      *
       2510-CHECK-FEED-HEADER.
           MOVE 'N' TO KEEP-SW
           MOVE IF2-H-ENTITY TO WS-ENTITY
           PERFORM 1500-FIND-ENTITY-STREAM
           IF WS-STX > 0
             IF ST-MERGE-SW(WS-STX) = 'Y'
               MOVE 'Y' TO KEEP-SW
             END-IF
           END-IF
           IF KEEP-ROW
             PERFORM VARYING EBX FROM 1 BY 1 UNTIL EBX > EB-COUNT
               IF EB-ENTITY(EBX) = IF2-H-ENTITY
                 MOVE EB-BATCH-ID(EBX) TO IF2-H-BATCH-ID
               END-IF
             END-PERFORM
           END-IF.
       2510-END. EXIT.
      *
       3000-REBUILD-BREAK-MASTER.
      * The master is rewritten as the rows of every entity left
      * alone tonight followed by the slices of the streams that
      * wrote one.  If the rows to keep outgrow the work table the
      * rewrite is skipped, pool included, so the master is never
      * quietly shortened.
           IF WS-MASTER-SLICES > 0
             MOVE 0 TO HB-COUNT
             MOVE 'N' TO EOF-SW
             OPEN INPUT BREAK-FILE
             IF BREAK-FILE-NOT-FOUND
               MOVE 'Y' TO EOF-SW
             ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ BREAK-FILE
                       AT END
                           MOVE 'Y' TO EOF-SW
                       NOT AT END
                           MOVE BRK-ENTITY TO WS-ENTITY
                           PERFORM 3050-HOLD-MASTER-ROW
                   END-READ
               END-PERFORM
               CLOSE BREAK-FILE
             END-IF
             IF BRK-TABLE-FULL
               WRITE RPT-LINE FROM RPT-BRK-FULL-LINE
             ELSE
               PERFORM 3100-WRITE-BREAK-MASTER
             END-IF
           END-IF.
       3000-END. EXIT.
      *
       3050-HOLD-MASTER-ROW.
           PERFORM 1500-FIND-ENTITY-STREAM
           MOVE 'Y' TO KEEP-SW
           IF WS-STX > 0
             IF ST-MERGE-SW(WS-STX) = 'Y'
                AND ST-MASTER-SW(WS-STX) = 'Y'
               MOVE 'N' TO KEEP-SW
             END-IF
           END-IF
           IF KEEP-ROW
             IF HB-COUNT >= WS-HOLD-MAX
               MOVE 'Y' TO BRK-FULL-SW
             ELSE
               ADD 1 TO HB-COUNT
               MOVE BREAK-REC TO HB-DATA(HB-COUNT)
             END-IF
           END-IF.
       3050-END. EXIT.
      *
       3100-WRITE-BREAK-MASTER.
           OPEN OUTPUT BREAK-FILE
           PERFORM VARYING HBX FROM 1 BY 1 UNTIL HBX > HB-COUNT
             MOVE HB-DATA(HBX) TO BREAK-REC
             WRITE BREAK-REC
           END-PERFORM
           MOVE 'N' TO EOF-SW
           OPEN INPUT BRK-SLICE-FILE
           IF HANDOFF-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             PERFORM UNTIL END-OF-INPUT
                 READ BRK-SLICE-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         MOVE BRK-ENTITY TO WS-ENTITY
                         PERFORM 1500-FIND-ENTITY-STREAM
                         IF WS-STX > 0
                           IF ST-MERGE-SW(WS-STX) = 'Y'
                              AND ST-MASTER-SW(WS-STX) = 'Y'
                             WRITE BREAK-REC
                           END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE BRK-SLICE-FILE
           END-IF
           CLOSE BREAK-FILE.
       3100-END. EXIT.
      *
       3500-REBUILD-HOLDING-POOL.
      * The pool is rebuilt the same way as the master.  When the
      * master could not be rewritten the pool is left alone too,
      * or the rows the streams released to the master would be
      * lost from both.
           IF WS-POOL-SLICES > 0 AND NOT BRK-TABLE-FULL
             MOVE 0 TO HP-COUNT
             MOVE 'N' TO EOF-SW
             OPEN INPUT POOL-FILE
             IF POOL-FILE-NOT-FOUND
               MOVE 'Y' TO EOF-SW
             ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ POOL-FILE
                       AT END
                           MOVE 'Y' TO EOF-SW
                       NOT AT END
                           MOVE PL-ENTITY TO WS-ENTITY
                           PERFORM 3550-HOLD-POOL-ROW
                   END-READ
               END-PERFORM
               CLOSE POOL-FILE
             END-IF
             IF POOL-TABLE-FULL
               WRITE RPT-LINE FROM RPT-POOL-FULL-LINE
             ELSE
               PERFORM 3600-WRITE-HOLDING-POOL
             END-IF
           END-IF.
       3500-END. EXIT.
      *
       3550-HOLD-POOL-ROW.
           PERFORM 1500-FIND-ENTITY-STREAM
           MOVE 'Y' TO KEEP-SW
           IF WS-STX > 0
             IF ST-MERGE-SW(WS-STX) = 'Y'
                AND ST-POOL-SW(WS-STX) = 'Y'
               MOVE 'N' TO KEEP-SW
             END-IF
           END-IF
           IF KEEP-ROW
             IF HP-COUNT >= WS-HOLD-MAX
               MOVE 'Y' TO POOL-FULL-SW
             ELSE
               ADD 1 TO HP-COUNT
               MOVE POOL-REC TO HP-DATA(HP-COUNT)
             END-IF
           END-IF.
       3550-END. EXIT.
      *
       3600-WRITE-HOLDING-POOL.
           OPEN OUTPUT POOL-FILE
           PERFORM VARYING HPX FROM 1 BY 1 UNTIL HPX > HP-COUNT
             MOVE HP-DATA(HPX) TO POOL-REC
             WRITE POOL-REC
           END-PERFORM
           MOVE 'N' TO EOF-SW
           OPEN INPUT POOL-SLICE-FILE
           IF HANDOFF-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             PERFORM UNTIL END-OF-INPUT
                 READ POOL-SLICE-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         MOVE PL-ENTITY TO WS-ENTITY
                         PERFORM 1500-FIND-ENTITY-STREAM
                         IF WS-STX > 0
                           IF ST-MERGE-SW(WS-STX) = 'Y'
                              AND ST-POOL-SW(WS-STX) = 'Y'
                             WRITE POOL-REC
                           END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE POOL-SLICE-FILE
           END-IF
           CLOSE POOL-FILE.
       3600-END. EXIT.
      *
       4000-APPEND-BREAK-HISTORY.
           MOVE 'N' TO EOF-SW
           OPEN INPUT STREAM-HIST-FILE
           IF HANDOFF-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             OPEN EXTEND HISTORY-FILE
             IF HISTORY-FILE-NOT-FOUND
               OPEN OUTPUT HISTORY-FILE
             END-IF
             PERFORM UNTIL END-OF-INPUT
                 READ STREAM-HIST-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         MOVE BH-ENTITY TO WS-ENTITY
                         PERFORM 1500-FIND-ENTITY-STREAM
                         IF WS-STX > 0
                           IF ST-MERGE-SW(WS-STX) = 'Y'
                             WRITE HISTORY-REC
                           END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE STREAM-HIST-FILE
             CLOSE HISTORY-FILE
           END-IF.
       4000-END. EXIT.
      *
       4500-APPEND-REGISTRY.
           MOVE 'N' TO EOF-SW
           OPEN INPUT XREG-SLICE-FILE
           IF HANDOFF-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             OPEN EXTEND EXTRACT-REG-FILE
             IF EXTREG-FILE-NOT-FOUND
               OPEN OUTPUT EXTRACT-REG-FILE
             END-IF
             PERFORM UNTIL END-OF-INPUT
                 READ XREG-SLICE-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         MOVE ER-ENTITY TO WS-ENTITY
                         PERFORM 1500-FIND-ENTITY-STREAM
                         IF WS-STX > 0
                           IF ST-MERGE-SW(WS-STX) = 'Y'
                             WRITE EXTRACT-REG-REC
                           END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE XREG-SLICE-FILE
             CLOSE EXTRACT-REG-FILE
           END-IF.
       4500-END. EXIT.
      *
       5000-APPEND-ALERTS.
      * A stream's replayed-extract alerts go out whatever its
      * outcome - the replay is usually why it was rejected.  Only
      * a stream already merged, or one that has not run since it
      * was, holds its alerts back; an alert naming an entity no
      * stream is mapped to goes out regardless.
           MOVE 'N' TO EOF-SW
           OPEN INPUT STREAM-ALERT-FILE
           IF HANDOFF-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             OPEN EXTEND ALERT-FILE
             IF ALERT-FILE-NOT-FOUND
               OPEN OUTPUT ALERT-FILE
             END-IF
             PERFORM UNTIL END-OF-INPUT
                 READ STREAM-ALERT-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         MOVE AL-R-ENTITY TO WS-ENTITY
                         PERFORM 1500-FIND-ENTITY-STREAM
                         IF WS-STX = 0
                           WRITE ALERT-REC
                         ELSE
                           IF ST-APPLY-SW(WS-STX) = 'Y'
                             WRITE ALERT-REC
                           END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE STREAM-ALERT-FILE
             CLOSE ALERT-FILE
           END-IF.
       5000-END. EXIT.
      *
       6000-PRINT-MERGE-REPORT.
           WRITE RPT-LINE FROM RPT-BLANK-LINE
           WRITE RPT-LINE FROM RPT-COL-HEADING
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STR-COUNT
             PERFORM 6100-PRINT-STREAM-LINE
           END-PERFORM
           WRITE RPT-LINE FROM RPT-BLANK-LINE
           MOVE STR-COUNT TO RPT-T-STREAMS
           WRITE RPT-LINE FROM RPT-TOTALS-1
           MOVE WS-DONE-COUNT TO RPT-T-DONE
           WRITE RPT-LINE FROM RPT-TOTALS-2
           MOVE WS-FAIL-COUNT TO RPT-T-FAILED
           WRITE RPT-LINE FROM RPT-TOTALS-3
           MOVE WS-SKIP-COUNT TO RPT-T-SKIPPED
           WRITE RPT-LINE FROM RPT-TOTALS-4
           MOVE WS-AUD-MERGED TO RPT-T-AUDIT
           WRITE RPT-LINE FROM RPT-TOTALS-5
           MOVE WS-TOT-EXCP TO RPT-T-EXCP
           WRITE RPT-LINE FROM RPT-TOTALS-6
           MOVE WS-TOT-EXPOSURE TO RPT-T-EXPOSURE
           WRITE RPT-LINE FROM RPT-TOTALS-7
           PERFORM 6500-COPY-STREAM-REPORTS.
       6000-END. EXIT.
      *
       6100-PRINT-STREAM-LINE.
      * A stream that completed but could not update its break
      * master ended with the reject code and counts as failed.
           MOVE ST-STREAM(STX) TO RPT-D-STREAM
           MOVE ST-ENT-COUNT(STX) TO RPT-D-ENTS
           MOVE ST-RETURN-CODE(STX) TO RPT-D-RC
           MOVE ST-REC-COUNT(STX) TO RPT-D-RECS
           MOVE ST-EXCP-COUNT(STX) TO RPT-D-EXCP
           MOVE ST-EXPOSURE(STX) TO RPT-D-EXPOSURE
           MOVE ST-MSG(STX) TO RPT-D-MSG
           EVALUATE TRUE
             WHEN ST-COMPLETED(STX)
               MOVE 'COMPLETED' TO RPT-D-OUTCOME
             WHEN ST-ALREADY-MERGED(STX)
               MOVE 'ALREADY MERGED' TO RPT-D-OUTCOME
             WHEN ST-REJECTED(STX)
               MOVE 'REJECTED' TO RPT-D-OUTCOME
             WHEN ST-ABORTED(STX)
               MOVE 'ABORTED' TO RPT-D-OUTCOME
             WHEN ST-SKIPPED(STX)
               MOVE 'SKIPPED' TO RPT-D-OUTCOME
             WHEN OTHER
               MOVE 'NOT RUN' TO RPT-D-OUTCOME
               MOVE 0 TO RPT-D-RC
               MOVE 0 TO RPT-D-RECS
               MOVE 0 TO RPT-D-EXCP
               MOVE 0 TO RPT-D-EXPOSURE
               MOVE 'NO STREAM OUTCOME FOR TONIGHT' TO RPT-D-MSG
           END-EVALUATE
           WRITE RPT-LINE FROM RPT-STREAM-DETAIL
           EVALUATE TRUE
             WHEN ST-SKIPPED(STX)
               ADD 1 TO WS-SKIP-COUNT
             WHEN (ST-COMPLETED(STX) OR ST-ALREADY-MERGED(STX))
                  AND ST-RETURN-CODE(STX) < 8
               ADD 1 TO WS-DONE-COUNT
               ADD ST-EXCP-COUNT(STX) TO WS-TOT-EXCP
               ADD ST-EXPOSURE(STX) TO WS-TOT-EXPOSURE
             WHEN ST-COMPLETED(STX) OR ST-ALREADY-MERGED(STX)
               ADD 1 TO WS-DONE-COUNT
               ADD 1 TO WS-FAIL-COUNT
               ADD ST-EXCP-COUNT(STX) TO WS-TOT-EXCP
               ADD ST-EXPOSURE(STX) TO WS-TOT-EXPOSURE
             WHEN OTHER
               ADD 1 TO WS-FAIL-COUNT
           END-EVALUATE.
       6100-END. EXIT.
      *
       6500-COPY-STREAM-REPORTS.
      * Each stream's report opens with its STREAM nn marker line;
      * the report follows the merged summary when the stream ran
      * tonight, and is left out when the hand-off is stale.
           MOVE 'N' TO EOF-SW
           MOVE 'N' TO KEEP-SW
           OPEN INPUT STREAM-RPT-FILE
           IF HANDOFF-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             PERFORM UNTIL END-OF-INPUT
                 READ STREAM-RPT-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         IF STREAM-RPT-REC(1:7) = 'STREAM '
                           PERFORM 6510-CHECK-REPORT-MARKER
                         END-IF
                         IF KEEP-ROW
                           WRITE RPT-LINE FROM STREAM-RPT-REC
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE STREAM-RPT-FILE
           END-IF.
       6500-END. EXIT.
      *
       6510-CHECK-REPORT-MARKER.
           MOVE 'N' TO KEEP-SW
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STR-COUNT
             IF ST-STREAM(STX) = STREAM-RPT-REC(8:2)
                AND NOT ST-NOT-RUN(STX)
               MOVE 'Y' TO KEEP-SW
             END-IF
           END-PERFORM
           IF KEEP-ROW
             WRITE RPT-LINE FROM RPT-BLANK-LINE
           END-IF.
       6510-END. EXIT.
      *
       7000-APPEND-RUN-STATUS.
      * Last of all, so a stream only counts as merged once the
      * rest of it has gone out.  Each stream's start record is
      * matched to its outcome row by start date and time, and the
      * records after it go with it.
           MOVE 'N' TO EOF-SW
           MOVE 'N' TO KEEP-SW
           OPEN INPUT STREAM-RUNS-FILE
           IF HANDOFF-FILE-NOT-FOUND
             MOVE 'Y' TO EOF-SW
           ELSE
             OPEN EXTEND RUN-STAT-FILE
             IF RUNSTAT-FILE-NOT-FOUND
               OPEN OUTPUT RUN-STAT-FILE
             END-IF
             PERFORM UNTIL END-OF-INPUT
                 READ STREAM-RUNS-FILE
                     AT END
                         MOVE 'Y' TO EOF-SW
                     NOT AT END
                         IF RS-START-REC
                           PERFORM 7010-CHECK-STREAM-START
                         END-IF
                         IF KEEP-ROW
                           WRITE RUN-STAT-REC
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE STREAM-RUNS-FILE
             CLOSE RUN-STAT-FILE
           END-IF.
       7000-END. EXIT.
      *
       7010-CHECK-STREAM-START.
           MOVE 'N' TO KEEP-SW
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STR-COUNT
             IF ST-APPLY-SW(STX) = 'Y'
                AND ST-START-DATE(STX) = RS-RUN-DATE
                AND ST-START-TIME(STX) = RS-RUN-TIME
               MOVE 'Y' TO KEEP-SW
             END-IF
           END-PERFORM.
       7010-END. EXIT.
      *
       9700-WRITE-RUN-START.
           MOVE SPACES TO RUN-STAT-REC
           MOVE 'FDMERGE' TO RS-PROGRAM-ID
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
           MOVE 'FDMERGE' TO RS-PROGRAM-ID
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE WS-AUD-READ TO RS-RECS-IN
           MOVE WS-AUD-MERGED TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9900-SET-RETURN-CODE.
      * Every stream skipped is a clean non-business night.
           EVALUATE TRUE
             WHEN IO-ERROR
               MOVE 12 TO RETURN-CODE
             WHEN BRK-TABLE-FULL OR POOL-TABLE-FULL
               MOVE 8 TO RETURN-CODE
             WHEN WS-DONE-COUNT = 0 AND WS-SKIP-COUNT < STR-COUNT
               MOVE 8 TO RETURN-CODE
             WHEN WS-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN WS-TOT-EXCP > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9900-END. EXIT.
      *
       9999-TERMINATE.
           CLOSE EXCEPT-RPT.
       9999-END. EXIT.
      *
       END PROGRAM FDMERGE.
