       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDTRACE.
      *
      * Transaction-id trace screen, in the style of the FDONLINE
      * spot check and the FDWORKQ work queue.  When an upstream
      * team calls about one id, the answer is spread over five
      * jobs' files - the break master, the work-queue assignments,
      * the audit log and its archive, and the interface feed with
      * its acknowledgements and retransmission counts.  This
      * session pulls them together: key an id value (and, if the
      * caller knows it, an entity) and the screen shows
      *     BREAK   - the BRKMSTR row: status, class, dates, nights,
      *               current and peak amount
      *     HISTORY - the BRKHIST row of a break that has already
      *               closed and left the master, with its last
      *               analyst, disposition, and comment
      *     OWNER   - the BRKASGN analyst, disposition, and comment
      *     AUDIT   - every night the id was an exception on the
      *               AUDITARC archive and the live AUDITLOG
      *     FEED    - every FININTF2 batch the id went downstream
      *               on, with that batch's ACKFILE status and its
      *               RETRYCNT retransmission count
      * A blank entity traces the id in every entity, the legacy
      * single-entity rows included.  An audit row carries the
      * run's first unmatched value only, so a night on which the
      * id was one of several exceptions shows under FEED, whose
      * batches list them all.  Every file is read, never written;
      * a file that is not there simply has nothing to show.
      * Enter EXIT (or an empty id) to end the session.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREAK-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BREAK-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BRKHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "BRKASGN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDITARC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT IFACE-FEED-FILE ASSIGN TO "FININTF2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
           SELECT RETRY-FILE ASSIGN TO "RETRYCNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RETRY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BREAK-FILE.
       01  BREAK-REC.
           COPY BRKREC.

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY BRKHIST.

       FD  ASSIGN-FILE.
       01  ASSIGN-REC.
           COPY BRKASGN.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC            PIC X(76).

       FD  AUDIT-FILE.
       01  AUDIT-REC              PIC X(76).

       FD  IFACE-FEED-FILE.
       01  IFACE-FEED-REC.
           COPY IFACEHDT.

       FD  ACK-FILE.
       01  ACK-REC.
           COPY ACKREC.

       FD  RETRY-FILE.
       01  RETRY-REC.
           COPY RTRYREC.

       WORKING-STORAGE SECTION.
       01  AUDIT-WORK.
           COPY AUDITREC.
       01  DONE-SW               PIC X VALUE 'N'.
           88  SESSION-DONE          VALUE 'Y'.
       01  ANY-ENTITY-SW         PIC X VALUE 'N'.
           88  ANY-ENTITY            VALUE 'Y'.
       01  BREAK-FILE-STATUS     PIC XX VALUE '00'.
           88  BREAK-FILE-NOT-FOUND  VALUE '35'.
       01  HISTORY-FILE-STATUS   PIC XX VALUE '00'.
           88  HISTORY-FILE-NOT-FOUND VALUE '35'.
       01  ASSIGN-FILE-STATUS    PIC XX VALUE '00'.
           88  ASSIGN-FILE-NOT-FOUND VALUE '35'.
       01  ARCH-FILE-STATUS      PIC XX VALUE '00'.
           88  ARCH-FILE-NOT-FOUND   VALUE '35'.
       01  AUDIT-FILE-STATUS     PIC XX VALUE '00'.
           88  AUDIT-FILE-NOT-FOUND  VALUE '35'.
       01  FEED-FILE-STATUS      PIC XX VALUE '00'.
           88  FEED-FILE-NOT-FOUND   VALUE '35'.
       01  ACK-FILE-STATUS       PIC XX VALUE '00'.
           88  ACK-FILE-NOT-FOUND    VALUE '35'.
       01  RETRY-FILE-STATUS     PIC XX VALUE '00'.
           88  RETRY-FILE-NOT-FOUND  VALUE '35'.
       01  BRK-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-BREAK-FILE     VALUE 'Y'.
       01  HIST-EOF-SW           PIC X VALUE 'N'.
           88  END-OF-HISTORY-FILE   VALUE 'Y'.
       01  ASG-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-ASSIGN-FILE    VALUE 'Y'.
       01  ARCH-EOF-SW           PIC X VALUE 'N'.
           88  END-OF-ARCHIVE        VALUE 'Y'.
       01  LIVE-EOF-SW           PIC X VALUE 'N'.
           88  END-OF-AUDIT-FILE     VALUE 'Y'.
       01  FEED-EOF-SW           PIC X VALUE 'N'.
           88  END-OF-FEED-FILE      VALUE 'Y'.
       01  ACK-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-ACK-FILE       VALUE 'Y'.
       01  RETRY-EOF-SW          PIC X VALUE 'N'.
           88  END-OF-RETRY-FILE     VALUE 'Y'.
       01  FIELD-INPUT           PIC X(30) VALUE SPACES.
       01  WS-KEY-VALUE          PIC S9(9) VALUE 0.
       01  WS-KEY-ENTITY         PIC X(2) VALUE SPACES.
       01  WS-ROW-ENTITY         PIC X(2) VALUE SPACES.
       01  ENTITY-MATCH-SW       PIC X VALUE 'N'.
           88  ENTITY-MATCHES        VALUE 'Y'.
       01  WS-HIT-COUNT          PIC 9(5) VALUE 0.
       01  WS-ACK-MAX            PIC 9(5) VALUE 99999.
       01  WS-RTY-MAX            PIC 9(5) VALUE 99999.
       01  WS-ACK-IDX            PIC 9(5) VALUE 0.
       01  WS-RTY-IDX            PIC 9(5) VALUE 0.
       01  WS-LOOK-BATCH-ID      PIC X(8) VALUE SPACES.
       01  WS-ACK-TEXT           PIC X(8) VALUE SPACES.
       01  WS-ORIG-ACK-TEXT      PIC X(8) VALUE SPACES.
       01  WS-CUR-BATCH-ID       PIC X(8) VALUE SPACES.
       01  WS-CUR-RUN-DATE       PIC 9(8) VALUE 0.
       01  WS-CUR-ENTITY         PIC X(2) VALUE SPACES.
       01  WS-STATUS-TEXT        PIC X(11) VALUE SPACES.
       01  VALUE-DISP            PIC -(9)9.
       01  NIGHTS-DISP           PIC ZZZZ9.
       01  AMOUNT-DISP           PIC Z(10)9.99.
       01  PEAK-DISP             PIC Z(10)9.99.
       01  ORIG-DISP             PIC Z(10)9.99.
       01  COUNT-DISP            PIC ZZ9.

      * ACK-TABLE - the consumer's acknowledgements and RTY-TABLE -
      * the retransmission counts, both keyed by batch id and loaded
      * once for the session; the feed itself is reread per trace.
       01  ACK-TABLE.
           05  ACK-COUNT          PIC 9(5) VALUE 0.
           05  ACK-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ACK-COUNT
                   INDEXED BY KX.
               10  AK-BATCH-ID    PIC X(8).
               10  AK-STATUS      PIC X(1).
       01  RTY-TABLE.
           05  RTY-COUNT          PIC 9(5) VALUE 0.
           05  RTY-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON RTY-COUNT
                   INDEXED BY RX.
               10  RY-BATCH-ID    PIC X(8).
               10  RY-RETRY-COUNT PIC 9(3).
               10  RY-LAST-BATCH-ID PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-START-SESSION
           PERFORM UNTIL SESSION-DONE
             PERFORM 2000-PROMPT-ID
             IF NOT SESSION-DONE
               PERFORM 3000-SHOW-BREAK
               PERFORM 4000-SHOW-OWNER
               PERFORM 5000-SHOW-AUDIT-NIGHTS
               PERFORM 6000-SHOW-FEED-BATCHES
             END-IF
           END-PERFORM
           STOP RUN.
       0000-END. EXIT.
      *
       1000-START-SESSION.
           DISPLAY 'TRANSACTION ID TRACE - ENTER EXIT TO QUIT'
           PERFORM 1100-LOAD-ACKS
           PERFORM 1200-LOAD-RETRY-COUNTS.
       1000-END. EXIT.
      *
       1100-LOAD-ACKS.
           OPEN INPUT ACK-FILE
           IF ACK-FILE-NOT-FOUND
             MOVE 'Y' TO ACK-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-ACK-FILE
                 READ ACK-FILE
                     AT END
                         MOVE 'Y' TO ACK-EOF-SW
                     NOT AT END
                         IF ACK-COUNT < WS-ACK-MAX
                           ADD 1 TO ACK-COUNT
                           MOVE ACK-BATCH-ID
                                TO AK-BATCH-ID(ACK-COUNT)
                           MOVE ACK-STATUS TO AK-STATUS(ACK-COUNT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE ACK-FILE
           END-IF.
       1100-END. EXIT.
      *
       1200-LOAD-RETRY-COUNTS.
           OPEN INPUT RETRY-FILE
           IF RETRY-FILE-NOT-FOUND
             MOVE 'Y' TO RETRY-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-RETRY-FILE
                 READ RETRY-FILE
                     AT END
                         MOVE 'Y' TO RETRY-EOF-SW
                     NOT AT END
                         IF RTY-COUNT < WS-RTY-MAX
                           ADD 1 TO RTY-COUNT
                           MOVE RT-BATCH-ID
                                TO RY-BATCH-ID(RTY-COUNT)
                           MOVE RT-RETRY-COUNT
                                TO RY-RETRY-COUNT(RTY-COUNT)
                           MOVE RT-LAST-BATCH-ID
                                TO RY-LAST-BATCH-ID(RTY-COUNT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE RETRY-FILE
           END-IF.
       1200-END. EXIT.
      *
       2000-PROMPT-ID.
           MOVE SPACES TO FIELD-INPUT
           DISPLAY 'ID VALUE .. : ' WITH NO ADVANCING
           ACCEPT FIELD-INPUT
           IF FUNCTION TRIM(FIELD-INPUT) = 'EXIT'
              OR FIELD-INPUT = SPACES
             MOVE 'Y' TO DONE-SW
           ELSE
             COMPUTE WS-KEY-VALUE = FUNCTION NUMVAL(FIELD-INPUT)
             MOVE SPACES TO FIELD-INPUT
             DISPLAY 'ENTITY (BLANK = ALL) : ' WITH NO ADVANCING
             ACCEPT FIELD-INPUT
             MOVE FIELD-INPUT(1:2) TO WS-KEY-ENTITY
             IF WS-KEY-ENTITY = SPACES
               MOVE 'Y' TO ANY-ENTITY-SW
             ELSE
               MOVE 'N' TO ANY-ENTITY-SW
             END-IF
             MOVE WS-KEY-VALUE TO VALUE-DISP
             IF ANY-ENTITY
               DISPLAY 'TRACE OF ID ' FUNCTION TRIM(VALUE-DISP)
                       ' IN ALL ENTITIES'
             ELSE
               DISPLAY 'TRACE OF ID ' FUNCTION TRIM(VALUE-DISP)
                       ' IN ENTITY ' WS-KEY-ENTITY
             END-IF
           END-IF.
       2000-END. EXIT.
      *
       2100-CHECK-ENTITY.
      * WS-ROW-ENTITY is the entity on the row being looked at.
           IF ANY-ENTITY OR WS-ROW-ENTITY = WS-KEY-ENTITY
             MOVE 'Y' TO ENTITY-MATCH-SW
           ELSE
             MOVE 'N' TO ENTITY-MATCH-SW
           END-IF.
       2100-END. EXIT.
      *
       3000-SHOW-BREAK.
           MOVE 0 TO WS-HIT-COUNT
           MOVE 'N' TO BRK-EOF-SW
           OPEN INPUT BREAK-FILE
           IF BREAK-FILE-NOT-FOUND
             MOVE 'Y' TO BRK-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-BREAK-FILE
                 READ BREAK-FILE
                     AT END
                         MOVE 'Y' TO BRK-EOF-SW
                     NOT AT END
                         MOVE BRK-ENTITY TO WS-ROW-ENTITY
                         PERFORM 2100-CHECK-ENTITY
                         IF BRK-ID-VALUE = WS-KEY-VALUE
                            AND ENTITY-MATCHES
                           ADD 1 TO WS-HIT-COUNT
                           PERFORM 3100-DISPLAY-BREAK-LINE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE BREAK-FILE
           END-IF
           PERFORM 3500-SHOW-HISTORY
           IF WS-HIT-COUNT = 0
             DISPLAY 'BREAK   - NOT ON THE BREAK MASTER OR HISTORY'
           END-IF.
       3000-END. EXIT.
      *
       3100-DISPLAY-BREAK-LINE.
           EVALUATE TRUE
             WHEN BRK-OPEN
               MOVE 'OPEN' TO WS-STATUS-TEXT
             WHEN BRK-CLEARED
               MOVE 'CLEARED' TO WS-STATUS-TEXT
             WHEN BRK-WRITTEN-OFF
               MOVE 'WRITTEN OFF' TO WS-STATUS-TEXT
             WHEN BRK-RESOLVED
               MOVE 'RESOLVED' TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE BRK-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE BRK-NIGHTS TO NIGHTS-DISP
           MOVE BRK-AMOUNT TO AMOUNT-DISP
           IF BRK-PEAK-AMOUNT NUMERIC
             MOVE BRK-PEAK-AMOUNT TO PEAK-DISP
           ELSE
             MOVE BRK-AMOUNT TO PEAK-DISP
           END-IF
           DISPLAY 'BREAK   - ENT ' BRK-ENTITY
                   '  ' FUNCTION TRIM(WS-STATUS-TEXT)
                   '  CLASS ' BRK-CLASS
                   '  FIRST ' BRK-FIRST-SEEN
                   '  LAST ' BRK-LAST-SEEN
           DISPLAY '          NIGHTS ' FUNCTION TRIM(NIGHTS-DISP)
                   '  AMOUNT ' FUNCTION TRIM(AMOUNT-DISP)
                   '  PEAK ' FUNCTION TRIM(PEAK-DISP)
      * The original-currency exposure shows once the master carries
      * it; amounts above are reporting currency.
           IF BRK-CURRENCY NOT = SPACES AND BRK-ORIG-AMOUNT NUMERIC
             MOVE BRK-ORIG-AMOUNT TO ORIG-DISP
             DISPLAY '          ORIG ' BRK-CURRENCY
                     ' ' FUNCTION TRIM(ORIG-DISP)
           END-IF.
       3100-END. EXIT.
      *
       3500-SHOW-HISTORY.
      * A break that has closed and dropped off the master is only
      * on the permanent history now.
           MOVE 'N' TO HIST-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-NOT-FOUND
             MOVE 'Y' TO HIST-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-HISTORY-FILE
                 READ HISTORY-FILE
                     AT END
                         MOVE 'Y' TO HIST-EOF-SW
                     NOT AT END
                         MOVE BH-ENTITY TO WS-ROW-ENTITY
                         PERFORM 2100-CHECK-ENTITY
                         IF BH-ID-VALUE = WS-KEY-VALUE
                            AND ENTITY-MATCHES
                           ADD 1 TO WS-HIT-COUNT
                           PERFORM 3600-DISPLAY-HISTORY-LINE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE HISTORY-FILE
           END-IF.
       3500-END. EXIT.
      *
       3600-DISPLAY-HISTORY-LINE.
           IF BH-WRITTEN-OFF
             MOVE 'WRITTEN OFF' TO WS-STATUS-TEXT
           ELSE
             MOVE 'CLEARED' TO WS-STATUS-TEXT
           END-IF
           MOVE BH-NIGHTS TO NIGHTS-DISP
           MOVE BH-CLOSE-AMOUNT TO AMOUNT-DISP
           MOVE BH-PEAK-AMOUNT TO PEAK-DISP
           DISPLAY 'HISTORY - ENT ' BH-ENTITY
                   '  ' FUNCTION TRIM(WS-STATUS-TEXT)
                   ' ' BH-CLOSED-DATE
                   '  CLASS ' BH-CLASS
                   '  FIRST ' BH-FIRST-SEEN
           DISPLAY '          NIGHTS ' FUNCTION TRIM(NIGHTS-DISP)
                   '  AMOUNT ' FUNCTION TRIM(AMOUNT-DISP)
                   '  PEAK ' FUNCTION TRIM(PEAK-DISP)
           IF BH-CURRENCY NOT = SPACES AND BH-ORIG-AMOUNT NUMERIC
             MOVE BH-ORIG-AMOUNT TO ORIG-DISP
             DISPLAY '          ORIG ' BH-CURRENCY
                     ' ' FUNCTION TRIM(ORIG-DISP)
           END-IF
           IF BH-ANALYST-ID NOT = SPACES
             DISPLAY '          LAST ANALYST '
                     FUNCTION TRIM(BH-ANALYST-ID)
                     '  DISP ' BH-DISP-CODE
                     '  ' FUNCTION TRIM(BH-COMMENT)
           END-IF.
       3600-END. EXIT.
      *
       4000-SHOW-OWNER.
           MOVE 0 TO WS-HIT-COUNT
           MOVE 'N' TO ASG-EOF-SW
           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-FILE-NOT-FOUND
             MOVE 'Y' TO ASG-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-ASSIGN-FILE
                 READ ASSIGN-FILE
                     AT END
                         MOVE 'Y' TO ASG-EOF-SW
                     NOT AT END
                         MOVE BA-ENTITY TO WS-ROW-ENTITY
                         PERFORM 2100-CHECK-ENTITY
                         IF BA-ID-VALUE = WS-KEY-VALUE
                            AND ENTITY-MATCHES
                           ADD 1 TO WS-HIT-COUNT
                           DISPLAY 'OWNER   - ENT ' BA-ENTITY
                                   '  ' FUNCTION TRIM(BA-ANALYST-ID)
                                   '  ASSIGNED ' BA-ASSIGN-DATE
                                   '  DISP ' BA-DISP-CODE
                                   '  ' FUNCTION TRIM(BA-COMMENT)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE ASSIGN-FILE
           END-IF
           IF WS-HIT-COUNT = 0
             DISPLAY 'OWNER   - NOT ASSIGNED ON THE WORK QUEUE'
           END-IF.
       4000-END. EXIT.
      *
       5000-SHOW-AUDIT-NIGHTS.
      * Archive first, then the live log, so the nights come out in
      * run order.
           MOVE 0 TO WS-HIT-COUNT
           MOVE 'N' TO ARCH-EOF-SW
           OPEN INPUT ARCHIVE-FILE
           IF ARCH-FILE-NOT-FOUND
             MOVE 'Y' TO ARCH-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-ARCHIVE
                 READ ARCHIVE-FILE INTO AUDIT-WORK
                     AT END
                         MOVE 'Y' TO ARCH-EOF-SW
                     NOT AT END
                         PERFORM 5100-CHECK-AUDIT-ROW
                 END-READ
             END-PERFORM
             CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO LIVE-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-NOT-FOUND
             MOVE 'Y' TO LIVE-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-AUDIT-FILE
                 READ AUDIT-FILE INTO AUDIT-WORK
                     AT END
                         MOVE 'Y' TO LIVE-EOF-SW
                     NOT AT END
                         PERFORM 5100-CHECK-AUDIT-ROW
                 END-READ
             END-PERFORM
             CLOSE AUDIT-FILE
           END-IF
           IF WS-HIT-COUNT = 0
             DISPLAY 'AUDIT   - NO EXCEPTION NIGHT ON THE AUDIT LOG'
           END-IF.
       5000-END. EXIT.
      *
       5100-CHECK-AUDIT-ROW.
           MOVE AUD-ENTITY TO WS-ROW-ENTITY
           PERFORM 2100-CHECK-ENTITY
           IF AUD-EXCEPTION AND AUD-RESULT = WS-KEY-VALUE
              AND ENTITY-MATCHES
             ADD 1 TO WS-HIT-COUNT
             MOVE AUD-EXPOSURE TO AMOUNT-DISP
             DISPLAY 'AUDIT   - RUN ' AUD-RUN-DATE
                     ' ' AUD-RUN-TIME
                     '  BATCH ' AUD-BATCH-ID
                     '  ENT ' AUD-ENTITY
                     '  RUN EXPOSURE ' FUNCTION TRIM(AMOUNT-DISP)
           END-IF.
       5100-END. EXIT.
      *
       6000-SHOW-FEED-BATCHES.
      * Details follow their batch header, which carries the batch
      * id, run date, and entity the detail is judged against.
           MOVE 0 TO WS-HIT-COUNT
           MOVE SPACES TO WS-CUR-BATCH-ID
           MOVE 0 TO WS-CUR-RUN-DATE
           MOVE SPACES TO WS-CUR-ENTITY
           MOVE 'N' TO FEED-EOF-SW
           OPEN INPUT IFACE-FEED-FILE
           IF FEED-FILE-NOT-FOUND
             MOVE 'Y' TO FEED-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-FEED-FILE
                 READ IFACE-FEED-FILE
                     AT END
                         MOVE 'Y' TO FEED-EOF-SW
                     NOT AT END
                         PERFORM 6100-CHECK-FEED-REC
                 END-READ
             END-PERFORM
             CLOSE IFACE-FEED-FILE
           END-IF
           IF WS-HIT-COUNT = 0
             DISPLAY 'FEED    - NOT SENT ON THE INTERFACE FEED'
           END-IF.
       6000-END. EXIT.
      *
       6100-CHECK-FEED-REC.
           EVALUATE TRUE
             WHEN IF2-HEADER
               MOVE IF2-H-BATCH-ID TO WS-CUR-BATCH-ID
               MOVE IF2-H-RUN-DATE TO WS-CUR-RUN-DATE
               MOVE IF2-H-ENTITY TO WS-CUR-ENTITY
             WHEN IF2-DETAIL
               MOVE WS-CUR-ENTITY TO WS-ROW-ENTITY
               PERFORM 2100-CHECK-ENTITY
               IF IF2-D-VALUE = WS-KEY-VALUE AND ENTITY-MATCHES
                 ADD 1 TO WS-HIT-COUNT
                 PERFORM 6200-DISPLAY-FEED-LINE
               END-IF
           END-EVALUATE.
       6100-END. EXIT.
      *
       6200-DISPLAY-FEED-LINE.
           MOVE WS-CUR-BATCH-ID TO WS-LOOK-BATCH-ID
           PERFORM 6300-FIND-ACK
           MOVE IF2-D-AMOUNT TO AMOUNT-DISP
           DISPLAY 'FEED    - BATCH ' WS-CUR-BATCH-ID
                   '  RUN ' WS-CUR-RUN-DATE
                   '  ENT ' WS-CUR-ENTITY
                   '  CLASS ' IF2-D-CLASS
                   '  AMOUNT ' FUNCTION TRIM(AMOUNT-DISP)
           PERFORM 6400-FIND-RETRY-COUNT
           IF WS-RTY-IDX = 0
             DISPLAY '          ACK ' WS-ACK-TEXT
                     '  RESENT 0'
           ELSE
      * The batch went out again under a fresh id - the resend's
      * acknowledgement is the one that settles it.
             MOVE WS-ACK-TEXT TO WS-ORIG-ACK-TEXT
             MOVE RY-LAST-BATCH-ID(WS-RTY-IDX) TO WS-LOOK-BATCH-ID
             PERFORM 6300-FIND-ACK
             MOVE RY-RETRY-COUNT(WS-RTY-IDX) TO COUNT-DISP
             DISPLAY '          ACK ' WS-ORIG-ACK-TEXT
                     '  RESENT ' FUNCTION TRIM(COUNT-DISP)
                     '  LAST AS ' RY-LAST-BATCH-ID(WS-RTY-IDX)
                     '  ACK ' WS-ACK-TEXT
           END-IF.
       6200-END. EXIT.
      *
       6300-FIND-ACK.
           MOVE 'UNACKED' TO WS-ACK-TEXT
           MOVE 0 TO WS-ACK-IDX
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > ACK-COUNT
             IF AK-BATCH-ID(KX) = WS-LOOK-BATCH-ID
               SET WS-ACK-IDX TO KX
             END-IF
           END-PERFORM
           IF WS-ACK-IDX > 0
             IF AK-STATUS(WS-ACK-IDX) = 'A'
               MOVE 'ACKED' TO WS-ACK-TEXT
             ELSE
               MOVE 'REJECTED' TO WS-ACK-TEXT
             END-IF
           END-IF.
       6300-END. EXIT.
      *
       6400-FIND-RETRY-COUNT.
           MOVE 0 TO WS-RTY-IDX
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RTY-COUNT
             IF RY-BATCH-ID(RX) = WS-CUR-BATCH-ID
               SET WS-RTY-IDX TO RX
             END-IF
           END-PERFORM.
       6400-END. EXIT.
      *
       END PROGRAM FDTRACE.
