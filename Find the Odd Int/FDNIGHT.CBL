      * business night's extract.  An unlisted date or a missing
      * calendar is treated as a business day.
      *
      * An ID that pairs off on count can still be a break when its
      * postings do not net: 1,000.00 on side A against 100.00 on
      * side B is an even count FINDALL calls matched.  After each
      * entity's FINDALL pass the entity's slice is sorted by value
      * and every even-count run is netted - side A postings against
      * side B postings in two-sided mode, and in the single-extract
      * and cycle modes each posting against the one it pairs with
      * (first against second, third against fourth, in load
      * order).  A run whose legs differ by more than the entity's
      * tolerance is reported as an amount-variance break (class V,
      * alongside MISSING and EXTRA-POST) with the variance as its
      * exposure, and goes to the feed and the break master with
      * the other breaks.  Tolerances come from the VARTOL control
      * file, one row per entity, last row for an entity wins; an
      * entity with no row (or no file at all) has zero tolerance,
      * so any difference is a break.
      *
      * A single-count ID seen for the first time is usually a
      * timing difference - side B posted after the extract cut -
      * not a break, so it is held in the PENDPOOL pending-match
      * pool instead of going to the break master.  Once tonight's
      * extract has loaded and balanced, every pool row is merged
      * into the table ahead of the FINDALL check (pool rows never
      * count toward the extract's control totals, record counts,
      * or the checkpoint), so a counterpart arriving tonight pairs
      * the held posting off and the row drops out of the pool.  A
      * held row still unmatched after the POOLCTL grace window of
      * business nights (default one, zero turns the pool off) is
      * released to the break master as a MISSING break.  A count-1
      * ID that is already an open break is not pooled again.  The
      * exception report carries a separate pool section listing
      * every held item and the money it represents, so nothing
      * waits in the pool unseen.
      *
      * Control totals prove an extract arrived whole, not that it
      * is tonight's: a re-sent copy of yesterday's file balances
      * perfectly.  Every extract that balances (RECONIDS, each TWOS
      * side, each clean cycle) is checked against the EXTREG
      * registry of extracts already processed, keyed by header
      * entity, extract date, record count, and hash total.  An
      * extract already on the registry, or one whose extract date
      * is older than the latest processed for its entity, rejects
      * the batch with an operator alert on OPALERT; the extracts of
      * a night that gets through are added to the registry.  A
      * deliberate rerun is passed with a RERUN command-line token
      * after the run mode (in any order with SKIP): the flagged
      * extracts are still listed on the report, no alert is raised,
      * and their registry rows are marked as operator reruns.
      *
      * A closed break - cleared, paired, or written off - leaves the
      * break master at the rewrite after it closes.  As it drops it
      * is appended to the permanent BRKHIST break history with its
      * dates, business nights open, peak and closing amounts, and
      * the last analyst, disposition, and comment off the BRKASGN
      * work-queue file, so the break can still be accounted for
      * once the master and the work queue have both let it go.
      * A break an analyst paired or that was written off is closed
      * while its id may still be odd on the extract - the pairing
      * or the GL entry settles it, not the postings - so after it
      * goes to the history it stays on the master as a resolved
      * row (status R) that nothing reports or works.  An id still
      * odd against a resolved row comes off tonight's odd list
      * before the entity's count and exposure are taken, so it is
      * neither reported, fed to FININTF2, nor opened again as a new
      * break, and the row drops at the first rewrite after the id
      * stops being odd.
      *
      * Postings arrive in the currency of the subsidiary that made
      * them: every extract detail carries its ISO currency code in
      * columns 26-28 (blank on legacy extracts, meaning dollars).
      * Once the extract has balanced and the pool has merged, every
      * posting is valued into reporting currency (US dollars) at
      * the run date's rate off the FXRATE control file ops
      * maintains, and the netting, exposure, and variance
      * tolerances all work in reporting currency - so the exception
      * report, the AUDITLOG rows DAILYSUM rolls up, the FININTF2
      * feed, and the break master add up across subsidiaries.
      * Each break also keeps its exposure in the currency it was
      * posted in (the reporting currency when its postings are in
      * more than one).  A posting in a currency with no rate for
      * the run date rejects the whole batch rather than being
      * valued at zero.  Held pool rows keep their original amount
      * and are revalued at each night's rate.
      *
      * The nightly run is split into parallel job streams, one per
      * entity or group of entities, so a new subsidiary does not
      * lengthen one serial run and one subsidiary's bad extract
      * does not fail everybody's night.  A STRM=nn token after the
      * run mode (in any order with SKIP and RERUN) makes this run
      * stream nn: it reconciles only the entities the STRMCTL
      * stream map gives that stream, and an extract detail for any
      * other entity rejects the stream's batch.  It reads the
      * shared break master, pool, and registry for its own entities
      * only and writes its updates of them to the BRKSTRM,
      * POOLSTRM, and XREGSTRM slice files; its audit rows, feed
      * batches, history rows, alerts, report, and run status go to
      * the stream's own hand-off datasets, and a STRMSTAT outcome
      * row records how the stream ended.  The FDMERGE step then
      * folds every stream into the one AUDITLOG chain, BRKMSTR,
      * PENDPOOL, FININTF2 feed, and EXCPTRPT, so a rejected stream
      * fails alone while the others still reconcile and transmit.
      * Without STRM=nn the run works every entity on the extract
      * and updates the shared files itself, as before.
      *
      * Once an entity's controller has certified a closed month
      * (a C row on the CERTCTL sign-off file, keyed through
      * FDCERTCT), the month is locked: an extract for the entity
      * dated in that month rejects the batch, the same as a
      * replay, so nothing can re-age or clear the month's breaks
      * behind the certification.  The RERUN override does not
      * lift the lock - only a logged FDCERTCT REOPEN does.
      *
      * Return codes, shared by every batch driver in this suite so
      * the scheduler can COND on them:
      *     0 = clean run, no exceptions
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTAT-FILE-STATUS.
           SELECT VAR-TOL-FILE ASSIGN TO "VARTOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VARTOL-FILE-STATUS.
           SELECT POOL-FILE ASSIGN TO "PENDPOOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS POOL-FILE-STATUS.
           SELECT POOL-CTL-FILE ASSIGN TO "POOLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS POOLCTL-FILE-STATUS.
           SELECT EXTRACT-REG-FILE ASSIGN TO "EXTREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXTREG-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "BRKASGN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BRKHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT CERT-CTL-FILE ASSIGN TO "CERTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FXRATE-FILE-STATUS.
           SELECT STREAM-MAP-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STRMCTL-FILE-STATUS.
           SELECT STREAM-STAT-FILE ASSIGN TO "STRMSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STRMSTAT-FILE-STATUS.
           SELECT BRK-SLICE-FILE ASSIGN TO "BRKSTRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SLICE-FILE-STATUS.
           SELECT POOL-SLICE-FILE ASSIGN TO "POOLSTRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SLICE-FILE-STATUS.
           SELECT XREG-SLICE-FILE ASSIGN TO "XREGSTRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SLICE-FILE-STATUS.
      * Each stream slice file shares its shared file's record area,
      * so a stream builds its rows through the same BRKREC, POOLREC,
      * and EXTREG fields and only the WRITE differs.
       I-O-CONTROL.
           SAME RECORD AREA FOR BREAK-FILE BRK-SLICE-FILE
           SAME RECORD AREA FOR POOL-FILE POOL-SLICE-FILE
           SAME RECORD AREA FOR EXTRACT-REG-FILE XREG-SLICE-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-FILE.
       01  RECON-REC             PIC X(28).

       FD  RECON-A-FILE.
       01  RECON-A-REC           PIC X(28).

       FD  RECON-B-FILE.
       01  RECON-B-REC           PIC X(28).

       FD  RECON-C1-FILE.
       01  RECON-C1-REC          PIC X(28).

       FD  RECON-C2-FILE.
       01  RECON-C2-REC          PIC X(28).

       FD  RECON-C3-FILE.
       01  RECON-C3-REC          PIC X(28).

       FD  RECON-C4-FILE.
       01  RECON-C4-REC          PIC X(28).

       FD  EXCEPT-RPT.
       01  RPT-LINE              PIC X(132).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  STAGE-SIDE        PIC X(1).
           05  STAGE-AMT         PIC 9(11)V99.
           05  STAGE-ENTITY      PIC X(2).
           05  STAGE-CURRENCY    PIC X(3).

       FD  BREAK-FILE.
       01  BREAK-REC.
       01  RUN-STAT-REC.
           COPY RUNSTREC.

       FD  VAR-TOL-FILE.
       01  VAR-TOL-REC.
           05  VT-ENTITY          PIC X(2).
           05  VT-TOLERANCE       PIC 9(9)V99.

       FD  POOL-FILE.
       01  POOL-REC.
           COPY POOLREC.

       FD  POOL-CTL-FILE.
       01  POOL-CTL-REC.
           05  PC-GRACE-NIGHTS    PIC 9(3).

       FD  EXTRACT-REG-FILE.
       01  EXTRACT-REG-REC.
           COPY EXTREG.

       FD  ALERT-FILE.
       01  ALERT-REC.
           COPY OPALREC.

       FD  ASSIGN-FILE.
       01  ASSIGN-REC.
           COPY BRKASGN.

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY BRKHIST.

       FD  CERT-CTL-FILE.
       01  CERT-CTL-REC.
           COPY CERTREC.

       FD  FX-RATE-FILE.
       01  FX-RATE-REC.
           COPY FXRATE.

       FD  STREAM-MAP-FILE.
       01  STREAM-MAP-REC.
           COPY STRMCTL.

       FD  STREAM-STAT-FILE.
       01  STREAM-STAT-REC.
           COPY STRMSTAT.

       FD  BRK-SLICE-FILE.
       01  BRK-SLICE-REC          PIC X(84).

       FD  POOL-SLICE-FILE.
       01  POOL-SLICE-REC         PIC X(52).

       FD  XREG-SLICE-FILE.
       01  XREG-SLICE-REC         PIC X(57).

       WORKING-STORAGE SECTION.
       01  RUNSTAT-FILE-STATUS    PIC XX VALUE '00'.
           88  RUNSTAT-FILE-NOT-FOUND VALUE '35'.
       01  RECON-B-STATUS        PIC XX VALUE '00'.
       01  IO-ERROR-SW           PIC X VALUE 'N'.
           88  IO-ERROR              VALUE 'Y'.
       01  CMD-LINE              PIC X(40) VALUE SPACES.
       01  RUN-MODE              PIC X(4) VALUE SPACES.
           88  TWO-SIDED-MODE        VALUE 'TWOS'.
           88  CYCLE-MODE            VALUE 'CYCL'.
       01  CAL-OPTION            PIC X(4) VALUE SPACES.
           88  SKIP-NON-BUSINESS     VALUE 'SKIP'.
      * Option tokens after the run mode, taken in either order:
      * SKIP sets CAL-OPTION, RERUN sets the replay override,
      * STRM=nn makes the run stream nn.
       01  CMD-OPTION-1          PIC X(8) VALUE SPACES.
       01  CMD-OPTION-2          PIC X(8) VALUE SPACES.
       01  CMD-OPTION-3          PIC X(8) VALUE SPACES.
      * Stream mode.  STM-TABLE is the STRMCTL map, last row for an
      * entity winning; WS-STREAM-ENT-COUNT is how many entities it
      * gives this stream.  MASTER-WRITTEN-SW and POOL-WRITTEN-SW
      * tell FDMERGE, through the outcome row, whether the stream's
      * slices were written.  The run-start stamp is the stream's
      * RUNSTAT start record, carried on the outcome row.
       01  STREAM-SW             PIC X VALUE 'N'.
           88  STREAM-MODE           VALUE 'Y'.
       01  WS-STREAM-ID          PIC X(2) VALUE SPACES.
       01  STRMCTL-FILE-STATUS   PIC XX VALUE '00'.
           88  STRMCTL-FILE-NOT-FOUND VALUE '35'.
       01  STRMCTL-EOF-SW        PIC X VALUE 'N'.
           88  END-OF-STRMCTL-FILE   VALUE 'Y'.
       01  STRMSTAT-FILE-STATUS  PIC XX VALUE '00'.
           88  STRMSTAT-FILE-NOT-FOUND VALUE '35'.
       01  SLICE-FILE-STATUS     PIC XX VALUE '00'.
       01  STREAM-MAP-ERR-SW     PIC X VALUE 'N'.
           88  STREAM-NOT-MAPPED     VALUE 'Y'.
       01  ON-STREAM-SW          PIC X VALUE 'N'.
           88  ENTITY-ON-STREAM      VALUE 'Y'.
       01  WS-STREAM-ENTITY      PIC X(2) VALUE SPACES.
       01  WS-STREAM-ENT-COUNT   PIC 9(2) VALUE 0.
       01  WS-STM-MAX            PIC 9(2) VALUE 99.
       01  WS-STM-IDX            PIC 9(2) VALUE 0.
       01  STM-TABLE.
           05  STM-COUNT         PIC 9(2) VALUE 0.
           05  STM-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON STM-COUNT
                   INDEXED BY SMX.
               10  SM-ENTITY     PIC X(2).
               10  SM-STREAM     PIC X(2).
       01  MASTER-WRITTEN-SW     PIC X VALUE 'N'.
       01  POOL-WRITTEN-SW       PIC X VALUE 'N'.
       01  WS-RUN-START-DATE     PIC 9(8) VALUE 0.
       01  WS-RUN-START-TIME     PIC 9(6) VALUE 0.
       01  RERUN-SW              PIC X VALUE 'N'.
           88  OPERATOR-RERUN        VALUE 'Y'.
       01  CAL-FILE-STATUS       PIC XX VALUE '00'.
           88  CAL-FILE-NOT-FOUND    VALUE '35'.
       01  CAL-EOF-SW            PIC X VALUE 'N'.
       01  RESTART-SW            PIC X VALUE 'N'.
           88  RESTARTING            VALUE 'Y'.
       01  CUR-SIDE              PIC X VALUE 'A'.
       01  WS-ID-REC             PIC X(28) VALUE SPACES.
       01  CTL-REC.
           COPY RECCTL.
      * Control-total accumulators, one set per extract side (the
       01  CHK-TRL-HASH          PIC 9(15) VALUE 0.
       01  CHK-DET-COUNT         PIC 9(9) VALUE 0.
       01  CHK-HASH              PIC 9(15) VALUE 0.
      * Header entity and extract date per extract side, and for
      * the cycle being loaded, kept for the replay registry check.
       01  WS-HDR-ENTITY-A       PIC X(2) VALUE SPACES.
       01  WS-HDR-ENTITY-B       PIC X(2) VALUE SPACES.
       01  WS-HDR-DATE-A         PIC 9(8) VALUE 0.
       01  WS-HDR-DATE-B         PIC 9(8) VALUE 0.
       01  WS-CYC-HDR-ENTITY     PIC X(2) VALUE SPACES.
       01  WS-CYC-HDR-DATE       PIC 9(8) VALUE 0.
      * XTR-TABLE - tonight's balanced extracts (one for RECONIDS,
      * one per TWOS side, one per clean cycle), checked against the
      * EXTREG registry before FINDALL runs and appended to it once
      * the night gets through.  XC-FLAG is D for an extract already
      * processed, R for a cycle repeating an earlier cycle tonight,
      * S for an extract date older than the entity's latest; XC-REF
      * holds the run date or earlier cycle it repeats, or the
      * latest extract date it trails.  XC-CERT-STATUS and
      * XC-CERT-DATE carry the CERTCTL standing of the extract's
      * entity and month.
       01  EXTREG-FILE-STATUS     PIC XX VALUE '00'.
           88  EXTREG-FILE-NOT-FOUND  VALUE '35'.
       01  EXTREG-EOF-SW          PIC X VALUE 'N'.
           88  END-OF-EXTREG-FILE     VALUE 'Y'.
       01  ALERT-FILE-STATUS      PIC XX VALUE '00'.
           88  ALERT-FILE-NOT-FOUND   VALUE '35'.
       01  XTR-TABLE.
           05  XTR-COUNT          PIC 9(1) VALUE 0.
           05  XTR-ENTRY OCCURS 1 TO 4 TIMES
                   DEPENDING ON XTR-COUNT
                   INDEXED BY XCX XCY.
               10  XC-SOURCE      PIC X(8).
               10  XC-ENTITY      PIC X(2).
               10  XC-DATE        PIC 9(8).
               10  XC-COUNT       PIC 9(9).
               10  XC-HASH        PIC 9(15).
               10  XC-FLAG        PIC X(1).
                   88  XC-DUPLICATE   VALUE 'D'.
                   88  XC-REPEAT      VALUE 'R'.
                   88  XC-STALE       VALUE 'S'.
                   88  XC-NOT-SEEN    VALUE ' '.
               10  XC-REF         PIC X(8).
               10  XC-LATEST-DATE PIC 9(8).
               10  XC-CERT-STATUS PIC X(1).
                   88  XC-MONTH-CERTIFIED VALUE 'C'.
               10  XC-CERT-DATE   PIC X(8).
       01  WS-REPLAY-COUNT        PIC 9(1) VALUE 0.
       01  CERT-FILE-STATUS       PIC XX VALUE '00'.
           88  CERT-FILE-NOT-FOUND    VALUE '35'.
       01  CERT-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-CERT-FILE       VALUE 'Y'.
       01  WS-LOCKED-COUNT        PIC 9(1) VALUE 0.
       01  WS-DUP-COUNT           PIC 9(1) VALUE 0.
       01  ARR.
           COPY ARRREC.
       01  ARR-MAX-ENTRIES        PIC 9(9) VALUE 999999.
      * within its own entity.
       01  ENT-TAGS.
           05  TAG-ENTITY         PIC X(2) OCCURS 999999 TIMES.
      * CCY-TAGS and ORIG-AMTS - currency and original-currency
      * amount per loaded XS entry, parallel to the ARR table.  The
      * load keeps each posting as it arrived; POST-AMT is filled in
      * reporting currency by the valuation pass once the batch has
      * balanced.
       01  CCY-TAGS.
           05  TAG-CURRENCY       PIC X(3) OCCURS 999999 TIMES.
       01  ORIG-AMTS.
           05  ORIG-AMT           PIC 9(11)V99 OCCURS 999999 TIMES.
      * FXR-TABLE - the run date's rows off the FXRATE control file.
      * Postings in WS-RPT-CURRENCY need no rate.  FX-MISSING-SW and
      * WS-FX-MISSING-CCY note the first currency the valuation pass
      * found no rate for.  WS-MIXED-CURRENCY marks a break whose
      * postings came in more than one currency until it is settled
      * to the reporting currency.
       01  FXRATE-FILE-STATUS     PIC XX VALUE '00'.
           88  FXRATE-FILE-NOT-FOUND  VALUE '35'.
       01  FXRATE-EOF-SW          PIC X VALUE 'N'.
           88  END-OF-FXRATE-FILE     VALUE 'Y'.
       01  WS-RPT-CURRENCY        PIC X(3) VALUE 'USD'.
       01  WS-MIXED-CURRENCY      PIC X(3) VALUE '***'.
       01  FX-MISSING-SW          PIC X VALUE 'N'.
           88  FX-RATE-MISSING        VALUE 'Y'.
       01  WS-FX-MISSING-CCY      PIC X(3) VALUE SPACES.
       01  WS-FX-CCY              PIC X(3) VALUE SPACES.
       01  WS-FX-IDX              PIC 9(2) VALUE 0.
       01  WS-FXR-MAX             PIC 9(2) VALUE 99.
       01  FXR-TABLE.
           05  FXR-COUNT          PIC 9(2) VALUE 0.
           05  FXR-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON FXR-COUNT
                   INDEXED BY FXX.
               10  FR-CURRENCY    PIC X(3).
               10  FR-RATE        PIC 9(5)V9(6).
       01  WS-AMT-IN-X            PIC X(13) VALUE SPACES.
       01  WS-AMT-IN REDEFINES WS-AMT-IN-X
                                  PIC 9(11)V99.
      * ENT-ARR - per-entity slice of the loaded table handed to
      * FINDALL; the length-plus-array shape is a field-for-field
      * mirror of the ARRREC layout FINDALL's LINKAGE expects -
      * keep the two in step if ARRREC changes.  ENT-POST-AMT,
      * ENT-TAG-SIDE, ENT-ORIG-AMT, and ENT-TAG-CURRENCY ride
      * parallel to the slice.
       01  ENT-ARR.
           05  ENT-ARR-LENGTH     PIC 9(9).
           05  ENT-XS             PIC S9(9) OCCURS 1 TO 999999 TIMES
           05  ENT-POST-AMT       PIC 9(11)V99 OCCURS 999999 TIMES.
       01  ENT-SIDES.
           05  ENT-TAG-SIDE       PIC X(1) OCCURS 999999 TIMES.
       01  ENT-POOLS.
           05  ENT-POOL-IX        PIC 9(5) OCCURS 999999 TIMES.
       01  ENT-ORIG-AMTS.
           05  ENT-ORIG-AMT       PIC 9(11)V99 OCCURS 999999 TIMES.
       01  ENT-CCYS.
           05  ENT-TAG-CURRENCY   PIC X(3) OCCURS 999999 TIMES.
      * CMB-TABLE - the combined break list across every entity:
      * each entity's FINDALL odds fold in here with the entity
      * code, occurrence count, per-side counts, and dollar
               10  CB-A-COUNT     PIC 9(9).
               10  CB-B-COUNT     PIC 9(9).
               10  CB-AMOUNT      PIC 9(13)V99.
               10  CB-CLASS       PIC X(1).
               10  CB-A-AMOUNT    PIC 9(13)V99.
               10  CB-B-AMOUNT    PIC 9(13)V99.
               10  CB-POOL-IX     PIC 9(5).
               10  CB-FIRST-SEEN  PIC 9(8).
               10  CB-PRIOR-NIGHTS PIC 9(5).
               10  CB-CURRENCY    PIC X(3).
               10  CB-ORIG-AMOUNT PIC 9(13)V99.
       01  WS-CMB-BASE            PIC 9(9) VALUE 0.
       01  WS-CMB-KEEP            PIC 9(9) VALUE 0.
       01  WS-CMB-FIRST           PIC 9(9) VALUE 0.
       01  WS-CMB-SLOT            PIC 9(9) VALUE 0.
      * Amount-variance tolerance per entity off VARTOL, and the
      * tolerance in force for the entity being checked.
       01  VARTOL-FILE-STATUS     PIC XX VALUE '00'.
           88  VARTOL-FILE-NOT-FOUND  VALUE '35'.
       01  VARTOL-EOF-SW          PIC X VALUE 'N'.
           88  END-OF-VARTOL-FILE     VALUE 'Y'.
       01  TOL-TABLE.
           05  TOL-COUNT          PIC 9(2) VALUE 0.
           05  TOL-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON TOL-COUNT
                   INDEXED BY TX.
               10  TL-ENTITY      PIC X(2).
               10  TL-TOLERANCE   PIC 9(9)V99.
       01  WS-TOL-IDX             PIC 9(2) VALUE 0.
       01  WS-CUR-TOLERANCE       PIC 9(9)V99 VALUE 0.
      * VAR-WORK - the entity's slice re-sorted by value, load
      * sequence kept as the minor key so the single-extract legs
      * pair in the order they were posted, and netted run by run.
       01  VAR-WORK.
           05  VW-LENGTH          PIC 9(9) VALUE 0.
           05  VW-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON VW-LENGTH
                   INDEXED BY VWX.
               10  VW-VALUE       PIC S9(9).
               10  VW-SEQ         PIC 9(9).
               10  VW-AMOUNT      PIC 9(11)V99.
               10  VW-SIDE        PIC X(1).
               10  VW-CURRENCY    PIC X(3).
               10  VW-ORIG-AMOUNT PIC 9(11)V99.
       01  WS-RUN-VALUE           PIC S9(9) VALUE 0.
       01  WS-RUN-COUNT           PIC 9(9) VALUE 0.
       01  WS-RUN-A-COUNT         PIC 9(9) VALUE 0.
       01  WS-RUN-B-COUNT         PIC 9(9) VALUE 0.
       01  WS-RUN-A-AMOUNT        PIC 9(13)V99 VALUE 0.
       01  WS-RUN-B-AMOUNT        PIC 9(13)V99 VALUE 0.
       01  WS-RUN-VARIANCE        PIC 9(13)V99 VALUE 0.
      * The run's legs in original currency, netted for the break's
      * original-currency variance when every posting in the run is
      * in one currency.
       01  WS-RUN-CURRENCY        PIC X(3) VALUE SPACES.
       01  WS-RUN-A-ORIG          PIC 9(13)V99 VALUE 0.
       01  WS-RUN-B-ORIG          PIC 9(13)V99 VALUE 0.
       01  WS-VAR-COUNT           PIC 9(9) VALUE 0.
       01  WS-VAR-HDR-SW          PIC X VALUE 'N'.
           88  VAR-HEADING-DONE       VALUE 'Y'.
       01  WS-TODAY               PIC 9(8) VALUE 0.
      * Timing-difference holding pool.  Pool rows are appended to
      * the ARR table behind tonight's extract, so entry number
      * WS-EXTRACT-LENGTH + n is pool row n; ENT-POOL-IX carries
      * that row number through the entity slice (zero for an
      * extract posting).  PT-ACTION records each row's fate
      * tonight: M = matched or folded into a multi-count break
      * (drops out), K = still held, R = released to the break
      * master.
       01  POOL-FILE-STATUS       PIC XX VALUE '00'.
           88  POOL-FILE-NOT-FOUND    VALUE '35'.
       01  POOLCTL-FILE-STATUS    PIC XX VALUE '00'.
           88  POOLCTL-FILE-NOT-FOUND VALUE '35'.
       01  POOL-EOF-SW            PIC X VALUE 'N'.
           88  END-OF-POOL-FILE       VALUE 'Y'.
       01  POOL-FULL-SW           PIC X VALUE 'N'.
           88  POOL-TABLE-FULL        VALUE 'Y'.
       01  HOLD-ITEM-SW           PIC X VALUE 'N'.
           88  HOLD-ITEM              VALUE 'Y'.
       01  WS-GRACE-NIGHTS        PIC 9(3) VALUE 1.
       01  WS-EXTRACT-LENGTH      PIC 9(9) VALUE 0.
       01  WS-POOL-MAX            PIC 9(5) VALUE 99999.
       01  WS-POOL-LOADED         PIC 9(5) VALUE 0.
       01  WS-POOL-HELD           PIC 9(9) VALUE 0.
       01  WS-POOL-NEW            PIC 9(9) VALUE 0.
       01  WS-POOL-MATCHED        PIC 9(9) VALUE 0.
       01  WS-POOL-RELEASED       PIC 9(9) VALUE 0.
       01  WS-POOL-AMOUNT         PIC 9(13)V99 VALUE 0.
       01  WS-POOL-ROW            PIC 9(5) VALUE 0.
       01  POOL-TABLE.
           05  POOL-COUNT         PIC 9(5) VALUE 0.
           05  POOL-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON POOL-COUNT
                   INDEXED BY PX.
               10  PT-ID-VALUE    PIC S9(9).
               10  PT-ENTITY      PIC X(2).
               10  PT-SIDE        PIC X(1).
               10  PT-AMOUNT      PIC 9(11)V99.
               10  PT-FIRST-SEEN  PIC 9(8).
               10  PT-NIGHTS      PIC 9(3).
               10  PT-ACTION      PIC X(1).
               10  PT-CURRENCY    PIC X(3).
               10  PT-ORIG-AMOUNT PIC 9(11)V99.
       01  WS-BRK-MAX             PIC 9(9) VALUE 99999.
       01  BRK-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-BREAK-FILE      VALUE 'Y'.
       01  BRK-FULL-SW            PIC X VALUE 'N'.
           88  BRK-TABLE-FULL         VALUE 'Y'.
      * BRK-TABLE - the break master loaded for tonight's update, one
      * entry per ID value still being tracked (resolved rows
      * included, so an id they cover is never reopened as a break
      * or pooled), rewritten to BRKMSTR after the run's ODDREC
      * results are folded in.
       01  BRK-TABLE.
           05  BRK-COUNT          PIC 9(9) VALUE 0.
           05  BRK-ENTRY OCCURS 1 TO 99999 TIMES
               10  BT-STATUS      PIC X(1).
               10  BT-AMOUNT      PIC 9(11)V99.
               10  BT-ENTITY      PIC X(2).
               10  BT-CLASS       PIC X(1).
               10  BT-PEAK-AMOUNT PIC 9(11)V99.
               10  BT-CLOSED-DATE PIC 9(8).
               10  BT-CURRENCY    PIC X(3).
               10  BT-ORIG-AMOUNT PIC 9(11)V99.
      * CLS-TABLE - rows already closed (cleared or written off) when
      * the master was loaded.  They leave the master at tonight's
      * rewrite, and each goes to the BRKHIST break history with the
      * last analyst, disposition, and comment off BRKASGN; a paired
      * or written-off one is carried on as a resolved row.  The
      * table is sorted by entity and value before the assignment
      * file is matched against it.  A master with more closed rows
      * than the table holds is treated like a full break table -
      * the rewrite is skipped rather than lose a break's history.
       01  ASSIGN-FILE-STATUS     PIC XX VALUE '00'.
           88  ASSIGN-FILE-NOT-FOUND  VALUE '35'.
       01  ASG-EOF-SW             PIC X VALUE 'N'.
           88  END-OF-ASSIGN-FILE     VALUE 'Y'.
       01  HISTORY-FILE-STATUS    PIC XX VALUE '00'.
           88  HISTORY-FILE-NOT-FOUND VALUE '35'.
       01  WS-CLS-MAX             PIC 9(5) VALUE 99999.
       01  WS-CLS-IDX             PIC 9(5) VALUE 0.
       01  CLS-TABLE.
           05  CLS-COUNT          PIC 9(5) VALUE 0.
           05  CLS-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CLS-COUNT
                   INDEXED BY CLX.
               10  CL-ENTITY      PIC X(2).
               10  CL-ID-VALUE    PIC S9(9).
               10  CL-FIRST-SEEN  PIC 9(8).
               10  CL-CLOSED-DATE PIC 9(8).
               10  CL-NIGHTS      PIC 9(5).
               10  CL-PEAK-AMOUNT PIC 9(11)V99.
               10  CL-AMOUNT      PIC 9(11)V99.
               10  CL-CLASS       PIC X(1).
               10  CL-STATUS      PIC X(1).
               10  CL-ANALYST-ID  PIC X(10).
               10  CL-DISP-CODE   PIC X(1).
               10  CL-COMMENT     PIC X(30).
               10  CL-CURRENCY    PIC X(3).
               10  CL-ORIG-AMOUNT PIC 9(11)V99.
       01  VALUE-DISP             PIC -(9)9.
       01  RUN-DATE-DISP          PIC 9(8).
       01  VALID-STATUS           PIC X(1).
           05  FILLER             PIC X(30) VALUE
               'BATCH RECORD COUNT ........ : '.
           05  RPT-H-COUNT        PIC ZZZZZZZZ9.
      * First line of a stream's report, which FDMERGE keys on when
      * it copies tonight's stream reports into the merged EXCPTRPT.
       01  RPT-STREAM-LINE.
           05  FILLER             PIC X(7)  VALUE 'STREAM '.
           05  RPT-S-STREAM       PIC X(2).
           05  FILLER             PIC X(12) VALUE '  RUN DATE: '.
           05  RPT-S-DATE         PIC 9(8).
       01  RPT-DETAIL.
           05  FILLER             PIC X(22) VALUE
               'UNMATCHED ID ...... : '.
           05  RPT-D-CLASS        PIC X(10).
           05  FILLER             PIC X(9)  VALUE '  AMOUNT '.
           05  RPT-D-AMOUNT       PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(7)  VALUE '  ORIG '.
           05  RPT-D-CURRENCY     PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  RPT-D-ORIG-AMOUNT  PIC ZZZZZZZZZZ9.99.
       01  RPT-TWOS-DETAIL.
           05  FILLER             PIC X(5)  VALUE 'ID : '.
           05  RPT-2-VALUE        PIC -(9)9.
           05  RPT-2-CLASS        PIC X(10).
           05  FILLER             PIC X(6)  VALUE '  AMT '.
           05  RPT-2-AMOUNT       PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(7)  VALUE '  ORIG '.
           05  RPT-2-CURRENCY     PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  RPT-2-ORIG-AMOUNT  PIC ZZZZZZZZZZ9.99.
      * Amount-variance break line: the two legs' totals (side A
      * and side B, or alternate postings on a single extract) and
      * the variance between them.
       01  RPT-VAR-HEADING        PIC X(40) VALUE
               'AMOUNT VARIANCE - PAIRED IDS NOT NETTING'.
       01  RPT-VAR-DETAIL.
           05  FILLER             PIC X(14) VALUE 'VARIANCE ID : '.
           05  RPT-V-VALUE        PIC -(9)9.
           05  FILLER             PIC X(6)  VALUE '  CNT '.
           05  RPT-V-OCCURS       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(8)  VALUE '  A AMT '.
           05  RPT-V-A-AMOUNT     PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(8)  VALUE '  B AMT '.
           05  RPT-V-B-AMOUNT     PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(6)  VALUE '  VAR '.
           05  RPT-V-VARIANCE     PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(7)  VALUE '  ORIG '.
           05  RPT-V-CURRENCY     PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  RPT-V-ORIG-AMOUNT  PIC ZZZZZZZZZZ9.99.
       01  RPT-VAR-TOTAL-LINE.
           05  FILLER             PIC X(32) VALUE
               'AMOUNT VARIANCE BREAKS ..... : '.
           05  RPT-VT-COUNT       PIC ZZZZZZZZ9.
       01  RPT-CLEAN-LINE         PIC X(40) VALUE
               'NO EXCEPTIONS - BATCH FULLY RECONCILED.'.
       01  RPT-TOTAL-LINE.
           05  RPT-T-COUNT        PIC ZZZZZZZZ9.
       01  RPT-EXPOSURE-LINE.
           05  FILLER             PIC X(31) VALUE
               'TOTAL EXPOSURE (USD) ....... : '.
           05  RPT-T-EXPOSURE     PIC ZZZZZZZZZZZZ9.99.
       01  RPT-ENTITY-LINE.
           05  FILLER             PIC X(7)  VALUE 'ENTITY '.
           05  FILLER             PIC X(9)  VALUE 'LOADED - '.
           05  RPT-CY-REC-COUNT   PIC ZZZZZZZZ9.
           05  FILLER             PIC X(8)  VALUE ' RECORDS'.
      * Replayed-extract lines, one per extract the registry check
      * flagged.
       01  RPT-REPLAY-LINE.
           05  FILLER             PIC X(8)  VALUE 'EXTRACT '.
           05  RPT-X-SOURCE       PIC X(8).
           05  FILLER             PIC X(6)  VALUE '  ENT '.
           05  RPT-X-ENTITY       PIC X(2).
           05  FILLER             PIC X(7)  VALUE '  DATE '.
           05  RPT-X-DATE         PIC 9(8).
           05  FILLER             PIC X(7)  VALUE '  RECS '.
           05  RPT-X-COUNT        PIC ZZZZZZZZ9.
           05  FILLER             PIC X(7)  VALUE '  HASH '.
           05  RPT-X-HASH         PIC 9(15).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-X-TEXT         PIC X(22).
           05  RPT-X-REF          PIC X(8).
       01  RPT-RERUN-LINE         PIC X(44) VALUE
               'OPERATOR RERUN - REPLAY CHECK OVERRIDDEN'.
      * Holding-pool section of the exception report.
       01  RPT-POOL-HEADING.
           05  FILLER             PIC X(40) VALUE
               'TIMING-DIFFERENCE HOLDING POOL - GRACE '.
           05  RPT-PH-GRACE       PIC ZZ9.
           05  FILLER             PIC X(16) VALUE
               ' BUSINESS NIGHTS'.
       01  RPT-POOL-DETAIL.
           05  FILLER             PIC X(10) VALUE 'POOL ID : '.
           05  RPT-P-VALUE        PIC -(9)9.
           05  FILLER             PIC X(6)  VALUE '  ENT '.
           05  RPT-P-ENTITY       PIC X(2).
           05  FILLER             PIC X(7)  VALUE '  SIDE '.
           05  RPT-P-SIDE         PIC X(1).
           05  FILLER             PIC X(8)  VALUE '  FIRST '.
           05  RPT-P-FIRST        PIC 9(8).
           05  FILLER             PIC X(7)  VALUE '  HELD '.
           05  RPT-P-NIGHTS       PIC ZZ9.
           05  FILLER             PIC X(6)  VALUE '  AMT '.
           05  RPT-P-AMOUNT       PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-P-FLAG         PIC X(11).
           05  FILLER             PIC X(7)  VALUE '  ORIG '.
           05  RPT-P-CURRENCY     PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  RPT-P-ORIG-AMOUNT  PIC ZZZZZZZZZZ9.99.
       01  RPT-POOL-EMPTY-LINE    PIC X(40) VALUE
               'POOL IS EMPTY - NOTHING HELD.'.
       01  RPT-POOL-TOTAL-1.
           05  FILLER             PIC X(32) VALUE
               'ITEMS HELD IN POOL ......... : '.
           05  RPT-PT-HELD        PIC ZZZZZZZZ9.
           05  FILLER             PIC X(11) VALUE '  AMOUNT   '.
           05  RPT-PT-AMOUNT      PIC ZZZZZZZZZZZZ9.99.
       01  RPT-POOL-TOTAL-2.
           05  FILLER             PIC X(32) VALUE
               'NEW TO POOL TONIGHT ........ : '.
           05  RPT-PT-NEW         PIC ZZZZZZZZ9.
       01  RPT-POOL-TOTAL-3.
           05  FILLER             PIC X(32) VALUE
               'MATCHED OUT OF POOL ........ : '.
           05  RPT-PT-MATCHED     PIC ZZZZZZZZ9.
       01  RPT-POOL-TOTAL-4.
           05  FILLER             PIC X(32) VALUE
               'RELEASED TO BREAK MASTER ... : '.
           05  RPT-PT-RELEASED    PIC ZZZZZZZZ9.
       01  RPT-BRK-FULL-LINE      PIC X(46) VALUE
               'BREAK MASTER EXCEEDS TABLE LIMIT - NOT UPDATED'.

             CLOSE STAGE-FILE
             MOVE 0 TO RETURN-CODE
             PERFORM 9800-WRITE-RUN-END
             PERFORM 9850-WRITE-STREAM-STATUS
             PERFORM 9999-TERMINATE
             STOP RUN
           END-IF
           IF IO-ERROR
             IF STREAM-NOT-MAPPED
               MOVE 'RUN ABORTED - STREAM NOT ON STRMCTL'
                    TO VALID-MSG
             ELSE
               MOVE 'RUN ABORTED - INPUT EXTRACT UNAVAILABLE'
                    TO VALID-MSG
             END-IF
             PERFORM 2600-PRINT-REJECT
             CLOSE STAGE-FILE
             PERFORM 9900-SET-RETURN-CODE
             PERFORM 9800-WRITE-RUN-END
             PERFORM 9850-WRITE-STREAM-STATUS
             PERFORM 9999-TERMINATE
             STOP RUN
           END-IF
           PERFORM 2000-LOAD-RECON-FILE
           MOVE ARR-LENGTH TO WS-EXTRACT-LENGTH
           IF ARR-TABLE-FULL
             MOVE 'I' TO VALID-STATUS
             MOVE 'BATCH REJECTED - EXCEEDS 999999-RECORD TABLE LIMIT'
               MOVE 'BATCH REJECTED - TOO MANY ENTITIES'
                    TO VALID-MSG
             END-IF
             IF INPUT-VALID AND STREAM-MODE
               PERFORM 2750-CHECK-STREAM-ENTITIES
             END-IF
      * A replayed extract is turned away before anything else
      * looks at it - the pool merge included.
             IF INPUT-VALID
               PERFORM 2400-CHECK-EXTRACT-REGISTRY
             END-IF
      * So is an extract dated in a month its entity has certified.
             IF INPUT-VALID
               PERFORM 2450-CHECK-CERTIFIED-MONTHS
             END-IF
      * The pool merges once the extract has balanced, ahead of the
      * batch-shape rules, so FDVALID's single-entity parity rule
      * judges the same table FINDALL will see.
             IF INPUT-VALID
               PERFORM 2800-MERGE-HOLDING-POOL
             END-IF
      * Postings are valued into reporting currency once the pool
      * rows are in the table, so a held posting is revalued at
      * tonight's rate along with the extract.
             IF INPUT-VALID
               PERFORM 2900-VALUE-POSTINGS
             END-IF
             IF INPUT-VALID
               EVALUATE TRUE
                 WHEN CYCLE-MODE
               PERFORM 2600-PRINT-REJECT
               PERFORM 9500-RESET-CHECKPOINT
             ELSE
      * The break master is loaded ahead of the entity checks so a
      * count-1 ID that is already an open break is not pooled.
               PERFORM 7100-LOAD-BREAK-MASTER
               PERFORM 3000-RUN-ENTITY-CHECKS
               PERFORM 4000-PRINT-REPORT
               PERFORM 4500-PRINT-POOL-SECTION
               PERFORM 5000-WRITE-AUDIT-LOG
      * A stream's legacy FININTFC records are written by FDMERGE
      * off the merged audit rows, under the batch ids it stamps.
               IF NOT STREAM-MODE
                 PERFORM 6000-WRITE-INTERFACE-REC
               END-IF
               PERFORM 6500-WRITE-INTERFACE-FEED
               PERFORM 7000-UPDATE-BREAK-MASTER
               PERFORM 7500-REWRITE-HOLDING-POOL
               PERFORM 7600-REGISTER-EXTRACTS
               PERFORM 9500-RESET-CHECKPOINT
             END-IF
           END-IF
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9800-WRITE-RUN-END
           PERFORM 9850-WRITE-STREAM-STATUS
           PERFORM 9999-TERMINATE
           STOP RUN.
       0000-END. EXIT.
           MOVE 0 TO ARR-LENGTH
           MOVE 'N' TO EOF-SW
           MOVE 'V' TO VALID-STATUS
           MOVE SPACES TO VALID-MSG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           ACCEPT CMD-LINE FROM COMMAND-LINE
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE
               INTO RUN-MODE CMD-OPTION-1 CMD-OPTION-2 CMD-OPTION-3
           IF CMD-OPTION-1 = 'SKIP' OR CMD-OPTION-2 = 'SKIP'
              OR CMD-OPTION-3 = 'SKIP'
             MOVE 'SKIP' TO CAL-OPTION
           END-IF
           IF CMD-OPTION-1 = 'RERUN' OR CMD-OPTION-2 = 'RERUN'
              OR CMD-OPTION-3 = 'RERUN'
             MOVE 'Y' TO RERUN-SW
           END-IF
           IF CMD-OPTION-1(1:5) = 'STRM='
             MOVE CMD-OPTION-1(6:2) TO WS-STREAM-ID
           END-IF
           IF CMD-OPTION-2(1:5) = 'STRM='
             MOVE CMD-OPTION-2(6:2) TO WS-STREAM-ID
           END-IF
           IF CMD-OPTION-3(1:5) = 'STRM='
             MOVE CMD-OPTION-3(6:2) TO WS-STREAM-ID
           END-IF
           IF WS-STREAM-ID NOT = SPACES
             MOVE 'Y' TO STREAM-SW
           END-IF
           PERFORM 1500-CHECK-RUN-CALENDAR
           PERFORM 1600-LOAD-VARIANCE-TOLERANCE
           PERFORM 1700-LOAD-POOL-CONTROL
           PERFORM 1800-LOAD-FX-RATES
           IF STREAM-MODE
             PERFORM 1900-LOAD-STREAM-MAP
           END-IF
           IF NOT CYCLE-MODE
             PERFORM 1100-CHECK-FOR-CHECKPOINT
           END-IF
           ELSE
             OPEN OUTPUT STAGE-FILE
           END-IF
           OPEN OUTPUT EXCEPT-RPT
           IF STREAM-MODE
             MOVE WS-STREAM-ID TO RPT-S-STREAM
             MOVE WS-TODAY TO RPT-S-DATE
             WRITE RPT-LINE FROM RPT-STREAM-LINE
           END-IF.
       1000-END. EXIT.
      *
       1100-CHECK-FOR-CHECKPOINT.
                       COMPUTE XS(ARR-LENGTH) =
                               FUNCTION NUMVAL(STAGE-ID)
                       MOVE STAGE-SIDE TO TAG-SIDE(ARR-LENGTH)
                       MOVE STAGE-AMT TO ORIG-AMT(ARR-LENGTH)
                       MOVE STAGE-ENTITY TO TAG-ENTITY(ARR-LENGTH)
                       IF STAGE-CURRENCY = SPACES
                         MOVE WS-RPT-CURRENCY
                              TO TAG-CURRENCY(ARR-LENGTH)
                       ELSE
                         MOVE STAGE-CURRENCY
                              TO TAG-CURRENCY(ARR-LENGTH)
                       END-IF
                       IF STAGE-SIDE = 'B'
                         ADD 1 TO WS-SKIP-B-COUNT
                         ADD 1 TO WS-DET-COUNT-B
             CLOSE RUN-CAL-FILE
           END-IF.
       1500-END. EXIT.
      *
       1600-LOAD-VARIANCE-TOLERANCE.
      * Per-entity amount-variance tolerance, last row for an entity
      * wins.  No file means no tolerance anywhere - every paired
      * ID has to net to the cent.
           MOVE 0 TO TOL-COUNT
           MOVE 'N' TO VARTOL-EOF-SW
           OPEN INPUT VAR-TOL-FILE
           IF VARTOL-FILE-NOT-FOUND
             MOVE 'Y' TO VARTOL-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-VARTOL-FILE
                 READ VAR-TOL-FILE
                     AT END
                         MOVE 'Y' TO VARTOL-EOF-SW
                     NOT AT END
                         IF VT-TOLERANCE NUMERIC
                           PERFORM 1610-STORE-TOLERANCE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE VAR-TOL-FILE
           END-IF.
       1600-END. EXIT.
      *
       1610-STORE-TOLERANCE.
           MOVE 0 TO WS-TOL-IDX
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TOL-COUNT
             IF TL-ENTITY(TX) = VT-ENTITY
               SET WS-TOL-IDX TO TX
             END-IF
           END-PERFORM
           IF WS-TOL-IDX = 0 AND TOL-COUNT < WS-ENT-MAX
             ADD 1 TO TOL-COUNT
             MOVE TOL-COUNT TO WS-TOL-IDX
           END-IF
           IF WS-TOL-IDX > 0
             MOVE VT-ENTITY TO TL-ENTITY(WS-TOL-IDX)
             MOVE VT-TOLERANCE TO TL-TOLERANCE(WS-TOL-IDX)
           END-IF.
       1610-END. EXIT.
      *
       1700-LOAD-POOL-CONTROL.
      * Grace window in business nights, last row wins; no control
      * file leaves the one-night default.
           MOVE 'N' TO POOL-EOF-SW
           OPEN INPUT POOL-CTL-FILE
           IF POOLCTL-FILE-NOT-FOUND
             MOVE 'Y' TO POOL-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-POOL-FILE
                 READ POOL-CTL-FILE
                     AT END
                         MOVE 'Y' TO POOL-EOF-SW
                     NOT AT END
                         IF PC-GRACE-NIGHTS NUMERIC
                           MOVE PC-GRACE-NIGHTS TO WS-GRACE-NIGHTS
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE POOL-CTL-FILE
           END-IF.
       1700-END. EXIT.
      *
       1800-LOAD-FX-RATES.
      * Only the run date's rows are kept, last row for a currency
      * wins so ops can correct a rate by appending.  No file leaves
      * the table empty: a dollar-only night still runs, and any
      * other currency rejects the batch at valuation.
           MOVE 0 TO FXR-COUNT
           MOVE 'N' TO FXRATE-EOF-SW
           OPEN INPUT FX-RATE-FILE
           IF FXRATE-FILE-NOT-FOUND
             MOVE 'Y' TO FXRATE-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-FXRATE-FILE
                 READ FX-RATE-FILE
                     AT END
                         MOVE 'Y' TO FXRATE-EOF-SW
                     NOT AT END
                         IF FX-RATE-DATE NUMERIC
                            AND FX-RATE-DATE = WS-TODAY
                            AND FX-RATE NUMERIC
                            AND FX-RATE > 0
                           PERFORM 1810-STORE-FX-RATE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FX-RATE-FILE
           END-IF.
       1800-END. EXIT.
      *
       1810-STORE-FX-RATE.
           MOVE FX-CURRENCY TO WS-FX-CCY
           PERFORM 2920-FIND-FX-RATE
           IF WS-FX-IDX = 0 AND FXR-COUNT < WS-FXR-MAX
             ADD 1 TO FXR-COUNT
             MOVE FXR-COUNT TO WS-FX-IDX
           END-IF
           IF WS-FX-IDX > 0
             MOVE FX-CURRENCY TO FR-CURRENCY(WS-FX-IDX)
             MOVE FX-RATE TO FR-RATE(WS-FX-IDX)
           END-IF.
       1810-END. EXIT.
      *
       1900-LOAD-STREAM-MAP.
      * A stream the map gives no entity has nothing it may touch,
      * so the run aborts rather than reconcile an empty slice.  A
      * missing map is the same case.
           MOVE 0 TO STM-COUNT
           MOVE 0 TO WS-STREAM-ENT-COUNT
           MOVE 'N' TO STRMCTL-EOF-SW
           OPEN INPUT STREAM-MAP-FILE
           IF STRMCTL-FILE-NOT-FOUND
             MOVE 'Y' TO STRMCTL-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-STRMCTL-FILE
                 READ STREAM-MAP-FILE
                     AT END
                         MOVE 'Y' TO STRMCTL-EOF-SW
                     NOT AT END
                         PERFORM 1910-STORE-STREAM-ROW
                 END-READ
             END-PERFORM
             CLOSE STREAM-MAP-FILE
           END-IF
           PERFORM VARYING SMX FROM 1 BY 1 UNTIL SMX > STM-COUNT
             IF SM-STREAM(SMX) = WS-STREAM-ID
               ADD 1 TO WS-STREAM-ENT-COUNT
             END-IF
           END-PERFORM
           IF WS-STREAM-ENT-COUNT = 0
             MOVE 'Y' TO STREAM-MAP-ERR-SW
             MOVE 'Y' TO IO-ERROR-SW
           END-IF.
       1900-END. EXIT.
      *
       1910-STORE-STREAM-ROW.
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
       1910-END. EXIT.
      *
       2000-LOAD-RECON-FILE.
           EVALUATE TRUE
           MOVE 0 TO WS-CYC-TRL-HASH
           MOVE 0 TO WS-CYC-DET-COUNT
           MOVE 0 TO WS-CYC-HASH
           MOVE 0 TO WS-CYC-HDR-DATE
           MOVE SPACES TO WS-CYC-HDR-ENTITY
           MOVE ARR-LENGTH TO WS-CYC-START
           PERFORM 2041-OPEN-CYCLE-FILE
           IF CYCLE-FILE-ABSENT
               WRITE RPT-LINE FROM RPT-CYCLE-LINE
             ELSE
               ADD 1 TO WS-GOOD-CYCLES
               PERFORM 2345-NOTE-CYCLE-EXTRACT
               MOVE WS-CYC-DET-COUNT TO RPT-CY-REC-COUNT
               MOVE RPT-CY-LOADED-TEXT TO RPT-CY-TEXT
               WRITE RPT-LINE FROM RPT-CYCLE-LINE
               IF WS-AMT-IN NOT NUMERIC
                 MOVE 0 TO WS-AMT-IN
               END-IF
               MOVE WS-AMT-IN TO ORIG-AMT(ARR-LENGTH)
               MOVE WS-ID-REC(24:2) TO TAG-ENTITY(ARR-LENGTH)
               PERFORM 2120-STORE-CURRENCY
               IF CUR-SIDE = 'B'
                 ADD 1 TO WS-DET-COUNT-B
                 COMPUTE WS-HASH-WORK =
               MOVE CUR-SIDE TO STAGE-SIDE
               MOVE WS-AMT-IN TO STAGE-AMT
               MOVE WS-ID-REC(24:2) TO STAGE-ENTITY
               MOVE TAG-CURRENCY(ARR-LENGTH) TO STAGE-CURRENCY
               WRITE STAGE-REC
               IF FUNCTION MOD(ARR-LENGTH, CKPT-INTERVAL) = 0
                 PERFORM 2200-WRITE-CHECKPOINT
               IF WS-AMT-IN NOT NUMERIC
                 MOVE 0 TO WS-AMT-IN
               END-IF
               MOVE WS-AMT-IN TO ORIG-AMT(ARR-LENGTH)
               MOVE WS-ID-REC(24:2) TO TAG-ENTITY(ARR-LENGTH)
               PERFORM 2120-STORE-CURRENCY
               ADD 1 TO WS-CYC-DET-COUNT
               COMPUTE WS-HASH-WORK =
                       WS-CYC-HASH + XS(ARR-LENGTH)
             END-IF
           END-IF.
       2110-END. EXIT.
      *
       2120-STORE-CURRENCY.
      * A legacy detail with blank currency columns is a dollar
      * posting.
           MOVE WS-ID-REC(26:3) TO TAG-CURRENCY(ARR-LENGTH)
           IF TAG-CURRENCY(ARR-LENGTH) = SPACES
             MOVE WS-RPT-CURRENCY TO TAG-CURRENCY(ARR-LENGTH)
           END-IF.
       2120-END. EXIT.
      *
       2150-PROCESS-CONTROL-REC.
           MOVE WS-ID-REC TO CTL-REC
             IF CUR-SIDE = 'B'
               MOVE 'Y' TO HDR-SEEN-B-SW
               MOVE RC-H-REC-COUNT TO WS-EXP-COUNT-B
               MOVE RC-H-EXTRACT-DATE TO WS-HDR-DATE-B
               MOVE RC-ENTITY TO WS-HDR-ENTITY-B
             ELSE
               MOVE 'Y' TO HDR-SEEN-A-SW
               MOVE RC-H-REC-COUNT TO WS-EXP-COUNT-A
               MOVE RC-H-EXTRACT-DATE TO WS-HDR-DATE-A
               MOVE RC-ENTITY TO WS-HDR-ENTITY-A
             END-IF
           ELSE
             IF CUR-SIDE = 'B'
           IF RC-HEADER
             MOVE 'Y' TO WS-CYC-HDR-SW
             MOVE RC-H-REC-COUNT TO WS-CYC-EXP-COUNT
             MOVE RC-H-EXTRACT-DATE TO WS-CYC-HDR-DATE
             MOVE RC-ENTITY TO WS-CYC-HDR-ENTITY
           ELSE
             MOVE 'Y' TO WS-CYC-TRL-SW
             MOVE RC-T-REC-COUNT TO WS-CYC-TRL-COUNT
               MOVE 'BATCH REJECTED - HASH OUT OF BALANCE'
                    TO VALID-MSG
             WHEN OTHER
               PERFORM 2310-NOTE-EXTRACT
           END-EVALUATE.
       2300-END. EXIT.
      *
       2310-NOTE-EXTRACT.
      * A balanced extract goes on tonight's list for the replay
      * registry check, under the DD name it was read from.
           ADD 1 TO XTR-COUNT
           SET XCX TO XTR-COUNT
           EVALUATE TRUE
             WHEN CUR-SIDE = 'B'
               MOVE 'RECONIDB' TO XC-SOURCE(XCX)
               MOVE WS-HDR-ENTITY-B TO XC-ENTITY(XCX)
               MOVE WS-HDR-DATE-B TO XC-DATE(XCX)
             WHEN TWO-SIDED-MODE
               MOVE 'RECONIDA' TO XC-SOURCE(XCX)
               MOVE WS-HDR-ENTITY-A TO XC-ENTITY(XCX)
               MOVE WS-HDR-DATE-A TO XC-DATE(XCX)
             WHEN OTHER
               MOVE 'RECONIDS' TO XC-SOURCE(XCX)
               MOVE WS-HDR-ENTITY-A TO XC-ENTITY(XCX)
               MOVE WS-HDR-DATE-A TO XC-DATE(XCX)
           END-EVALUATE
           MOVE CHK-DET-COUNT TO XC-COUNT(XCX)
           MOVE CHK-TRL-HASH TO XC-HASH(XCX)
           MOVE SPACE TO XC-FLAG(XCX)
           MOVE SPACES TO XC-REF(XCX)
           MOVE 0 TO XC-LATEST-DATE(XCX)
           MOVE SPACE TO XC-CERT-STATUS(XCX)
           MOVE SPACES TO XC-CERT-DATE(XCX).
       2310-END. EXIT.
      *
       2340-VERIFY-CYCLE-TOTALS.
      * The same interchange discipline as 2300, applied to one
               CONTINUE
           END-EVALUATE.
       2340-END. EXIT.
      *
       2345-NOTE-CYCLE-EXTRACT.
      * Cycle-mode counterpart of 2310: a clean cycle goes on the
      * list under its own DD name, RECONID1 through RECONID4.
           ADD 1 TO XTR-COUNT
           SET XCX TO XTR-COUNT
           MOVE 'RECONID ' TO XC-SOURCE(XCX)
           MOVE WS-CYC-NO TO XC-SOURCE(XCX)(8:1)
           MOVE WS-CYC-HDR-ENTITY TO XC-ENTITY(XCX)
           MOVE WS-CYC-HDR-DATE TO XC-DATE(XCX)
           MOVE WS-CYC-DET-COUNT TO XC-COUNT(XCX)
           MOVE WS-CYC-TRL-HASH TO XC-HASH(XCX)
           MOVE SPACE TO XC-FLAG(XCX)
           MOVE SPACES TO XC-REF(XCX)
           MOVE 0 TO XC-LATEST-DATE(XCX)
           MOVE SPACE TO XC-CERT-STATUS(XCX)
           MOVE SPACES TO XC-CERT-DATE(XCX).
       2345-END. EXIT.
      *
       2400-CHECK-EXTRACT-REGISTRY.
      * Every balanced extract tonight is looked up on the EXTREG
      * registry: the same entity, extract date, record count, and
      * hash total already processed is a replay, and an extract
      * date older than the latest the entity has processed is a
      * stale resend.  Either one rejects the batch and raises an
      * operator alert, unless the operator has passed RERUN for a
      * deliberate rerun, in which case the flagged extracts are
      * only listed.  A missing registry is the first night - there
      * is nothing yet to repeat.
           MOVE 0 TO WS-REPLAY-COUNT
           MOVE 0 TO WS-DUP-COUNT
           IF CYCLE-MODE
             PERFORM 2410-CHECK-CYCLE-REPEATS
           END-IF
           MOVE 'N' TO EXTREG-EOF-SW
           OPEN INPUT EXTRACT-REG-FILE
           IF EXTREG-FILE-NOT-FOUND
             CONTINUE
           ELSE
             IF EXTREG-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
               MOVE 'I' TO VALID-STATUS
               MOVE 'RUN ABORTED - REGISTRY UNAVAILABLE'
                    TO VALID-MSG
             ELSE
               PERFORM UNTIL END-OF-EXTREG-FILE
                   READ EXTRACT-REG-FILE
                       AT END
                           MOVE 'Y' TO EXTREG-EOF-SW
                       NOT AT END
                           PERFORM 2420-COMPARE-REGISTRY-ROW
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-REG-FILE
             END-IF
           END-IF
           IF NOT IO-ERROR
             PERFORM VARYING XCX FROM 1 BY 1 UNTIL XCX > XTR-COUNT
               PERFORM 2430-JUDGE-EXTRACT
             END-PERFORM
             IF WS-REPLAY-COUNT > 0
               IF OPERATOR-RERUN
                 WRITE RPT-LINE FROM RPT-RERUN-LINE
               ELSE
                 MOVE 'I' TO VALID-STATUS
                 IF WS-DUP-COUNT > 0
                   MOVE 'BATCH REJECTED - REPLAYED EXTRACT'
                        TO VALID-MSG
                 ELSE
                   MOVE 'BATCH REJECTED - STALE EXTRACT DATE'
                        TO VALID-MSG
                 END-IF
               END-IF
             END-IF
           END-IF.
       2400-END. EXIT.
      *
       2410-CHECK-CYCLE-REPEATS.
      * A cycle file that repeats an earlier cycle of the same night
      * is a replay too, though neither is on the registry yet.  An
      * empty cycle carries nothing to replay, so two quiet cycles
      * with matching zero totals are not flagged.
           PERFORM VARYING XCX FROM 2 BY 1 UNTIL XCX > XTR-COUNT
             PERFORM VARYING XCY FROM 1 BY 1 UNTIL XCY >= XCX
               IF XC-COUNT(XCX) > 0
                  AND XC-ENTITY(XCX) = XC-ENTITY(XCY)
                  AND XC-DATE(XCX) = XC-DATE(XCY)
                  AND XC-COUNT(XCX) = XC-COUNT(XCY)
                  AND XC-HASH(XCX) = XC-HASH(XCY)
                 MOVE 'R' TO XC-FLAG(XCX)
                 MOVE XC-SOURCE(XCY) TO XC-REF(XCX)
               END-IF
             END-PERFORM
           END-PERFORM.
       2410-END. EXIT.
      *
       2420-COMPARE-REGISTRY-ROW.
      * One registry row against each of tonight's extracts for the
      * same entity: an exact repeat is flagged with the run date it
      * was processed on, and the latest extract date the entity has
      * processed is carried forward for the stale-date test.
           PERFORM VARYING XCX FROM 1 BY 1 UNTIL XCX > XTR-COUNT
             IF ER-ENTITY = XC-ENTITY(XCX)
               IF ER-EXTRACT-DATE = XC-DATE(XCX)
                  AND ER-REC-COUNT = XC-COUNT(XCX)
                  AND ER-HASH-TOTAL = XC-HASH(XCX)
                 MOVE 'D' TO XC-FLAG(XCX)
                 MOVE ER-RUN-DATE TO XC-REF(XCX)
               END-IF
               IF ER-EXTRACT-DATE > XC-LATEST-DATE(XCX)
                 MOVE ER-EXTRACT-DATE TO XC-LATEST-DATE(XCX)
               END-IF
             END-IF
           END-PERFORM.
       2420-END. EXIT.
      *
       2430-JUDGE-EXTRACT.
           IF XC-NOT-SEEN(XCX)
              AND XC-LATEST-DATE(XCX) > XC-DATE(XCX)
             MOVE 'S' TO XC-FLAG(XCX)
             MOVE XC-LATEST-DATE(XCX) TO XC-REF(XCX)
           END-IF
           IF NOT XC-NOT-SEEN(XCX)
             ADD 1 TO WS-REPLAY-COUNT
             IF NOT XC-STALE(XCX)
               ADD 1 TO WS-DUP-COUNT
             END-IF
             MOVE XC-SOURCE(XCX) TO RPT-X-SOURCE
             MOVE XC-ENTITY(XCX) TO RPT-X-ENTITY
             MOVE XC-DATE(XCX) TO RPT-X-DATE
             MOVE XC-COUNT(XCX) TO RPT-X-COUNT
             MOVE XC-HASH(XCX) TO RPT-X-HASH
             EVALUATE TRUE
               WHEN XC-DUPLICATE(XCX)
                 MOVE 'REPLAY - PROCESSED ON' TO RPT-X-TEXT
               WHEN XC-STALE(XCX)
                 MOVE 'STALE - LATEST DATE' TO RPT-X-TEXT
               WHEN OTHER
                 MOVE 'REPLAY - REPEATS' TO RPT-X-TEXT
             END-EVALUATE
             MOVE XC-REF(XCX) TO RPT-X-REF
             WRITE RPT-LINE FROM RPT-REPLAY-LINE
             IF NOT OPERATOR-RERUN
               PERFORM 2440-WRITE-REPLAY-ALERT
             END-IF
           END-IF.
       2430-END. EXIT.
      *
       2440-WRITE-REPLAY-ALERT.
           MOVE WS-TODAY TO AL-ALERT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-ALERT-TIME
           MOVE SPACES TO AL-ALERT-BODY
           IF XC-STALE(XCX)
             MOVE 'S' TO AL-R-REASON
           ELSE
             MOVE 'D' TO AL-R-REASON
           END-IF
           MOVE XC-ENTITY(XCX) TO AL-R-ENTITY
           MOVE XC-DATE(XCX) TO AL-R-EXTRACT-DATE
           MOVE XC-SOURCE(XCX) TO AL-R-SOURCE
           OPEN EXTEND ALERT-FILE
           IF ALERT-FILE-NOT-FOUND
             OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
       2440-END. EXIT.
      *
       2450-CHECK-CERTIFIED-MONTHS.
      * Each of tonight's extracts is looked up on the CERTCTL
      * sign-off file by its entity and the month of its extract
      * date; the last row for the entity and month governs.  One
      * extract in a certified month rejects the batch.  No file
      * means no month has been certified yet.
           MOVE 0 TO WS-LOCKED-COUNT
           MOVE 'N' TO CERT-EOF-SW
           OPEN INPUT CERT-CTL-FILE
           IF CERT-FILE-NOT-FOUND
             CONTINUE
           ELSE
             IF CERT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO IO-ERROR-SW
               MOVE 'I' TO VALID-STATUS
               MOVE 'RUN ABORTED - CERTCTL UNAVAILABLE'
                    TO VALID-MSG
             ELSE
               PERFORM UNTIL END-OF-CERT-FILE
                   READ CERT-CTL-FILE
                       AT END
                           MOVE 'Y' TO CERT-EOF-SW
                       NOT AT END
                           PERFORM 2460-COMPARE-CERT-ROW
                   END-READ
               END-PERFORM
               CLOSE CERT-CTL-FILE
             END-IF
           END-IF
           IF NOT IO-ERROR
             PERFORM VARYING XCX FROM 1 BY 1 UNTIL XCX > XTR-COUNT
               IF XC-MONTH-CERTIFIED(XCX)
                 ADD 1 TO WS-LOCKED-COUNT
                 MOVE XC-SOURCE(XCX) TO RPT-X-SOURCE
                 MOVE XC-ENTITY(XCX) TO RPT-X-ENTITY
                 MOVE XC-DATE(XCX) TO RPT-X-DATE
                 MOVE XC-COUNT(XCX) TO RPT-X-COUNT
                 MOVE XC-HASH(XCX) TO RPT-X-HASH
                 MOVE 'MONTH CERTIFIED ON' TO RPT-X-TEXT
                 MOVE XC-CERT-DATE(XCX) TO RPT-X-REF
                 WRITE RPT-LINE FROM RPT-REPLAY-LINE
               END-IF
             END-PERFORM
             IF WS-LOCKED-COUNT > 0
               MOVE 'I' TO VALID-STATUS
               MOVE 'BATCH REJECTED - EXTRACT MONTH CERTIFIED'
                    TO VALID-MSG
             END-IF
           END-IF.
       2450-END. EXIT.
      *
       2460-COMPARE-CERT-ROW.
           PERFORM VARYING XCX FROM 1 BY 1 UNTIL XCX > XTR-COUNT
             IF CC-ENTITY = XC-ENTITY(XCX)
                AND CC-MONTH = XC-DATE(XCX)(1:6)
               MOVE CC-STATUS TO XC-CERT-STATUS(XCX)
               MOVE CC-ACTION-DATE TO XC-CERT-DATE(XCX)
             END-IF
           END-PERFORM.
       2460-END. EXIT.
      *
       2500-VALIDATE-BATCH.
      * FDVALID's odd-record-count rule belongs to the single-
               MOVE 'Y' TO ENT-FULL-SW
             END-IF
           END-IF
      * Merged pool rows register their entity but are not part of
      * tonight's extract, so they do not count toward its records.
           IF WS-ENT-IDX > 0 AND M NOT > WS-EXTRACT-LENGTH
             ADD 1 TO EN-REC-COUNT(WS-ENT-IDX)
           END-IF.
       2710-END. EXIT.
      *
       2750-CHECK-STREAM-ENTITIES.
      * A detail for an entity the map does not give this stream
      * means the extract was routed to the wrong stream.  The
      * stream's batch is turned away whole rather than reconcile
      * part of another stream's books.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > ENT-COUNT OR INPUT-INVALID
             MOVE EN-CODE(WS-ENT-IDX) TO WS-STREAM-ENTITY
             PERFORM 2760-CHECK-ENTITY-ON-STREAM
             IF NOT ENTITY-ON-STREAM
               MOVE 'I' TO VALID-STATUS
               MOVE SPACES TO VALID-MSG
               STRING 'BATCH REJECTED - ENTITY '
                      EN-CODE(WS-ENT-IDX)
                      ' NOT ON STREAM'
                      DELIMITED BY SIZE INTO VALID-MSG
             END-IF
           END-PERFORM.
       2750-END. EXIT.
      *
       2760-CHECK-ENTITY-ON-STREAM.
           MOVE 'N' TO ON-STREAM-SW
           PERFORM VARYING SMX FROM 1 BY 1 UNTIL SMX > STM-COUNT
             IF SM-ENTITY(SMX) = WS-STREAM-ENTITY
                AND SM-STREAM(SMX) = WS-STREAM-ID
               MOVE 'Y' TO ON-STREAM-SW
             END-IF
           END-PERFORM.
       2760-END. EXIT.
      *
       2770-TEST-ROW-ENTITY.
      * Whether a shared-file row for WS-STREAM-ENTITY belongs to
      * this run - outside stream mode every row does.
           IF STREAM-MODE
             PERFORM 2760-CHECK-ENTITY-ON-STREAM
           ELSE
             MOVE 'Y' TO ON-STREAM-SW
           END-IF.
       2770-END. EXIT.
      *
       2800-MERGE-HOLDING-POOL.
      * Runs only once tonight's extract has balanced: every pool
      * row is appended behind the extract so the held postings
      * take part in the FINDALL check like any other posting.
           PERFORM 2810-LOAD-HOLDING-POOL
           IF POOL-TABLE-FULL
             MOVE 'I' TO VALID-STATUS
             MOVE 'BATCH REJECTED - POOL EXCEEDS TABLE LIMIT'
                  TO VALID-MSG
           ELSE
             PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > POOL-COUNT
               IF ARR-LENGTH >= ARR-MAX-ENTRIES
                 MOVE 'Y' TO ARR-FULL-SW
               ELSE
                 ADD 1 TO ARR-LENGTH
                 MOVE PT-ID-VALUE(PX) TO XS(ARR-LENGTH)
                 MOVE PT-SIDE(PX) TO TAG-SIDE(ARR-LENGTH)
                 MOVE PT-ORIG-AMOUNT(PX) TO ORIG-AMT(ARR-LENGTH)
                 MOVE PT-CURRENCY(PX) TO TAG-CURRENCY(ARR-LENGTH)
                 MOVE PT-ENTITY(PX) TO TAG-ENTITY(ARR-LENGTH)
                 MOVE ARR-LENGTH TO M
                 PERFORM 2710-REGISTER-ENTITY
               END-IF
             END-PERFORM
             EVALUATE TRUE
               WHEN ARR-TABLE-FULL
                 MOVE 'I' TO VALID-STATUS
                 MOVE 'BATCH REJECTED - POOL MERGE OVER LIMIT'
                      TO VALID-MSG
               WHEN ENT-TABLE-FULL
                 MOVE 'I' TO VALID-STATUS
                 MOVE 'BATCH REJECTED - TOO MANY ENTITIES'
                      TO VALID-MSG
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
       2800-END. EXIT.
      *
       2810-LOAD-HOLDING-POOL.
      * Every row starts out as matched; the entity checks mark the
      * ones still held or released.
           MOVE 0 TO POOL-COUNT
           MOVE 'N' TO POOL-EOF-SW
           OPEN INPUT POOL-FILE
           IF POOL-FILE-NOT-FOUND
             MOVE 'Y' TO POOL-EOF-SW
           ELSE
             PERFORM UNTIL END-OF-POOL-FILE
                 READ POOL-FILE
                     AT END
                         MOVE 'Y' TO POOL-EOF-SW
                     NOT AT END
      * A stream takes only its own entities' rows; the rest of
      * the pool belongs to the other streams.
                         MOVE PL-ENTITY TO WS-STREAM-ENTITY
                         PERFORM 2770-TEST-ROW-ENTITY
                         IF ENTITY-ON-STREAM
                           PERFORM 2820-STORE-POOL-ROW
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE POOL-FILE
           END-IF
           MOVE POOL-COUNT TO WS-POOL-LOADED.
       2810-END. EXIT.
      *
       2820-STORE-POOL-ROW.
           IF POOL-COUNT >= WS-POOL-MAX
             MOVE 'Y' TO POOL-FULL-SW
           ELSE
             ADD 1 TO POOL-COUNT
             MOVE PL-ID-VALUE TO PT-ID-VALUE(POOL-COUNT)
             MOVE PL-ENTITY TO PT-ENTITY(POOL-COUNT)
             MOVE PL-SIDE TO PT-SIDE(POOL-COUNT)
             MOVE PL-AMOUNT TO PT-AMOUNT(POOL-COUNT)
             MOVE PL-FIRST-SEEN TO PT-FIRST-SEEN(POOL-COUNT)
             MOVE PL-NIGHTS TO PT-NIGHTS(POOL-COUNT)
             MOVE 'M' TO PT-ACTION(POOL-COUNT)
      * A row pooled before the currency was carried is a dollar
      * posting at its pooled amount.
             IF PL-CURRENCY = SPACES
               MOVE WS-RPT-CURRENCY TO PT-CURRENCY(POOL-COUNT)
             ELSE
               MOVE PL-CURRENCY TO PT-CURRENCY(POOL-COUNT)
             END-IF
             IF PL-ORIG-AMOUNT NUMERIC
               MOVE PL-ORIG-AMOUNT TO PT-ORIG-AMOUNT(POOL-COUNT)
             ELSE
               MOVE PL-AMOUNT TO PT-ORIG-AMOUNT(POOL-COUNT)
             END-IF
           END-IF.
       2820-END. EXIT.
      *
       2900-VALUE-POSTINGS.
      * Every posting in the table, merged pool rows included, is
      * valued into reporting currency at the run date's rate.  The
      * whole table is valued before the batch is judged so the
      * reject names the first currency short of a rate.  A pool
      * row's pool entry takes tonight's value too, so the pool
      * section and the rewritten pool show what it is worth now.
           MOVE 'N' TO FX-MISSING-SW
           MOVE SPACES TO WS-FX-MISSING-CCY
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > ARR-LENGTH
             PERFORM 2910-VALUE-ONE-POSTING
           END-PERFORM
           IF FX-RATE-MISSING
             MOVE 'I' TO VALID-STATUS
             MOVE SPACES TO VALID-MSG
             STRING 'BATCH REJECTED - NO FX RATE FOR '
                    WS-FX-MISSING-CCY
                    DELIMITED BY SIZE INTO VALID-MSG
           END-IF.
       2900-END. EXIT.
      *
       2910-VALUE-ONE-POSTING.
           IF TAG-CURRENCY(M) = WS-RPT-CURRENCY
             MOVE ORIG-AMT(M) TO POST-AMT(M)
           ELSE
             MOVE TAG-CURRENCY(M) TO WS-FX-CCY
             PERFORM 2920-FIND-FX-RATE
             IF WS-FX-IDX > 0
               COMPUTE POST-AMT(M) ROUNDED =
                       ORIG-AMT(M) * FR-RATE(WS-FX-IDX)
             ELSE
               MOVE 0 TO POST-AMT(M)
               IF NOT FX-RATE-MISSING
                 MOVE 'Y' TO FX-MISSING-SW
                 MOVE TAG-CURRENCY(M) TO WS-FX-MISSING-CCY
               END-IF
             END-IF
           END-IF
           IF M > WS-EXTRACT-LENGTH
             COMPUTE WS-POOL-ROW = M - WS-EXTRACT-LENGTH
             MOVE POST-AMT(M) TO PT-AMOUNT(WS-POOL-ROW)
           END-IF.
       2910-END. EXIT.
      *
       2920-FIND-FX-RATE.
           MOVE 0 TO WS-FX-IDX
           PERFORM VARYING FXX FROM 1 BY 1 UNTIL FXX > FXR-COUNT
             IF FR-CURRENCY(FXX) = WS-FX-CCY
               SET WS-FX-IDX TO FXX
             END-IF
           END-PERFORM.
       2920-END. EXIT.
      *
       3000-RUN-ENTITY-CHECKS.
      * One FINDALL pass per entity over that entity's slice of the
      * CMB-TABLE with their side counts and dollar exposure.
           MOVE 0 TO CMB-COUNT
           MOVE 0 TO WS-TOTAL-EXPOSURE
           MOVE 0 TO WS-VAR-COUNT
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > ENT-COUNT
             PERFORM 3100-CHECK-ONE-ENTITY
               MOVE XS(M) TO ENT-XS(ENT-ARR-LENGTH)
               MOVE POST-AMT(M) TO ENT-POST-AMT(ENT-ARR-LENGTH)
               MOVE TAG-SIDE(M) TO ENT-TAG-SIDE(ENT-ARR-LENGTH)
               MOVE ORIG-AMT(M) TO ENT-ORIG-AMT(ENT-ARR-LENGTH)
               MOVE TAG-CURRENCY(M)
                    TO ENT-TAG-CURRENCY(ENT-ARR-LENGTH)
               IF M > WS-EXTRACT-LENGTH
                 COMPUTE ENT-POOL-IX(ENT-ARR-LENGTH) =
                         M - WS-EXTRACT-LENGTH
               ELSE
                 MOVE 0 TO ENT-POOL-IX(ENT-ARR-LENGTH)
               END-IF
             END-IF
           END-PERFORM
           CALL 'FINDALL' USING BY REFERENCE ENT-ARR
                                 BY REFERENCE ODDS
           IF ODD-COUNT > 0
             PERFORM 3200-FOLD-ENTITY-ODDS
           END-IF
           PERFORM 3300-CHECK-AMOUNT-VARIANCE.
       3100-END. EXIT.
      *
       3200-FOLD-ENTITY-ODDS.
             MOVE WS-CUR-ENTITY TO CB-ENTITY(CMB-COUNT)
             MOVE ODD-VALUES(K) TO CB-VALUE(CMB-COUNT)
             MOVE ODD-OCCURS(K) TO CB-OCCURS(CMB-COUNT)
             IF ODD-OCCURS(K) = 1
               MOVE 'M' TO CB-CLASS(CMB-COUNT)
             ELSE
               MOVE 'X' TO CB-CLASS(CMB-COUNT)
             END-IF
             MOVE 0 TO CB-A-COUNT(CMB-COUNT)
             MOVE 0 TO CB-B-COUNT(CMB-COUNT)
             MOVE 0 TO CB-AMOUNT(CMB-COUNT)
             MOVE 0 TO CB-A-AMOUNT(CMB-COUNT)
             MOVE 0 TO CB-B-AMOUNT(CMB-COUNT)
             MOVE 0 TO CB-POOL-IX(CMB-COUNT)
             MOVE 0 TO CB-FIRST-SEEN(CMB-COUNT)
             MOVE 0 TO CB-PRIOR-NIGHTS(CMB-COUNT)
             MOVE SPACES TO CB-CURRENCY(CMB-COUNT)
             MOVE 0 TO CB-ORIG-AMOUNT(CMB-COUNT)
           END-PERFORM
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > ENT-ARR-LENGTH
             MOVE ENT-XS(M) TO WS-SEARCH-VALUE
             IF WS-ODD-IDX > 0
               COMPUTE WS-CMB-SLOT = WS-CMB-BASE + WS-ODD-IDX
               ADD ENT-POST-AMT(M) TO CB-AMOUNT(WS-CMB-SLOT)
               ADD ENT-ORIG-AMT(M) TO CB-ORIG-AMOUNT(WS-CMB-SLOT)
               EVALUATE TRUE
                 WHEN CB-CURRENCY(WS-CMB-SLOT) = SPACES
                   MOVE ENT-TAG-CURRENCY(M)
                        TO CB-CURRENCY(WS-CMB-SLOT)
                 WHEN CB-CURRENCY(WS-CMB-SLOT)
                      NOT = ENT-TAG-CURRENCY(M)
                   MOVE WS-MIXED-CURRENCY
                        TO CB-CURRENCY(WS-CMB-SLOT)
               END-EVALUATE
               IF ENT-TAG-SIDE(M) = 'B'
                 ADD 1 TO CB-B-COUNT(WS-CMB-SLOT)
               ELSE
                 ADD 1 TO CB-A-COUNT(WS-CMB-SLOT)
               END-IF
               IF ENT-POOL-IX(M) > 0
                 MOVE ENT-POOL-IX(M) TO CB-POOL-IX(WS-CMB-SLOT)
               END-IF
             END-IF
           END-PERFORM
           COMPUTE WS-CMB-FIRST = WS-CMB-BASE + 1
           PERFORM 3210-SETTLE-MIXED-CURRENCY
           PERFORM 3250-HOLD-TIMING-ITEMS
           COMPUTE EN-EXCP-COUNT(WS-ENT-IDX) = CMB-COUNT - WS-CMB-BASE
           MOVE 0 TO EN-EXPOSURE(WS-ENT-IDX)
           IF EN-EXCP-COUNT(WS-ENT-IDX) > 0
             MOVE CB-VALUE(WS-CMB-FIRST) TO EN-FIRST-ODD(WS-ENT-IDX)
           END-IF
           PERFORM VARYING WS-CMB-SLOT FROM WS-CMB-FIRST BY 1
                   UNTIL WS-CMB-SLOT > CMB-COUNT
             ADD CB-AMOUNT(WS-CMB-SLOT) TO EN-EXPOSURE(WS-ENT-IDX)
           END-PERFORM
           ADD EN-EXPOSURE(WS-ENT-IDX) TO WS-TOTAL-EXPOSURE.
       3200-END. EXIT.
      *
       3210-SETTLE-MIXED-CURRENCY.
      * A break whose postings came in more than one currency has
      * no single original currency to state it in, so it carries
      * the reporting currency and its reporting exposure.
           PERFORM VARYING WS-CMB-SLOT FROM WS-CMB-FIRST BY 1
                   UNTIL WS-CMB-SLOT > CMB-COUNT
             IF CB-CURRENCY(WS-CMB-SLOT) = WS-MIXED-CURRENCY
               MOVE WS-RPT-CURRENCY TO CB-CURRENCY(WS-CMB-SLOT)
               MOVE CB-AMOUNT(WS-CMB-SLOT)
                    TO CB-ORIG-AMOUNT(WS-CMB-SLOT)
             END-IF
           END-PERFORM.
       3210-END. EXIT.
      *
       3250-HOLD-TIMING-ITEMS.
      * Takes the entity's pool items back out of its odd list and
      * closes the list up behind them: a first-night MISSING ID
      * goes to the pool, a held row still inside its grace window
      * stays there, and a held row past the window is released and
      * stays on the list as a break.  An id that matches a resolved
      * break comes off the list too, whatever its class.
           MOVE WS-CMB-BASE TO WS-CMB-KEEP
           PERFORM VARYING WS-CMB-SLOT FROM WS-CMB-FIRST BY 1
                   UNTIL WS-CMB-SLOT > CMB-COUNT
             MOVE 'N' TO HOLD-ITEM-SW
             PERFORM 3280-CHECK-RESOLVED-BREAK
             IF CB-CLASS(WS-CMB-SLOT) = 'M' AND NOT HOLD-ITEM
               PERFORM 3260-DECIDE-HOLD
             END-IF
             IF NOT HOLD-ITEM
               ADD 1 TO WS-CMB-KEEP
               IF WS-CMB-KEEP NOT = WS-CMB-SLOT
                 MOVE CMB-ENTRY(WS-CMB-SLOT) TO CMB-ENTRY(WS-CMB-KEEP)
               END-IF
             END-IF
           END-PERFORM
           MOVE WS-CMB-KEEP TO CMB-COUNT.
       3250-END. EXIT.
      *
       3260-DECIDE-HOLD.
           IF CB-POOL-IX(WS-CMB-SLOT) > 0
             SET PX TO CB-POOL-IX(WS-CMB-SLOT)
      * Held nights count only business nights, the same as break
      * aging - a weekend does not use up the grace window.
             IF TONIGHT-BUSINESS
               ADD 1 TO PT-NIGHTS(PX)
             END-IF
             IF PT-NIGHTS(PX) >= WS-GRACE-NIGHTS
               MOVE 'R' TO PT-ACTION(PX)
               MOVE PT-FIRST-SEEN(PX) TO CB-FIRST-SEEN(WS-CMB-SLOT)
               MOVE PT-NIGHTS(PX) TO CB-PRIOR-NIGHTS(WS-CMB-SLOT)
             ELSE
               MOVE 'K' TO PT-ACTION(PX)
               MOVE 'Y' TO HOLD-ITEM-SW
             END-IF
           ELSE
             IF WS-GRACE-NIGHTS > 0
               PERFORM 3270-CHECK-OPEN-BREAK
               IF NOT BRK-MATCH-FOUND AND POOL-COUNT < WS-POOL-MAX
                 ADD 1 TO POOL-COUNT
                 MOVE CB-VALUE(WS-CMB-SLOT) TO PT-ID-VALUE(POOL-COUNT)
                 MOVE CB-ENTITY(WS-CMB-SLOT) TO PT-ENTITY(POOL-COUNT)
                 IF CB-B-COUNT(WS-CMB-SLOT) > 0
                   MOVE 'B' TO PT-SIDE(POOL-COUNT)
                 ELSE
                   MOVE 'A' TO PT-SIDE(POOL-COUNT)
                 END-IF
                 MOVE CB-AMOUNT(WS-CMB-SLOT) TO PT-AMOUNT(POOL-COUNT)
                 MOVE CB-CURRENCY(WS-CMB-SLOT)
                      TO PT-CURRENCY(POOL-COUNT)
                 MOVE CB-ORIG-AMOUNT(WS-CMB-SLOT)
                      TO PT-ORIG-AMOUNT(POOL-COUNT)
                 MOVE WS-TODAY TO PT-FIRST-SEEN(POOL-COUNT)
                 MOVE 0 TO PT-NIGHTS(POOL-COUNT)
                 MOVE 'K' TO PT-ACTION(POOL-COUNT)
                 MOVE 'Y' TO HOLD-ITEM-SW
               END-IF
             END-IF
           END-IF.
       3260-END. EXIT.
      *
       3270-CHECK-OPEN-BREAK.
           MOVE 'N' TO BRK-MATCH-SW
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BRK-COUNT
             IF BT-ID-VALUE(BX) = CB-VALUE(WS-CMB-SLOT)
                AND BT-ENTITY(BX) = CB-ENTITY(WS-CMB-SLOT)
               MOVE 'Y' TO BRK-MATCH-SW
             END-IF
           END-PERFORM.
       3270-END. EXIT.
      *
       3280-CHECK-RESOLVED-BREAK.
      * The write-off or pairing settled this id, so it is not a
      * break however long it stays odd.  Marking the resolved row
      * seen tonight keeps it on the master through the rewrite.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BRK-COUNT
             IF BT-ID-VALUE(BX) = CB-VALUE(WS-CMB-SLOT)
                AND BT-ENTITY(BX) = CB-ENTITY(WS-CMB-SLOT)
                AND BT-STATUS(BX) = 'R'
               MOVE WS-TODAY TO BT-LAST-SEEN(BX)
               MOVE 'Y' TO HOLD-ITEM-SW
             END-IF
           END-PERFORM.
       3280-END. EXIT.
      *
       3300-CHECK-AMOUNT-VARIANCE.
      * Nets every even-count run in the entity's slice.  Odd runs
      * are already breaks off the FINDALL pass and are skipped here,
      * so no ID is reported under two classes.
           PERFORM 3310-FIND-ENTITY-TOLERANCE
           MOVE ENT-ARR-LENGTH TO VW-LENGTH
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > ENT-ARR-LENGTH
             MOVE ENT-XS(M) TO VW-VALUE(M)
             MOVE M TO VW-SEQ(M)
             MOVE ENT-POST-AMT(M) TO VW-AMOUNT(M)
             MOVE ENT-TAG-SIDE(M) TO VW-SIDE(M)
             MOVE ENT-TAG-CURRENCY(M) TO VW-CURRENCY(M)
             MOVE ENT-ORIG-AMT(M) TO VW-ORIG-AMOUNT(M)
           END-PERFORM
           IF VW-LENGTH > 1
             SORT VW-ENTRY ASCENDING KEY VW-VALUE VW-SEQ
           END-IF
           MOVE 0 TO WS-RUN-COUNT
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > VW-LENGTH
             IF WS-RUN-COUNT > 0 AND VW-VALUE(M) NOT = WS-RUN-VALUE
               PERFORM 3350-CLOSE-VARIANCE-RUN
               MOVE 0 TO WS-RUN-COUNT
             END-IF
             IF WS-RUN-COUNT = 0
               MOVE VW-VALUE(M) TO WS-RUN-VALUE
               MOVE 0 TO WS-RUN-A-COUNT
               MOVE 0 TO WS-RUN-B-COUNT
               MOVE 0 TO WS-RUN-A-AMOUNT
               MOVE 0 TO WS-RUN-B-AMOUNT
               MOVE SPACES TO WS-RUN-CURRENCY
               MOVE 0 TO WS-RUN-A-ORIG
               MOVE 0 TO WS-RUN-B-ORIG
             END-IF
             ADD 1 TO WS-RUN-COUNT
             PERFORM 3320-ADD-TO-VARIANCE-LEG
           END-PERFORM
           IF WS-RUN-COUNT > 0
             PERFORM 3350-CLOSE-VARIANCE-RUN
           END-IF.
       3300-END. EXIT.
      *
       3310-FIND-ENTITY-TOLERANCE.
           MOVE 0 TO WS-CUR-TOLERANCE
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TOL-COUNT
             IF TL-ENTITY(TX) = WS-CUR-ENTITY
               MOVE TL-TOLERANCE(TX) TO WS-CUR-TOLERANCE
             END-IF
           END-PERFORM.
       3310-END. EXIT.
      *
       3320-ADD-TO-VARIANCE-LEG.
      * Two-sided runs net side against side.  One extract has no
      * sides, so postings pair in load order: the first, third,
      * fifth ... posting of the ID is one leg, the second, fourth,
      * sixth ... the other.
           EVALUATE TRUE
             WHEN WS-RUN-CURRENCY = SPACES
               MOVE VW-CURRENCY(M) TO WS-RUN-CURRENCY
             WHEN WS-RUN-CURRENCY NOT = VW-CURRENCY(M)
               MOVE WS-MIXED-CURRENCY TO WS-RUN-CURRENCY
           END-EVALUATE
           IF TWO-SIDED-MODE
             IF VW-SIDE(M) = 'B'
               ADD 1 TO WS-RUN-B-COUNT
               ADD VW-AMOUNT(M) TO WS-RUN-B-AMOUNT
               ADD VW-ORIG-AMOUNT(M) TO WS-RUN-B-ORIG
             ELSE
               ADD 1 TO WS-RUN-A-COUNT
               ADD VW-AMOUNT(M) TO WS-RUN-A-AMOUNT
               ADD VW-ORIG-AMOUNT(M) TO WS-RUN-A-ORIG
             END-IF
           ELSE
             IF FUNCTION MOD(WS-RUN-COUNT, 2) = 0
               ADD 1 TO WS-RUN-B-COUNT
               ADD VW-AMOUNT(M) TO WS-RUN-B-AMOUNT
               ADD VW-ORIG-AMOUNT(M) TO WS-RUN-B-ORIG
             ELSE
               ADD 1 TO WS-RUN-A-COUNT
               ADD VW-AMOUNT(M) TO WS-RUN-A-AMOUNT
               ADD VW-ORIG-AMOUNT(M) TO WS-RUN-A-ORIG
             END-IF
           END-IF.
       3320-END. EXIT.
      *
       3350-CLOSE-VARIANCE-RUN.
           IF FUNCTION MOD(WS-RUN-COUNT, 2) = 0
             IF WS-RUN-A-AMOUNT >= WS-RUN-B-AMOUNT
               COMPUTE WS-RUN-VARIANCE =
                       WS-RUN-A-AMOUNT - WS-RUN-B-AMOUNT
             ELSE
               COMPUTE WS-RUN-VARIANCE =
                       WS-RUN-B-AMOUNT - WS-RUN-A-AMOUNT
             END-IF
             IF WS-RUN-VARIANCE > WS-CUR-TOLERANCE
               PERFORM 3360-ADD-VARIANCE-BREAK
             END-IF
           END-IF.
       3350-END. EXIT.
      *
       3360-ADD-VARIANCE-BREAK.
      * The variance is the break's exposure: it is the money that
      * does not tie, not the gross of both legs.
           ADD 1 TO CMB-COUNT
           ADD 1 TO WS-VAR-COUNT
           MOVE WS-CUR-ENTITY TO CB-ENTITY(CMB-COUNT)
           MOVE WS-RUN-VALUE TO CB-VALUE(CMB-COUNT)
           MOVE WS-RUN-COUNT TO CB-OCCURS(CMB-COUNT)
           MOVE 'V' TO CB-CLASS(CMB-COUNT)
           MOVE WS-RUN-A-COUNT TO CB-A-COUNT(CMB-COUNT)
           MOVE WS-RUN-B-COUNT TO CB-B-COUNT(CMB-COUNT)
           MOVE WS-RUN-VARIANCE TO CB-AMOUNT(CMB-COUNT)
           MOVE WS-RUN-A-AMOUNT TO CB-A-AMOUNT(CMB-COUNT)
           MOVE WS-RUN-B-AMOUNT TO CB-B-AMOUNT(CMB-COUNT)
      * The variance is restated in the postings' own currency when
      * they share one; a run across currencies only nets in
      * reporting currency.
           IF WS-RUN-CURRENCY = WS-MIXED-CURRENCY
             MOVE WS-RPT-CURRENCY TO CB-CURRENCY(CMB-COUNT)
             MOVE WS-RUN-VARIANCE TO CB-ORIG-AMOUNT(CMB-COUNT)
           ELSE
             MOVE WS-RUN-CURRENCY TO CB-CURRENCY(CMB-COUNT)
             IF WS-RUN-A-ORIG >= WS-RUN-B-ORIG
               COMPUTE CB-ORIG-AMOUNT(CMB-COUNT) =
                       WS-RUN-A-ORIG - WS-RUN-B-ORIG
             ELSE
               COMPUTE CB-ORIG-AMOUNT(CMB-COUNT) =
                       WS-RUN-B-ORIG - WS-RUN-A-ORIG
             END-IF
           END-IF
           IF EN-EXCP-COUNT(WS-ENT-IDX) = 0
             MOVE WS-RUN-VALUE TO EN-FIRST-ODD(WS-ENT-IDX)
           END-IF
           ADD 1 TO EN-EXCP-COUNT(WS-ENT-IDX)
           ADD WS-RUN-VARIANCE TO EN-EXPOSURE(WS-ENT-IDX)
           ADD WS-RUN-VARIANCE TO WS-TOTAL-EXPOSURE.
       3360-END. EXIT.
      *
       4000-PRINT-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-H-DATE
           MOVE RPT-H-DATE TO RPT-HT-DATE
           MOVE WS-EXTRACT-LENGTH TO RPT-H-COUNT
           IF TWO-SIDED-MODE
             WRITE RPT-LINE FROM RPT-HEADING-1T
           ELSE
             END-PERFORM
             MOVE CMB-COUNT TO RPT-T-COUNT
             WRITE RPT-LINE FROM RPT-TOTAL-LINE
             IF WS-VAR-COUNT > 0
               MOVE WS-VAR-COUNT TO RPT-VT-COUNT
               WRITE RPT-LINE FROM RPT-VAR-TOTAL-LINE
             END-IF
             MOVE WS-TOTAL-EXPOSURE TO RPT-T-EXPOSURE
             WRITE RPT-LINE FROM RPT-EXPOSURE-LINE
           END-IF.
      * entity's break lines off the combined table, and the
      * entity subtotal, so each subsidiary's back office works
      * from its own page.
      * The entity's variance breaks follow its odd-count breaks on
      * the combined table and print under their own sub-heading.
           MOVE EN-CODE(WS-ENT-IDX) TO RPT-E-ENTITY
           WRITE RPT-LINE FROM RPT-ENTITY-LINE
           MOVE 'N' TO WS-VAR-HDR-SW
           PERFORM VARYING CBX FROM 1 BY 1 UNTIL CBX > CMB-COUNT
             IF CB-ENTITY(CBX) = EN-CODE(WS-ENT-IDX)
               EVALUATE TRUE
                 WHEN CB-CLASS(CBX) = 'V'
                   PERFORM 4150-PRINT-VARIANCE-DETAIL
                 WHEN TWO-SIDED-MODE
                   PERFORM 4100-PRINT-TWOS-DETAIL
                 WHEN OTHER
                   PERFORM 4060-PRINT-BREAK-DETAIL
               END-EVALUATE
             END-IF
           END-PERFORM
           MOVE EN-EXCP-COUNT(WS-ENT-IDX) TO RPT-ET-COUNT
       4060-PRINT-BREAK-DETAIL.
           MOVE CB-VALUE(CBX) TO RPT-D-VALUE
           MOVE CB-OCCURS(CBX) TO RPT-D-OCCURS
           IF CB-CLASS(CBX) = 'M'
             MOVE 'MISSING' TO RPT-D-CLASS
           ELSE
             MOVE 'EXTRA-POST' TO RPT-D-CLASS
           END-IF
           MOVE CB-AMOUNT(CBX) TO RPT-D-AMOUNT
           MOVE CB-CURRENCY(CBX) TO RPT-D-CURRENCY
           MOVE CB-ORIG-AMOUNT(CBX) TO RPT-D-ORIG-AMOUNT
           WRITE RPT-LINE FROM RPT-DETAIL.
       4060-END. EXIT.
      *
           ELSE
             MOVE 'B' TO RPT-2-SHORT-SIDE
           END-IF
           IF CB-CLASS(CBX) = 'M'
             MOVE 'MISSING' TO RPT-2-CLASS
           ELSE
             MOVE 'EXTRA-POST' TO RPT-2-CLASS
           END-IF
           MOVE CB-AMOUNT(CBX) TO RPT-2-AMOUNT
           MOVE CB-CURRENCY(CBX) TO RPT-2-CURRENCY
           MOVE CB-ORIG-AMOUNT(CBX) TO RPT-2-ORIG-AMOUNT
           WRITE RPT-LINE FROM RPT-TWOS-DETAIL.
       4100-END. EXIT.
      *
       4150-PRINT-VARIANCE-DETAIL.
           IF NOT VAR-HEADING-DONE
             WRITE RPT-LINE FROM RPT-VAR-HEADING
             MOVE 'Y' TO WS-VAR-HDR-SW
           END-IF
           MOVE CB-VALUE(CBX) TO RPT-V-VALUE
           MOVE CB-OCCURS(CBX) TO RPT-V-OCCURS
           MOVE CB-A-AMOUNT(CBX) TO RPT-V-A-AMOUNT
           MOVE CB-B-AMOUNT(CBX) TO RPT-V-B-AMOUNT
           MOVE CB-AMOUNT(CBX) TO RPT-V-VARIANCE
           MOVE CB-CURRENCY(CBX) TO RPT-V-CURRENCY
           MOVE CB-ORIG-AMOUNT(CBX) TO RPT-V-ORIG-AMOUNT
           WRITE RPT-LINE FROM RPT-VAR-DETAIL.
       4150-END. EXIT.
      *
       4500-PRINT-POOL-SECTION.
      * What the pool is holding after tonight's check, so the items
      * and their money stay visible while they wait for a match.
           MOVE 0 TO WS-POOL-HELD
           MOVE 0 TO WS-POOL-NEW
           MOVE 0 TO WS-POOL-MATCHED
           MOVE 0 TO WS-POOL-RELEASED
           MOVE 0 TO WS-POOL-AMOUNT
           MOVE WS-GRACE-NIGHTS TO RPT-PH-GRACE
           WRITE RPT-LINE FROM RPT-POOL-HEADING
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > POOL-COUNT
             EVALUATE PT-ACTION(PX)
               WHEN 'K'
                 PERFORM 4510-PRINT-POOL-ITEM
               WHEN 'R'
                 ADD 1 TO WS-POOL-RELEASED
               WHEN OTHER
                 ADD 1 TO WS-POOL-MATCHED
             END-EVALUATE
           END-PERFORM
           IF WS-POOL-HELD = 0
             WRITE RPT-LINE FROM RPT-POOL-EMPTY-LINE
           END-IF
           MOVE WS-POOL-HELD TO RPT-PT-HELD
           MOVE WS-POOL-AMOUNT TO RPT-PT-AMOUNT
           WRITE RPT-LINE FROM RPT-POOL-TOTAL-1
           MOVE WS-POOL-NEW TO RPT-PT-NEW
           WRITE RPT-LINE FROM RPT-POOL-TOTAL-2
           MOVE WS-POOL-MATCHED TO RPT-PT-MATCHED
           WRITE RPT-LINE FROM RPT-POOL-TOTAL-3
           MOVE WS-POOL-RELEASED TO RPT-PT-RELEASED
           WRITE RPT-LINE FROM RPT-POOL-TOTAL-4.
       4500-END. EXIT.
      *
       4510-PRINT-POOL-ITEM.
           ADD 1 TO WS-POOL-HELD
           ADD PT-AMOUNT(PX) TO WS-POOL-AMOUNT
           MOVE PT-ID-VALUE(PX) TO RPT-P-VALUE
           MOVE PT-ENTITY(PX) TO RPT-P-ENTITY
           MOVE PT-SIDE(PX) TO RPT-P-SIDE
           MOVE PT-FIRST-SEEN(PX) TO RPT-P-FIRST
           MOVE PT-NIGHTS(PX) TO RPT-P-NIGHTS
           MOVE PT-AMOUNT(PX) TO RPT-P-AMOUNT
           MOVE PT-CURRENCY(PX) TO RPT-P-CURRENCY
           MOVE PT-ORIG-AMOUNT(PX) TO RPT-P-ORIG-AMOUNT
           IF PX > WS-POOL-LOADED
             ADD 1 TO WS-POOL-NEW
             MOVE 'NEW TONIGHT' TO RPT-P-FLAG
           ELSE
             MOVE SPACES TO RPT-P-FLAG
           END-IF
           WRITE RPT-LINE FROM RPT-POOL-DETAIL.
       4510-END. EXIT.
      *
       5000-WRITE-AUDIT-LOG.
      * One audit row per entity in the batch, so FDSUMM can roll
               MOVE 'D' TO IF2-REC-TYPE
               MOVE CB-VALUE(CBX) TO IF2-D-VALUE
               MOVE CB-OCCURS(CBX) TO IF2-D-OCCURS
               MOVE CB-CLASS(CBX) TO IF2-D-CLASS
               MOVE CB-AMOUNT(CBX) TO IF2-D-AMOUNT
               WRITE IFACE-FEED-REC
             END-IF
      * Fold tonight's combined break list into the break master,
      * keyed by entity plus value: a tracked break still on the
      * list ages one more business night, one that fell off is
      * marked cleared, and a break with no open row starts fresh.
      * Rows cleared on an earlier night were dropped at load time,
      * so the rewrite leaves open breaks plus tonight's clearances
      * on file, along with the resolved rows whose ids are still
      * odd.  If
      * the master outgrows the work table the rewrite is skipped
      * and the run ends with the reject code - a tracking file is
      * never quietly shortened.  The master itself was loaded
      * ahead of the entity checks.
           IF NOT BRK-TABLE-FULL
             PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BRK-COUNT
               PERFORM 7200-AGE-OR-CLEAR-BREAK
             WRITE RPT-LINE FROM RPT-BRK-FULL-LINE
           ELSE
             PERFORM 7400-REWRITE-BREAK-MASTER
             PERFORM 7450-WRITE-BREAK-HISTORY
           END-IF.
       7000-END. EXIT.
      *
                     AT END
                         MOVE 'Y' TO BRK-EOF-SW
                     NOT AT END
      * A stream loads only its own entities' breaks, and writes
      * back only those, so FDMERGE can lay its slice over them.
                         MOVE BRK-ENTITY TO WS-STREAM-ENTITY
                         PERFORM 2770-TEST-ROW-ENTITY
                         IF ENTITY-ON-STREAM
                           PERFORM 7105-LOAD-BREAK-ROW
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE BREAK-FILE
           END-IF
           IF CLS-COUNT > 0
             PERFORM 7160-TAKE-CLOSED-ASSIGNMENTS
             PERFORM VARYING CLX FROM 1 BY 1 UNTIL CLX > CLS-COUNT
               IF CL-STATUS(CLX) = 'W' OR CL-DISP-CODE(CLX) = 'P'
                 PERFORM 7170-HOLD-RESOLVED-BREAK
               END-IF
             END-PERFORM
           END-IF.
       7100-END. EXIT.
      *
       7105-LOAD-BREAK-ROW.
      * A resolved row is tracked with the open ones; it has already
      * gone to the history and is not held for it again.
           IF (BRK-OPEN OR BRK-RESOLVED) AND BRK-COUNT >= WS-BRK-MAX
             MOVE 'Y' TO BRK-FULL-SW
           END-IF
           IF (BRK-OPEN OR BRK-RESOLVED) AND BRK-COUNT < WS-BRK-MAX
             ADD 1 TO BRK-COUNT
             MOVE BRK-ID-VALUE TO BT-ID-VALUE(BRK-COUNT)
             MOVE BRK-FIRST-SEEN TO BT-FIRST-SEEN(BRK-COUNT)
             MOVE BRK-LAST-SEEN TO BT-LAST-SEEN(BRK-COUNT)
             MOVE BRK-NIGHTS TO BT-NIGHTS(BRK-COUNT)
             MOVE BRK-STATUS TO BT-STATUS(BRK-COUNT)
             MOVE BRK-AMOUNT TO BT-AMOUNT(BRK-COUNT)
             MOVE BRK-ENTITY TO BT-ENTITY(BRK-COUNT)
             MOVE BRK-CLASS TO BT-CLASS(BRK-COUNT)
             IF BRK-PEAK-AMOUNT NUMERIC
               MOVE BRK-PEAK-AMOUNT TO BT-PEAK-AMOUNT(BRK-COUNT)
             ELSE
               MOVE BRK-AMOUNT TO BT-PEAK-AMOUNT(BRK-COUNT)
             END-IF
             IF BRK-RESOLVED
               MOVE BRK-CLOSED-DATE TO BT-CLOSED-DATE(BRK-COUNT)
             ELSE
               MOVE 0 TO BT-CLOSED-DATE(BRK-COUNT)
             END-IF
             PERFORM 7110-LOAD-BREAK-CURRENCY
           END-IF
           IF NOT BRK-OPEN AND NOT BRK-RESOLVED
             PERFORM 7150-HOLD-CLOSED-BREAK
           END-IF.
       7105-END. EXIT.
      *
       7110-LOAD-BREAK-CURRENCY.
      * A row from before the currency was carried is a dollar break
      * at its reporting amount.
           IF BRK-CURRENCY = SPACES
             MOVE WS-RPT-CURRENCY TO BT-CURRENCY(BRK-COUNT)
           ELSE
             MOVE BRK-CURRENCY TO BT-CURRENCY(BRK-COUNT)
           END-IF
           IF BRK-ORIG-AMOUNT NUMERIC
             MOVE BRK-ORIG-AMOUNT TO BT-ORIG-AMOUNT(BRK-COUNT)
           ELSE
             MOVE BRK-AMOUNT TO BT-ORIG-AMOUNT(BRK-COUNT)
           END-IF.
       7110-END. EXIT.
      *
       7150-HOLD-CLOSED-BREAK.
      * A row closed before tonight drops out of the master here;
      * it is held for the break history, which is written only
      * once the rewrite has actually dropped it.
           IF CLS-COUNT >= WS-CLS-MAX
             MOVE 'Y' TO BRK-FULL-SW
           ELSE
             ADD 1 TO CLS-COUNT
             MOVE BRK-ENTITY TO CL-ENTITY(CLS-COUNT)
             MOVE BRK-ID-VALUE TO CL-ID-VALUE(CLS-COUNT)
             MOVE BRK-FIRST-SEEN TO CL-FIRST-SEEN(CLS-COUNT)
      * A row closed before the closed date was carried dates from
      * the last night it was seen open.
             IF BRK-CLOSED-DATE NUMERIC AND BRK-CLOSED-DATE > 0
               MOVE BRK-CLOSED-DATE TO CL-CLOSED-DATE(CLS-COUNT)
             ELSE
               MOVE BRK-LAST-SEEN TO CL-CLOSED-DATE(CLS-COUNT)
             END-IF
             MOVE BRK-NIGHTS TO CL-NIGHTS(CLS-COUNT)
             IF BRK-PEAK-AMOUNT NUMERIC
               MOVE BRK-PEAK-AMOUNT TO CL-PEAK-AMOUNT(CLS-COUNT)
             ELSE
               MOVE BRK-AMOUNT TO CL-PEAK-AMOUNT(CLS-COUNT)
             END-IF
             MOVE BRK-AMOUNT TO CL-AMOUNT(CLS-COUNT)
             MOVE BRK-CLASS TO CL-CLASS(CLS-COUNT)
             MOVE BRK-STATUS TO CL-STATUS(CLS-COUNT)
             MOVE SPACES TO CL-ANALYST-ID(CLS-COUNT)
             MOVE SPACE TO CL-DISP-CODE(CLS-COUNT)
             MOVE SPACES TO CL-COMMENT(CLS-COUNT)
             IF BRK-CURRENCY = SPACES
               MOVE WS-RPT-CURRENCY TO CL-CURRENCY(CLS-COUNT)
             ELSE
               MOVE BRK-CURRENCY TO CL-CURRENCY(CLS-COUNT)
             END-IF
             IF BRK-ORIG-AMOUNT NUMERIC
               MOVE BRK-ORIG-AMOUNT TO CL-ORIG-AMOUNT(CLS-COUNT)
             ELSE
               MOVE BRK-AMOUNT TO CL-ORIG-AMOUNT(CLS-COUNT)
             END-IF
           END-IF.
       7150-END. EXIT.
      *
       7160-TAKE-CLOSED-ASSIGNMENTS.
      * Each closed row picks up its assignment row's analyst,
      * disposition, and comment - FDWORKQ drops the assignment at
      * its next session close, so this is the last chance to keep
      * who worked the break and what they found.  The disposition
      * also tells an analyst's pair from a nightly clearance.
           SORT CLS-ENTRY ASCENDING KEY CL-ENTITY CL-ID-VALUE
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
                         PERFORM 7460-FIND-CLOSED-BREAK
                         IF WS-CLS-IDX > 0
                           MOVE BA-ANALYST-ID
                                TO CL-ANALYST-ID(WS-CLS-IDX)
                           MOVE BA-DISP-CODE
                                TO CL-DISP-CODE(WS-CLS-IDX)
                           MOVE BA-COMMENT
                                TO CL-COMMENT(WS-CLS-IDX)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE ASSIGN-FILE
           END-IF.
       7160-END. EXIT.
      *
       7170-HOLD-RESOLVED-BREAK.
      * A written-off or analyst-paired break goes to the history
      * with the rest, and also stays on the master as a resolved
      * row, so an id still odd tonight is matched to it rather
      * than opened again - or pooled - as a new break.  It is
      * loaded ahead of the entity checks for that reason.
           IF BRK-COUNT >= WS-BRK-MAX
             MOVE 'Y' TO BRK-FULL-SW
           ELSE
             ADD 1 TO BRK-COUNT
             MOVE CL-ID-VALUE(CLX) TO BT-ID-VALUE(BRK-COUNT)
             MOVE CL-FIRST-SEEN(CLX) TO BT-FIRST-SEEN(BRK-COUNT)
             MOVE 0 TO BT-LAST-SEEN(BRK-COUNT)
             MOVE CL-NIGHTS(CLX) TO BT-NIGHTS(BRK-COUNT)
             MOVE 'R' TO BT-STATUS(BRK-COUNT)
             MOVE CL-AMOUNT(CLX) TO BT-AMOUNT(BRK-COUNT)
             MOVE CL-ENTITY(CLX) TO BT-ENTITY(BRK-COUNT)
             MOVE CL-CLASS(CLX) TO BT-CLASS(BRK-COUNT)
             MOVE CL-PEAK-AMOUNT(CLX) TO BT-PEAK-AMOUNT(BRK-COUNT)
             MOVE CL-CLOSED-DATE(CLX) TO BT-CLOSED-DATE(BRK-COUNT)
             MOVE CL-CURRENCY(CLX) TO BT-CURRENCY(BRK-COUNT)
             MOVE CL-ORIG-AMOUNT(CLX) TO BT-ORIG-AMOUNT(BRK-COUNT)
           END-IF.
       7170-END. EXIT.
      *
       7200-AGE-OR-CLEAR-BREAK.
           MOVE 'N' TO BRK-MATCH-SW
           PERFORM VARYING CBX FROM 1 BY 1 UNTIL CBX > CMB-COUNT
             IF CB-VALUE(CBX) = BT-ID-VALUE(BX)
                AND CB-ENTITY(CBX) = BT-ENTITY(BX)
                AND BT-STATUS(BX) NOT = 'R'
               MOVE 'Y' TO BRK-MATCH-SW
      * A break still open is restated at tonight's exposure - the
      * amounts behind the value can change night to night as
      * postings land and drop out.
               MOVE CB-AMOUNT(CBX) TO BT-AMOUNT(BX)
               MOVE CB-CLASS(CBX) TO BT-CLASS(BX)
               MOVE CB-CURRENCY(CBX) TO BT-CURRENCY(BX)
               MOVE CB-ORIG-AMOUNT(CBX) TO BT-ORIG-AMOUNT(BX)
               IF CB-AMOUNT(CBX) > BT-PEAK-AMOUNT(BX)
                 MOVE CB-AMOUNT(CBX) TO BT-PEAK-AMOUNT(BX)
               END-IF
             END-IF
           END-PERFORM
      * A resolved row neither ages nor clears; 3280 marked it seen
      * tonight if its id is still odd.
           EVALUATE TRUE
             WHEN BT-STATUS(BX) = 'R'
               CONTINUE
             WHEN BRK-MATCH-FOUND
               MOVE WS-TODAY TO BT-LAST-SEEN(BX)
      * Nights count in business nights: a break nobody could have
      * worked over a weekend or holiday does not age, so the
      * aging report's escalation bands mean working nights.
               IF TONIGHT-BUSINESS
                 ADD 1 TO BT-NIGHTS(BX)
               END-IF
             WHEN OTHER
               MOVE 'C' TO BT-STATUS(BX)
               MOVE WS-TODAY TO BT-CLOSED-DATE(BX)
           END-EVALUATE.
       7200-END. EXIT.
      *
       7300-ADD-NEW-BREAK.
      * A resolved row does not count as a match.  Only a variance
      * break gets this far on a resolved id - the id now pairs off
      * on count, so the resolved break is over and this is a new
      * one; its open row is added here and the resolved row, not
      * seen tonight, drops at the rewrite.
           MOVE 'N' TO BRK-MATCH-SW
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BRK-COUNT
             IF BT-ID-VALUE(BX) = CB-VALUE(CBX)
                AND BT-ENTITY(BX) = CB-ENTITY(CBX)
                AND BT-STATUS(BX) NOT = 'R'
               MOVE 'Y' TO BRK-MATCH-SW
             END-IF
           END-PERFORM
               MOVE WS-TODAY TO BT-FIRST-SEEN(BRK-COUNT)
               MOVE WS-TODAY TO BT-LAST-SEEN(BRK-COUNT)
               MOVE 1 TO BT-NIGHTS(BRK-COUNT)
      * A break released from the holding pool dates from the night
      * it was pooled and has already been open its held nights.
               IF CB-FIRST-SEEN(CBX) > 0
                 MOVE CB-FIRST-SEEN(CBX) TO BT-FIRST-SEEN(BRK-COUNT)
                 COMPUTE BT-NIGHTS(BRK-COUNT) =
                         CB-PRIOR-NIGHTS(CBX) + 1
               END-IF
               MOVE 'O' TO BT-STATUS(BRK-COUNT)
               MOVE CB-AMOUNT(CBX) TO BT-AMOUNT(BRK-COUNT)
               MOVE CB-ENTITY(CBX) TO BT-ENTITY(BRK-COUNT)
               MOVE CB-CLASS(CBX) TO BT-CLASS(BRK-COUNT)
               MOVE CB-AMOUNT(CBX) TO BT-PEAK-AMOUNT(BRK-COUNT)
               MOVE 0 TO BT-CLOSED-DATE(BRK-COUNT)
               MOVE CB-CURRENCY(CBX) TO BT-CURRENCY(BRK-COUNT)
               MOVE CB-ORIG-AMOUNT(CBX) TO BT-ORIG-AMOUNT(BRK-COUNT)
             ELSE
               MOVE 'Y' TO BRK-FULL-SW
             END-IF
       7300-END. EXIT.
      *
       7400-REWRITE-BREAK-MASTER.
      * A stream writes its slice to BRKSTRM instead; the slice
      * shares the master's record area, so the row is built the
      * same way either way.
           IF STREAM-MODE
             OPEN OUTPUT BRK-SLICE-FILE
           ELSE
             OPEN OUTPUT BREAK-FILE
           END-IF
      * A resolved row whose id was not odd tonight has done its job
      * and is dropped; it is already on the history.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BRK-COUNT
             IF BT-STATUS(BX) NOT = 'R'
                OR BT-LAST-SEEN(BX) = WS-TODAY
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
               IF STREAM-MODE
                 WRITE BRK-SLICE-REC
               ELSE
                 WRITE BREAK-REC
               END-IF
             END-IF
           END-PERFORM
           IF STREAM-MODE
             CLOSE BRK-SLICE-FILE
           ELSE
             CLOSE BREAK-FILE
           END-IF
           MOVE 'Y' TO MASTER-WRITTEN-SW.
       7400-END. EXIT.
      *
       7450-WRITE-BREAK-HISTORY.
      * The closed rows the rewrite just dropped go to the permanent
      * break history, each with the analyst, disposition, and
      * comment picked up off its assignment row at load time.
           IF CLS-COUNT > 0
             OPEN EXTEND HISTORY-FILE
             IF HISTORY-FILE-NOT-FOUND
               OPEN OUTPUT HISTORY-FILE
             END-IF
             PERFORM VARYING CLX FROM 1 BY 1 UNTIL CLX > CLS-COUNT
               MOVE CL-ID-VALUE(CLX) TO BH-ID-VALUE
               MOVE CL-ENTITY(CLX) TO BH-ENTITY
               MOVE CL-FIRST-SEEN(CLX) TO BH-FIRST-SEEN
               MOVE CL-CLOSED-DATE(CLX) TO BH-CLOSED-DATE
               MOVE CL-NIGHTS(CLX) TO BH-NIGHTS
               MOVE CL-PEAK-AMOUNT(CLX) TO BH-PEAK-AMOUNT
               MOVE CL-AMOUNT(CLX) TO BH-CLOSE-AMOUNT
               MOVE CL-CLASS(CLX) TO BH-CLASS
               MOVE CL-STATUS(CLX) TO BH-CLOSE-STATUS
               MOVE CL-ANALYST-ID(CLX) TO BH-ANALYST-ID
               MOVE CL-DISP-CODE(CLX) TO BH-DISP-CODE
               MOVE CL-COMMENT(CLX) TO BH-COMMENT
               MOVE CL-CURRENCY(CLX) TO BH-CURRENCY
               MOVE CL-ORIG-AMOUNT(CLX) TO BH-ORIG-AMOUNT
               WRITE HISTORY-REC
             END-PERFORM
             CLOSE HISTORY-FILE
           END-IF.
       7450-END. EXIT.
      *
       7460-FIND-CLOSED-BREAK.
      * Binary search of the sorted closed-row table on entity plus
      * value.
           MOVE 0 TO WS-CLS-IDX
           MOVE 1 TO WS-BSR-LO
           MOVE CLS-COUNT TO WS-BSR-HI
           PERFORM UNTIL WS-BSR-LO > WS-BSR-HI
             COMPUTE WS-BSR-MID = (WS-BSR-LO + WS-BSR-HI) / 2
             EVALUATE TRUE
               WHEN CL-ENTITY(WS-BSR-MID) = BA-ENTITY
                    AND CL-ID-VALUE(WS-BSR-MID) = BA-ID-VALUE
                 MOVE WS-BSR-MID TO WS-CLS-IDX
                 COMPUTE WS-BSR-LO = WS-BSR-HI + 1
               WHEN CL-ENTITY(WS-BSR-MID) < BA-ENTITY
                 COMPUTE WS-BSR-LO = WS-BSR-MID + 1
               WHEN CL-ENTITY(WS-BSR-MID) = BA-ENTITY
                    AND CL-ID-VALUE(WS-BSR-MID) < BA-ID-VALUE
                 COMPUTE WS-BSR-LO = WS-BSR-MID + 1
               WHEN OTHER
                 COMPUTE WS-BSR-HI = WS-BSR-MID - 1
             END-EVALUATE
           END-PERFORM.
       7460-END. EXIT.
      *
       7500-REWRITE-HOLDING-POOL.
      * Rows still held go back to the pool.  A released row stays
      * in the pool too when the break master could not be updated
      * tonight, so it is released again on the next good run
      * instead of being lost.  A stream writes its slice to
      * POOLSTRM, as the break master above.
           IF STREAM-MODE
             OPEN OUTPUT POOL-SLICE-FILE
           ELSE
             OPEN OUTPUT POOL-FILE
           END-IF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > POOL-COUNT
             IF PT-ACTION(PX) = 'K'
                OR (PT-ACTION(PX) = 'R' AND BRK-TABLE-FULL)
               MOVE PT-ID-VALUE(PX) TO PL-ID-VALUE
               MOVE PT-ENTITY(PX) TO PL-ENTITY
               MOVE PT-SIDE(PX) TO PL-SIDE
               MOVE PT-AMOUNT(PX) TO PL-AMOUNT
               MOVE PT-FIRST-SEEN(PX) TO PL-FIRST-SEEN
               MOVE PT-NIGHTS(PX) TO PL-NIGHTS
               MOVE PT-CURRENCY(PX) TO PL-CURRENCY
               MOVE PT-ORIG-AMOUNT(PX) TO PL-ORIG-AMOUNT
               IF STREAM-MODE
                 WRITE POOL-SLICE-REC
               ELSE
                 WRITE POOL-REC
               END-IF
             END-IF
           END-PERFORM
           IF STREAM-MODE
             CLOSE POOL-SLICE-FILE
           ELSE
             CLOSE POOL-FILE
           END-IF
           MOVE 'Y' TO POOL-WRITTEN-SW.
       7500-END. EXIT.
      *
       7600-REGISTER-EXTRACTS.
      * Tonight's extracts go on the registry once the night has got
      * through, so a resend of any of them is turned away from now
      * on.  An extract the operator forced through with RERUN is
      * marked as such.  A stream's rows go to XREGSTRM and reach
      * the registry through FDMERGE.
           IF STREAM-MODE
             OPEN OUTPUT XREG-SLICE-FILE
           ELSE
             OPEN EXTEND EXTRACT-REG-FILE
             IF EXTREG-FILE-NOT-FOUND
               OPEN OUTPUT EXTRACT-REG-FILE
             END-IF
           END-IF
           PERFORM VARYING XCX FROM 1 BY 1 UNTIL XCX > XTR-COUNT
             MOVE XC-ENTITY(XCX) TO ER-ENTITY
             MOVE XC-DATE(XCX) TO ER-EXTRACT-DATE
             MOVE XC-COUNT(XCX) TO ER-REC-COUNT
             MOVE XC-HASH(XCX) TO ER-HASH-TOTAL
             MOVE XC-SOURCE(XCX) TO ER-SOURCE
             MOVE WS-TODAY TO ER-RUN-DATE
             MOVE FUNCTION CURRENT-DATE(9:6) TO ER-RUN-TIME
             IF XC-NOT-SEEN(XCX)
               MOVE 'N' TO ER-OVERRIDE
             ELSE
               MOVE 'Y' TO ER-OVERRIDE
             END-IF
             IF STREAM-MODE
               WRITE XREG-SLICE-REC
             ELSE
               WRITE EXTRACT-REG-REC
             END-IF
           END-PERFORM
           IF STREAM-MODE
             CLOSE XREG-SLICE-FILE
           ELSE
             CLOSE EXTRACT-REG-FILE
           END-IF.
       7600-END. EXIT.
      *
       9500-RESET-CHECKPOINT.
           CLOSE STAGE-FILE
           MOVE 'S' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE RS-RUN-DATE TO WS-RUN-START-DATE
           MOVE RS-RUN-TIME TO WS-RUN-START-TIME
           MOVE 0 TO RS-RECS-IN
           MOVE 0 TO RS-RECS-OUT
           MOVE 0 TO RS-RETURN-CODE
           MOVE 'E' TO RS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-RUN-TIME
           MOVE WS-EXTRACT-LENGTH TO RS-RECS-IN
           MOVE CMB-COUNT TO RS-RECS-OUT
           MOVE RETURN-CODE TO RS-RETURN-CODE
           PERFORM 9750-WRITE-RUN-STAT-REC.
       9800-END. EXIT.
      *
       9850-WRITE-STREAM-STATUS.
      * A stream run ends by telling FDMERGE how it went, whichever
      * way it ended.  The row is appended, so a rerun of the stream
      * later the same night simply supersedes it.
           IF STREAM-MODE
             MOVE SPACES TO STREAM-STAT-REC
             MOVE WS-STREAM-ID TO SS-STREAM
             MOVE WS-RUN-START-DATE TO SS-START-DATE
             MOVE WS-RUN-START-TIME TO SS-START-TIME
             MOVE FUNCTION CURRENT-DATE(9:6) TO SS-END-TIME
             EVALUATE TRUE
               WHEN SKIP-NON-BUSINESS AND NOT TONIGHT-BUSINESS
                 MOVE 'S' TO SS-OUTCOME
               WHEN IO-ERROR
                 MOVE 'A' TO SS-OUTCOME
               WHEN INPUT-INVALID
                 MOVE 'R' TO SS-OUTCOME
               WHEN OTHER
                 MOVE 'C' TO SS-OUTCOME
             END-EVALUATE
             MOVE RETURN-CODE TO SS-RETURN-CODE
             MOVE MASTER-WRITTEN-SW TO SS-MASTER-SW
             MOVE POOL-WRITTEN-SW TO SS-POOL-SW
             MOVE ENT-COUNT TO SS-ENT-COUNT
             MOVE WS-EXTRACT-LENGTH TO SS-REC-COUNT
             MOVE CMB-COUNT TO SS-EXCP-COUNT
             MOVE WS-TOTAL-EXPOSURE TO SS-EXPOSURE
             IF NOT SS-COMPLETED
               MOVE VALID-MSG TO SS-MSG
             ELSE
               IF BRK-TABLE-FULL
                 MOVE 'BREAK MASTER NOT UPDATED - TABLE LIMIT'
                      TO SS-MSG
               END-IF
             END-IF
             OPEN EXTEND STREAM-STAT-FILE
             IF STRMSTAT-FILE-NOT-FOUND
               OPEN OUTPUT STREAM-STAT-FILE
             END-IF
             WRITE STREAM-STAT-REC
             CLOSE STREAM-STAT-FILE
           END-IF.
       9850-END. EXIT.
      *
       9900-SET-RETURN-CODE.
           EVALUATE TRUE
