*> assumes the restart runs against the same day's HOLDCTL - the
*> same same-day assumption the conversion adjustment makes of
*> CURRATES.
*> A fat-fingered amount used to post the moment it passed the
*> edits - nothing stood between a keying slip of three zeros and
*> the general ledger. Operations now key per-type posting limits
*> on the TRANLIMT file (LIMITREC: by TRAN-TYPE, optionally by
*> source system, with a per-type default) through the BUGRFAP
*> online transaction, and every detail that clears the edit and
*> the duplicate check is measured against the limit in base
*> currency, debit or credit alike. An over-limit detail is not
*> posted and not rejected: it is written to the REFERRAL file
*> (REFERREC) with its original image, batch and the limit it
*> broke, archived as REFERRED, counted per batch so its feed
*> still balances against its own trailer, and listed in its own
*> section of the report. A second operator - never the one who
*> keyed the limit - approves or declines it through BUGRFAP;
*> BUGRFREL then releases approved items into the next run as a
*> balanced REFERRAL batch (which the limit check exempts) and
*> sends declined ones to suspense. Referral bookkeeping is
*> rebuilt on restart by the record replay, against the same
*> day's TRANLIMT, and a partition step stages its referrals to
*> REFRSTG for BUGMERGE to apply, as it does its history rows.
*> A reversal of a foreign-currency transaction used to convert at
*> the day's CURRATES rate like any other record, so its backout in
*> base never equalled what the original had posted and the
*> difference sat unexplained on the type's GL account. A foreign
*> reversal now looks up the original's posted row on TRANARCH and
*> backs out exactly the base amount that row moved (pro rata for a
*> partial reversal), while the gap between that and today's rate
*> is posted as realized FX gain/loss on its own GLIF line, to the
*> account TYPEMAP maps to the reserved type *F. WS-VAR2 and the
*> reconciliation still see the reversal at today's rate - the type
*> subtotal and the FX line between them add back to it exactly -
*> and each such reversal is listed on the report with its original
*> rate, today's rate and the difference. A reversal whose original
*> is not on the archive (purged, or posted by a split run, which
*> does not archive) falls back to today's rate and is counted so.
*> A trial run opens the archive read-only for this lookup.
*> Once BUGCLOSE has locked a period on PERIODLK nothing may post
*> into it as if it were still open. Every lock is loaded at
*> startup, and a posting whose effective date falls inside a
*> locked period - for a reversal, the date its original posted
*> per TRANHIST, since that is the period the backout really
*> touches - still posts (WS-VAR2, the batch, the reconciliation are
*> all unchanged) but is routed away from its type subtotal to a
*> prior-period adjustment. Adjustments extract as their own GLIF
*> lines, one per closed period touched, under the reserved type *P
*> to the account TYPEMAP maps it to, with the closed period's year
*> and month in GLIF-ADJ-PERIOD; the archive row names the same
*> account; and the report lists them per closed period.
*> Every archive row now also carries the batch date of the batch
*> it arrived in, so BUGBKOUT can select one feed batch - source
*> system plus batch date - for a backout.
*> The archive is now complete enough to re-derive the GL extract
*> from (BUGGLTIE does so nightly): a row routed to a prior-period
*> adjustment carries the closed period it went to, a foreign
*> reversal priced at its original's rate carries the FX difference
*> it put on the *F line, and the partition steps of a split run
*> stage their rows to ARCHSTG for BUGMERGE to apply instead of
*> archiving nothing. The archive is opened before the restart
*> replay, so a resumed run reprices its replayed foreign reversals
*> at their original rates and its *F line matches the archive's.
*> TRAN-SOURCE-SYSTEM on a batch header used to be free text taken
*> on trust, so a typo'd source posted normally and then missed
*> every HOLDCTL, BUGDCONF and DUPSTATS match made on the name. The
*> SRCREG registry (SRCREGRC) now lists every feed we accept: a
*> header naming a source that is not on it quarantines its whole
*> batch to QUAROUT exactly as a hold does (reported UNREGISTERED,
*> and released the same way once the source is registered), and a
*> detail or reversal whose TRAN-TYPE or currency the registry does
*> not allow for its batch's source rejects SR01 or SR02. Our own
*> batches (REFERRAL, RECYCLE, BACKOUT, CARRYFWD, the headerless
*> *NOHDR*) are registered implicitly, their details checked
*> against what any registered feed may send. The report closes
*> with a missing/late feed section naming every registered source
*> that sent fewer batches than it is expected to per business
*> day, marked late once its latest arrival time has passed, so
*> the floor can chase it before the window closes. A partition
*> step sees only its share of the feeds and leaves that judgment
*> to the unsplit run. With no SRCREG file nothing is quarantined
*> or rejected on its account - the behavior from before it.
*> Nothing used to tie the day's jobs together: the cutoff was keyed
*> by hand every morning and the job ended the same way whether it
*> balanced or not, so the scheduler ran the rest of the cycle
*> regardless. The run now works under a business date taken from
*> the BUSCAL calendar (BCALREC: the latest business day on or
*> before the run date), and a blank PARM-CUTOFF-DATE means that
*> business date is the cutoff - a keyed one still overrides it,
*> and with no calendar a blank cutoff still means none. Every run
*> ends with a condition code (0 clean, 4 warnings - held batches,
*> short feeds, no trailer - 8 out of balance or suspect), and
*> every run but a trial appends its step, business date and
*> outcome to the DAYCTL day-control file (DAYCTLRC) for the rest
*> of the cycle and BUGCLOSE to judge the day by.
*> With one run a day everything waited for the last feed and the
*> whole batch window was squeezed into the evening. The step can
*> now run several times a day as numbered intraday cycles of one
*> business date (PARM-CYCLE-NUMBER): each cycle posts, balances
*> and reports the feeds that have arrived exactly as a single run
*> would, but cuts no GL extract of its own, leaves GLSEQ alone and
*> writes no RUNHIST records. Its GL lines (the same GLIF images
*> 7800 would have extracted, unsequenced), its batch results and
*> its totals are appended to the DAYTOT day-level totals file
*> (DAYTOTRC) instead, and BUGEOD combines every cycle of the day
*> into the one GLIFOUT, the one RUNHIST day record and a day
*> summary report - the GL side still sees one extract per day.
*> A cycle posts to DAYCTL as a cycle (run mode C), which BUGCLOSE
*> does not take as the day's posting; BUGEOD's record is.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGSOLUTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-QUAR-FILE-STATUS.

    SELECT SREG-FILE ASSIGN TO "SRCREG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SREG-FILE-STATUS.

    SELECT LIMIT-FILE ASSIGN TO "TRANLIMT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LIMIT-KEY
        FILE STATUS IS WS-LIMIT-FILE-STATUS.

    SELECT REFER-FILE ASSIGN TO "REFERRAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REFER-KEY OF REFER-RECORD
        FILE STATUS IS WS-REFER-FILE-STATUS.

    SELECT PLOCK-FILE ASSIGN TO "PERIODLK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PLOCK-KEY
        FILE STATUS IS WS-PLOCK-FILE-STATUS.

    SELECT RSTG-FILE ASSIGN TO "REFRSTG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RSTG-FILE-STATUS.

    SELECT ASTG-FILE ASSIGN TO "ARCHSTG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ASTG-FILE-STATUS.

    SELECT BCAL-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BCAL-FILE-STATUS.

    SELECT DCTL-FILE ASSIGN TO "DAYCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DCTL-FILE-STATUS.

    SELECT DTOT-FILE ASSIGN TO "DAYTOT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DTOT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRAN-FILE
    RECORDING MODE IS F.
01  QUAR-FILE-RECORD                       PIC X(39).

FD  SREG-FILE
    RECORDING MODE IS F.
COPY SRCREGRC.

FD  LIMIT-FILE.
COPY LIMITREC.

FD  REFER-FILE.
COPY REFERREC.

FD  RSTG-FILE
    RECORDING MODE IS F.
01  RSTG-FILE-RECORD                       PIC X(200).

FD  ASTG-FILE
    RECORDING MODE IS F.
01  ASTG-FILE-RECORD                       PIC X(131).

FD  PLOCK-FILE.
COPY PLOCKREC.

FD  BCAL-FILE
    RECORDING MODE IS F.
COPY BCALREC.

FD  DCTL-FILE
    RECORDING MODE IS F.
01  DCTL-FILE-RECORD                       PIC X(100).

FD  DTOT-FILE
    RECORDING MODE IS F.
01  DTOT-FILE-RECORD                       PIC X(340).

WORKING-STORAGE SECTION.
01  WS-AREA.
    05  WS-VAR1                         PIC 9(5) VALUE 0.
    05  WS-HELD-BATCHES                 PIC 9(9) VALUE 0.
    05  WS-HELD-RECORDS                 PIC 9(9) VALUE 0.
    05  WS-HELD-AMOUNT                  PIC S9(15)V99 COMP-3 VALUE 0.
*> Of the held batches, those quarantined because SRCREG does not
*> know their source, and the registered feeds the missing/late
*> section names.
    05  WS-UNREGISTERED-BATCHES         PIC 9(9) VALUE 0.
    05  WS-FEEDS-SHORT                  PIC 9(9) VALUE 0.
*> High-value details referred for approval: inside the feed
*> trailers, outside WS-VAR1/WS-VAR2, exactly like carried ones.
*> The amount is in each feed's own currency, like the carried
*> amount, so the reconciliation can back it out of the trailers.
    05  WS-REFERRED-COUNT               PIC 9(9) VALUE 0.
    05  WS-REFERRED-AMOUNT              PIC S9(15)V99 COMP-3 VALUE 0.
*> Foreign reversals backed out at their original posting's rate,
*> and the realized FX difference that posted alongside them; the
*> today's-rate count is the foreign reversals whose original could
*> not be found on the archive.
    05  WS-FX-RVSL-COUNT                PIC 9(9) VALUE 0.
    05  WS-FX-DIFF-TOTAL                PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-FX-TODAY-RATE-COUNT          PIC 9(9) VALUE 0.

01  WS-CHECKPOINT-CONTROL.
    05  WS-CHECKPOINT-TALLY             PIC 9(9) VALUE 0.
    05  WS-CUTOFF-DATE                  PIC X(08) VALUE SPACES.
    05  WS-HAS-CUTOFF-SW                PIC X(01) VALUE 'N'.
        88  WS-HAS-CUTOFF                   VALUE 'Y'.
*> A blank parm cutoff asks for the calendar's business date.
    05  WS-CUTOFF-SOURCE-SW             PIC X(01) VALUE 'P'.
        88  WS-CUTOFF-FROM-PARM             VALUE 'P'.
        88  WS-CUTOFF-FROM-CALENDAR         VALUE 'C'.
    05  WS-HIST-STAGE-SW                PIC X(01) VALUE 'N'.
        88  WS-HIST-STAGED                  VALUE 'Y'.
*> Trial mode: the whole edit/duplicate/balancing pass runs and
        88  WS-TRIAL-MODE                   VALUE 'Y'.
    05  WS-HSTG-OPEN-SW                 PIC X(01) VALUE 'N'.
        88  WS-HSTG-OPEN                    VALUE 'Y'.
*> Intraday cycle: the GL lines, batch results and totals go to
*> DAYTOT for BUGEOD instead of to GLIFOUT and RUNHIST.
    05  WS-CYCLE-NUMBER                 PIC 9(02) VALUE 0.
    05  WS-INTRADAY-SW                  PIC X(01) VALUE 'N'.
        88  WS-INTRADAY-CYCLE               VALUE 'Y'.

01  WS-VAR2-SUSPECT-SW                  PIC X(01) VALUE 'N'.
    88  WS-VAR2-SUSPECT                     VALUE 'Y'.
    05  WS-CURRAT-FILE-STATUS           PIC X(02) VALUE '00'.
    05  WS-HOLD-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-QUAR-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-SREG-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-LIMIT-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-REFER-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-RSTG-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-ASTG-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-PLOCK-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-BCAL-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-DCTL-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-DTOT-FILE-STATUS             PIC X(02) VALUE '00'.

01  WS-OVERFLOW-COUNT                   PIC 9(5) VALUE 0.

        88  WS-TARC-USABLE                  VALUE 'Y'.
    05  WS-TARC-DONE-SW                 PIC X(01) VALUE 'N'.
        88  WS-TARC-DONE                    VALUE 'Y'.
*> Readable is wider than usable: every run opens the archive
*> INPUT before the restart replay, and a trial run keeps it so,
*> so a foreign reversal can still find its original rate.
    05  WS-TARC-READABLE-SW             PIC X(01) VALUE 'N'.
        88  WS-TARC-READABLE                VALUE 'Y'.
    05  WS-ARCH-SCAN-DONE-SW            PIC X(01) VALUE 'N'.
        88  WS-ARCH-SCAN-DONE               VALUE 'Y'.
    05  WS-ORIG-FOUND-SW                PIC X(01) VALUE 'N'.
        88  WS-ORIG-FOUND                   VALUE 'Y'.
    05  WS-AT-ORIGINAL-RATE-SW          PIC X(01) VALUE 'N'.
        88  WS-AT-ORIGINAL-RATE             VALUE 'Y'.
    05  WS-CARRY-EOF-SW                 PIC X(01) VALUE 'N'.
        88  WS-CARRY-EOF                    VALUE 'Y'.
    05  WS-READING-CARRY-SW             PIC X(01) VALUE 'N'.
        88  WS-READING-CARRY                VALUE 'Y'.
    05  WS-RESUMED-SW                   PIC X(01) VALUE 'N'.
        88  WS-RESUMED                      VALUE 'Y'.
    05  WS-OVER-LIMIT-SW                PIC X(01) VALUE 'N'.
        88  WS-OVER-LIMIT                   VALUE 'Y'.
*> Latched at open, like the archive's: REFERRAL (or the REFRSTG
*> staging file, in partition mode) is where a referred detail
*> goes, and a referral that cannot be recorded is warned about.
    05  WS-REFER-USABLE-SW              PIC X(01) VALUE 'N'.
        88  WS-REFER-USABLE                 VALUE 'Y'.
    05  WS-REFER-DONE-SW                PIC X(01) VALUE 'N'.
        88  WS-REFER-DONE                   VALUE 'Y'.
    05  WS-BCAL-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-BCAL-EOF                     VALUE 'Y'.
    05  WS-BCAL-FOUND-SW                PIC X(01) VALUE 'N'.
        88  WS-BCAL-FOUND                   VALUE 'Y'.
*> Latched at open, like the archive's. A cycle whose totals could
*> not all reach DAYTOT has posted money the day's GL extract will
*> never see.
    05  WS-DTOT-USABLE-SW               PIC X(01) VALUE 'N'.
        88  WS-DTOT-USABLE                  VALUE 'Y'.
    05  WS-DTOT-FAILED-SW               PIC X(01) VALUE 'N'.
        88  WS-DTOT-FAILED                  VALUE 'Y'.

01  WS-CURRENT-TIMESTAMP                PIC X(21) VALUE SPACES.
01  WS-RUN-DATE                         PIC X(08) VALUE SPACES.
01  WS-BUSINESS-DATE                    PIC X(08) VALUE SPACES.
*> What the run ends with for the scheduler, and the few words
*> DAYCTL carries with it - see DAYCTLRC for the code values.
01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.
01  WS-DCTL-REMARK                      PIC X(30) VALUE SPACES.
01  WS-START-TIMESTAMP                  PIC X(21) VALUE SPACES.
01  WS-REPLAY-MARKER                    PIC X(06) VALUE SPACES.

*> the restart runs against the same CURRATES file the first
*> attempt used (rates are daily; a restart is same-day).
01  WS-CONVERSION-ADJ                   PIC S9(15)V99 COMP-3 VALUE 0.
*> A foreign reversal priced at its original rate: the original
*> posted row's feed amount, base amount and currency off TRANARCH,
*> the base this reversal backs out of the type (the original's,
*> pro rata), what today's rate makes of it, and the difference
*> that posts as realized FX gain/loss.
01  WS-FX-REVERSAL-WORK.
    05  WS-ORIG-TARC-AMOUNT             PIC S9(9)V99 COMP-3 VALUE 0.
    05  WS-ORIG-BASE-AMOUNT             PIC S9(13)V99 COMP-3 VALUE 0.
    05  WS-ORIG-CURRENCY                PIC X(03) VALUE SPACES.
    05  WS-BACKOUT-BASE-AMOUNT          PIC S9(13)V99 COMP-3 VALUE 0.
    05  WS-TODAY-BASE-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
    05  WS-FX-DIFFERENCE                PIC S9(13)V99 COMP-3 VALUE 0.
01  WS-TARC-DISPOSITION                 PIC X(01) VALUE SPACES.
01  WS-GL-EXTRACT-SEQ                   PIC 9(06) VALUE 0.

COPY RUNHREC REPLACING RUNH-RECORD BY WS-RUNH-RECORD.

COPY DAYCTLRC REPLACING DCTL-RECORD BY WS-DCTL-RECORD.

COPY DAYTOTRC REPLACING DTOT-RECORD BY WS-DTOT-RECORD.

*> State of the batch currently being accumulated. A batch opens on
*> its 'H' header (or implicitly, for the legacy headerless layout,
*> on the first detail or trailer with no batch open) and closes on
        88  WS-BATCH-HELD                   VALUE 'Y'.
    05  WS-BATCH-HELD-COUNT             PIC 9(09) VALUE 0.
    05  WS-BATCH-HELD-AMOUNT            PIC S9(15)V99 COMP-3 VALUE 0.
*> Set at batch open from SRCREG: the source's registry entry
*> (zero for our own implicitly registered batches), or - when it
*> has none - the unregistered flag, which holds the batch as well.
    05  WS-BATCH-SREG-SUB               PIC 9(03) VALUE 0.
    05  WS-BATCH-UNREGISTERED-SW        PIC X(01) VALUE 'N'.
        88  WS-BATCH-UNREGISTERED           VALUE 'Y'.
*> Details of this batch referred for approval, in the feed's own
*> currency - they count and balance against the trailer the way
*> carried details do.
    05  WS-BATCH-REFER-COUNT            PIC 9(09) VALUE 0.
    05  WS-BATCH-REFER-AMOUNT           PIC S9(15)V99 COMP-3 VALUE 0.

*> One result entry per batch closed, for the balancing section of
*> the report. A hundred batches is far beyond the handful of
        10  WS-BR-REJECTS               PIC 9(09).
        10  WS-BR-DUPES                 PIC 9(09).
        10  WS-BR-CARRIED               PIC 9(09).
        10  WS-BR-REFERRED              PIC 9(09).
        10  WS-BR-REVERSALS             PIC 9(09).
        10  WS-BR-RVSL-AMOUNT           PIC S9(15)V99 COMP-3.
        10  WS-BR-AMOUNT                PIC S9(15)V99 COMP-3.
            88  WS-BR-OUT-ON-BOTH           VALUE 'X'.
            88  WS-BR-NO-TRAILER            VALUE 'N'.
            88  WS-BR-HELD                  VALUE 'H'.
            88  WS-BR-UNREGISTERED          VALUE 'U'.
    05  WS-BATCHES-OUT-OF-BALANCE       PIC 9(03) VALUE 0.

*> Per-TRAN-TYPE subtotals, built as details are accepted. Fifty
        10  WS-HOLD-SOURCE              PIC X(08).
        10  WS-HOLD-DATE                PIC X(08).

*> Source-system registry loaded once from SRCREG at startup. It is
*> in force only when it holds at least one feed: a missing or
*> empty SRCREG quarantines and rejects nothing, as before it
*> existed, rather than turning every batch away. The received
*> count is bumped as each header opens, held or not - a held
*> batch still arrived - and is rebuilt on restart by the replay.
01  WS-SOURCE-REGISTRY.
    05  WS-SREG-COUNT                   PIC 9(03) VALUE 0.
    05  WS-SREG-SUB                     PIC 9(03) VALUE 0.
    05  WS-SREG-FOUND-SUB               PIC 9(03) VALUE 0.
    05  WS-SREG-ITEM-SUB                PIC 9(03) VALUE 0.
    05  WS-SREG-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-SREG-EOF                     VALUE 'Y'.
    05  WS-SREG-IN-FORCE-SW             PIC X(01) VALUE 'N'.
        88  WS-SREG-IN-FORCE                VALUE 'Y'.
    05  WS-PERMIT-TYPE-SW               PIC X(01) VALUE 'N'.
        88  WS-PERMIT-TYPE-OK               VALUE 'Y'.
    05  WS-PERMIT-CURRENCY-SW           PIC X(01) VALUE 'N'.
        88  WS-PERMIT-CURRENCY-OK           VALUE 'Y'.
    05  WS-ANY-TYPE-SW                  PIC X(01) VALUE 'N'.
        88  WS-ANY-TYPE-OK                  VALUE 'Y'.
    05  WS-ANY-PERMIT-SW                PIC X(01) VALUE 'N'.
        88  WS-ANY-PERMIT-OK                VALUE 'Y'.
    05  WS-SREG-ENTRY OCCURS 50 TIMES.
        10  WS-SREG-SOURCE              PIC X(08).
        10  WS-SREG-EXPECTED            PIC 9(02).
        10  WS-SREG-ARRIVAL             PIC X(04).
        10  WS-SREG-TYPE-LIST.
            15  WS-SREG-TYPE            PIC X(02) OCCURS 10 TIMES.
        10  WS-SREG-CURRENCY-LIST.
            15  WS-SREG-CURRENCY        PIC X(03) OCCURS 8 TIMES.
        10  WS-SREG-RECEIVED            PIC 9(03).

*> The batches our own jobs and this program stamp with a source
*> name of their own. They are registered implicitly, as BUGDCONF
*> treats the placeholders as naming no feed.
01  WS-SREG-LOOKUP-SOURCE               PIC X(08) VALUE SPACES.
    88  WS-SOURCE-INTERNAL                  VALUE "REFERRAL",
                                                  "RECYCLE",
                                                  "BACKOUT",
                                                  "CARRYFWD",
                                                  "*NOHDR*".

*> Posting limits loaded once from TRANLIMT at startup. A limit
*> keyed for a specific source system wins over the type's
*> default (blank source). A missing TRANLIMT means no limits are
*> in force - every detail posts as it always did - which is worth
*> a note on the job log but not a warning.
01  WS-REFERRAL-LIMITS.
    05  WS-LIMIT-COUNT                  PIC 9(03) VALUE 0.
    05  WS-LIMIT-SUB                    PIC 9(03) VALUE 0.
    05  WS-LIMIT-FOUND-SUB              PIC 9(03) VALUE 0.
    05  WS-LIMIT-LOOKUP-SOURCE          PIC X(08) VALUE SPACES.
    05  WS-LIMIT-EOF-SW                 PIC X(01) VALUE 'N'.
        88  WS-LIMIT-EOF                    VALUE 'Y'.
    05  WS-LIMIT-ENTRY OCCURS 100 TIMES.
        10  WS-LIM-TRAN-TYPE            PIC X(02).
        10  WS-LIM-SOURCE               PIC X(08).
        10  WS-LIM-AMOUNT               PIC 9(13)V99.
        10  WS-LIM-KEYED-BY             PIC X(08).

*> Closed-period locks loaded once from PERIODLK at startup, each
*> carrying the prior-period adjustments this run routed into it -
*> rebuilt by the restart replay like the type subtotals, since
*> both come out of 4100. A missing PERIODLK simply means no period
*> has been locked yet. The effective date is the one the posting
*> being routed is judged on; a reversal's is its original's
*> TRANHIST process date, saved the moment the row is read because
*> a full pending-mark table can flush (and reread TRANHIST) before
*> the contra posts.
01  WS-PERIOD-LOCKS.
    05  WS-LOCK-COUNT                   PIC 9(03) VALUE 0.
    05  WS-LOCK-SUB                     PIC 9(03) VALUE 0.
    05  WS-LOCK-FOUND-SUB               PIC 9(03) VALUE 0.
    05  WS-LOCK-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-LOCK-EOF                     VALUE 'Y'.
    05  WS-LOCK-EFFECTIVE-DATE          PIC X(08) VALUE SPACES.
    05  WS-RVSL-ORIG-POST-DATE          PIC X(08) VALUE SPACES.
    05  WS-PPA-TRAN-TYPE                PIC X(02) VALUE "*P".
    05  WS-PPA-COUNT                    PIC 9(09) VALUE 0.
    05  WS-PPA-AMOUNT                   PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-LOCK-ENTRY OCCURS 120 TIMES.
        10  WS-LOCK-PERIOD-START        PIC X(08).
        10  WS-LOCK-PERIOD-END          PIC X(08).
        10  WS-LOCK-ADJ-COUNT           PIC 9(09).
        10  WS-LOCK-ADJ-AMOUNT          PIC S9(15)V99 COMP-3.
        10  WS-LOCK-ADJ-DEBIT-COUNT     PIC 9(09).
        10  WS-LOCK-ADJ-DEBIT-AMOUNT    PIC S9(15)V99 COMP-3.
        10  WS-LOCK-ADJ-CREDIT-COUNT    PIC 9(09).
        10  WS-LOCK-ADJ-CREDIT-AMOUNT   PIC S9(15)V99 COMP-3.

*> One entry per referred detail, for the referral section of the
*> report. Rebuilt by the restart replay like the batch results;
*> overflow is warned about, and the totals still count every one.
01  WS-REFERRAL-LIST.
    05  WS-REFL-COUNT                   PIC 9(03) VALUE 0.
    05  WS-REFL-SUB                     PIC 9(03) VALUE 0.
    05  WS-REFL-TABLE-FULL-SW           PIC X(01) VALUE 'N'.
        88  WS-REFL-TABLE-FULL              VALUE 'Y'.
    05  WS-REFL-ENTRY OCCURS 100 TIMES.
        10  WS-RF-TRAN-ID               PIC X(10).
        10  WS-RF-SOURCE                PIC X(08).
        10  WS-RF-TRAN-TYPE             PIC X(02).
        10  WS-RF-CURRENCY              PIC X(03).
        10  WS-RF-AMOUNT                PIC S9(09)V99 COMP-3.
        10  WS-RF-BASE-AMOUNT           PIC S9(13)V99 COMP-3.
        10  WS-RF-LIMIT                 PIC 9(13)V99 COMP-3.
        10  WS-RF-KEYED-BY              PIC X(08).

*> Per-currency subtotals of what POSTED, in original amounts, so
*> each foreign feed can still be balanced against its own trailer
*> in its own currency. The blank code is the base bucket.
        10  WS-CUR-REC-COUNT            PIC 9(09).
        10  WS-CUR-AMOUNT               PIC S9(15)V99 COMP-3.

*> Realized FX gain/loss, extracted as one GLIF line under the
*> reserved type *F to the account TYPEMAP maps that type to. Gross
*> sides as for every type line: a positive difference is a debit.
*> One list entry per reversal priced at its original rate, for the
*> month-end FX audit section of the report; rebuilt by the restart
*> replay, overflow warned about while the totals still count all.
01  WS-FX-GAIN-LOSS.
    05  WS-FX-TRAN-TYPE                 PIC X(02) VALUE "*F".
    05  WS-FX-DEBIT-COUNT               PIC 9(09) VALUE 0.
    05  WS-FX-DEBIT-AMOUNT              PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-FX-CREDIT-COUNT              PIC 9(09) VALUE 0.
    05  WS-FX-CREDIT-AMOUNT             PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-FXL-COUNT                    PIC 9(03) VALUE 0.
    05  WS-FXL-SUB                      PIC 9(03) VALUE 0.
    05  WS-FXL-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
        88  WS-FXL-TABLE-FULL               VALUE 'Y'.
    05  WS-FXL-ENTRY OCCURS 100 TIMES.
        10  WS-FXL-TRAN-ID              PIC X(10).
        10  WS-FXL-CURRENCY             PIC X(03).
        10  WS-FXL-AMOUNT               PIC S9(09)V99 COMP-3.
        10  WS-FXL-ORIG-RATE            PIC 9(03)V9(6) COMP-3.
        10  WS-FXL-TODAY-RATE           PIC 9(03)V9(6) COMP-3.
        10  WS-FXL-ORIG-BASE            PIC S9(13)V99 COMP-3.
        10  WS-FXL-TODAY-BASE           PIC S9(13)V99 COMP-3.
        10  WS-FXL-DIFFERENCE           PIC S9(13)V99 COMP-3.

COPY TRANREC REPLACING TRAN-RECORD BY WS-TRAN-RECORD.

COPY OVFLREC REPLACING OVFL-RECORD BY WS-OVFL-RECORD.

COPY TARCREC REPLACING TARC-RECORD BY WS-TARC-RECORD.

COPY REFERREC REPLACING REFER-RECORD BY WS-REFER-RECORD.

*> ---------------------------------------------------------------
*> End-of-run summary report layout.
*> ---------------------------------------------------------------
        "BUGSOLUTION - COUNTER/ACCUMULATOR REPORT".
    05  FILLER                          PIC X(10) VALUE "RUN DATE: ".
    05  RPT-RUN-DATE                    PIC X(08).
    05  FILLER                          PIC X(17) VALUE
        "  BUSINESS DATE: ".
    05  RPT-BUSINESS-DATE               PIC X(08).
    05  FILLER                          PIC X(49) VALUE SPACES.

01  WS-REPORT-DETAIL-LINE.
    05  RPT-LABEL                       PIC X(40).
    05  FILLER                          PIC X(07) VALUE "REJECTS".
    05  FILLER                          PIC X(07) VALUE "  DUPES".
    05  FILLER                          PIC X(07) VALUE "  CARRY".
    05  FILLER                          PIC X(07) VALUE "  REFER".
    05  FILLER                          PIC X(20) VALUE
        "       TRAILER TOTAL".
    05  FILLER                          PIC X(20) VALUE
        "    ACCUMULATED     ".
    05  FILLER                          PIC X(16) VALUE "STATUS          ".
    05  FILLER                          PIC X(10) VALUE SPACES.

01  WS-REPORT-BATCH-LINE.
    05  RPT-BR-SOURCE                   PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-CARRIED                  PIC Z(05)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-REFERRED                 PIC Z(05)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-TRAILER                  PIC Z(14)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-AMOUNT                   PIC Z(14)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-STATUS                   PIC X(16).
    05  FILLER                          PIC X(10) VALUE SPACES.

01  WS-REPORT-FEED-HEADING.
    05  FILLER                          PIC X(09) VALUE "SOURCE   ".
    05  FILLER                          PIC X(09) VALUE " EXPECTED".
    05  FILLER                          PIC X(09) VALUE " RECEIVED".
    05  FILLER                          PIC X(09) VALUE "  DUE BY ".
    05  FILLER                          PIC X(06) VALUE "STATUS".
    05  FILLER                          PIC X(90) VALUE SPACES.

01  WS-REPORT-FEED-LINE.
    05  RPT-FD-SOURCE                   PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-FD-EXPECTED                 PIC Z(08)9.
    05  RPT-FD-RECEIVED                 PIC Z(08)9.
    05  FILLER                          PIC X(03) VALUE SPACES.
    05  RPT-FD-ARRIVAL                  PIC X(04).
    05  FILLER                          PIC X(02) VALUE SPACES.
    05  RPT-FD-STATUS                   PIC X(16).
    05  FILLER                          PIC X(80) VALUE SPACES.

01  WS-REPORT-CURRENCY-LINE.
    05  FILLER                          PIC X(09) VALUE "CURRENCY ".
    05  RPT-TYPE-CREDITS                PIC Z(14)9.99-.
    05  FILLER                          PIC X(14) VALUE SPACES.

01  WS-REPORT-REFER-HEADING.
    05  FILLER                          PIC X(11) VALUE "TRAN-ID    ".
    05  FILLER                          PIC X(09) VALUE "SOURCE   ".
    05  FILLER                          PIC X(05) VALUE "TYPE ".
    05  FILLER                          PIC X(04) VALUE "CUR ".
    05  FILLER                          PIC X(15) VALUE
        "        AMOUNT ".
    05  FILLER                          PIC X(20) VALUE
        "         BASE AMOUNT".
    05  FILLER                          PIC X(20) VALUE
        "               LIMIT".
    05  FILLER                          PIC X(09) VALUE " KEYED BY".
    05  FILLER                          PIC X(39) VALUE SPACES.

01  WS-REPORT-REFER-LINE.
    05  RPT-RF-TRAN-ID                  PIC X(10).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-RF-SOURCE                   PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-RF-TRAN-TYPE                PIC X(02).
    05  FILLER                          PIC X(03) VALUE SPACES.
    05  RPT-RF-CURRENCY                 PIC X(03).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-RF-AMOUNT                   PIC Z(09)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-RF-BASE-AMOUNT              PIC Z(14)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-RF-LIMIT                    PIC Z(14)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-RF-KEYED-BY                 PIC X(08).
    05  FILLER                          PIC X(40) VALUE SPACES.

01  WS-REPORT-FX-HEADING.
    05  FILLER                          PIC X(11) VALUE "TRAN-ID    ".
    05  FILLER                          PIC X(04) VALUE "CUR ".
    05  FILLER                          PIC X(15) VALUE
        "        AMOUNT ".
    05  FILLER                          PIC X(11) VALUE
        " ORIG RATE ".
    05  FILLER                          PIC X(11) VALUE
        "TODAY RATE ".
    05  FILLER                          PIC X(18) VALUE
        "   ORIGINAL BASE ".
    05  FILLER                          PIC X(18) VALUE
        "   AT TODAY RATE ".
    05  FILLER                          PIC X(18) VALUE
        " FX GAIN/LOSS DR+".
    05  FILLER                          PIC X(26) VALUE SPACES.

01  WS-REPORT-FX-LINE.
    05  RPT-FX-TRAN-ID                  PIC X(10).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-FX-CURRENCY                 PIC X(03).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-FX-AMOUNT                   PIC Z(09)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-FX-ORIG-RATE                PIC ZZ9.999999.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-FX-TODAY-RATE               PIC ZZ9.999999.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-FX-ORIG-BASE                PIC Z(12)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-FX-TODAY-BASE               PIC Z(12)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-FX-DIFFERENCE               PIC Z(12)9.99-.
    05  FILLER                          PIC X(27) VALUE SPACES.

01  WS-REPORT-PPA-HEADING.
    05  FILLER                          PIC X(21) VALUE
        "CLOSED PERIOD        ".
    05  FILLER                          PIC X(10) VALUE "    COUNT ".
    05  FILLER                          PIC X(20) VALUE
        "             DEBITS ".
    05  FILLER                          PIC X(20) VALUE
        "            CREDITS ".
    05  FILLER                          PIC X(19) VALUE
        "         NET AMOUNT".
    05  FILLER                          PIC X(42) VALUE SPACES.

01  WS-REPORT-PPA-LINE.
    05  RPT-PPA-START                   PIC X(08).
    05  FILLER                          PIC X(03) VALUE " - ".
    05  RPT-PPA-END                     PIC X(08).
    05  FILLER                          PIC X(02) VALUE SPACES.
    05  RPT-PPA-COUNT                   PIC Z(08)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-PPA-DEBIT                   PIC Z(14)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-PPA-CREDIT                  PIC Z(14)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-PPA-NET                     PIC Z(14)9.99-.
    05  FILLER                          PIC X(42) VALUE SPACES.

01  WS-REPORT-GROSS-HEADING.
    05  FILLER                          PIC X(09) VALUE "SOURCE   ".
    05  FILLER                          PIC X(09) VALUE "DATE     ".
        PERFORM 7800-EXTRACT-TO-GL
    END-IF
    PERFORM 9000-TERMINATE
    PERFORM 9700-SET-CONDITION-CODE
    IF NOT WS-TRIAL-MODE
        PERFORM 9800-POST-DAY-CONTROL
    END-IF
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

*> The parm file is read first so trial mode is known before any
*> durable file would be opened - an OPEN OUTPUT is already a
*> write. Trial keeps only its inputs, the report and the reject
*> file; everything else stays untouched on disk. An intraday cycle
*> leaves GLIFOUT, GLSEQ and RUNHIST to BUGEOD.
1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
    MOVE WS-CURRENT-TIMESTAMP TO WS-START-TIMESTAMP
    PERFORM 1050-READ-PARM-FILE
    PERFORM 1070-RESOLVE-BUSINESS-DATE
    OPEN INPUT TRAN-FILE
    PERFORM 1700-OPEN-CARRY-IN
    OPEN OUTPUT PRINT-FILE
    IF NOT WS-TRIAL-MODE AND NOT WS-INTRADAY-CYCLE
        OPEN OUTPUT GLIF-FILE
    END-IF
    PERFORM 1100-LOAD-TYPE-MAPPING
    PERFORM 1200-LOAD-CURRENCY-RATES
    PERFORM 1260-LOAD-SOURCE-REGISTRY
    PERFORM 1270-LOAD-BATCH-HOLDS
    PERFORM 1280-LOAD-REFERRAL-LIMITS
    PERFORM 1290-LOAD-PERIOD-LOCKS
*> The history file and the archive must both be open before 1300:
*> the restart replay that 1300 drives reads TRANHIST to reproduce
*> each replayed record's original duplicate disposition, and
*> TRANARCH to price each replayed foreign reversal at its original
*> rate exactly as the first attempt did. The archive is opened
*> read-only here; 1490 reopens it for update once 1300 has said
*> whether this run is a resume. A trial run never checkpoints and
*> so never resumes - 1300 is skipped whole.
    PERFORM 1460-OPEN-HISTORY-FILE
    PERFORM 1492-OPEN-ARCHIVE-READ-ONLY
    IF NOT WS-TRIAL-MODE
        PERFORM 1300-CHECKPOINT-RESTART
        PERFORM 1400-OPEN-OVERFLOW-FILE
        PERFORM 1470-OPEN-DUPE-FILE
        PERFORM 1475-OPEN-CARRY-OUT
        PERFORM 1477-OPEN-QUARANTINE
        PERFORM 1490-OPEN-ARCHIVE-FILE
        PERFORM 1495-OPEN-REFERRAL-FILE
        IF NOT WS-INTRADAY-CYCLE
            PERFORM 1480-READ-GL-SEQUENCE
            PERFORM 1500-WRITE-RUN-HISTORY-START
        END-IF
    END-IF.

*> Created empty on first use, the same way the checkpoint file is.
    END-IF.

*> Created empty on first use, like the checkpoint and history
*> files. Partition steps never write the shared archive - N
*> concurrent writers on one indexed file is the exact hazard the
*> HISTSTG staging path exists to avoid - so their rows go to the
*> ARCHSTG staging file (EXTEND on a resume, like REFRSTG) for
*> BUGMERGE to apply serially, and the archive itself is opened
*> read-only for the original-rate lookup, as 1000 already left it.
*> A single run closes that read-only open and reopens for update.
1490-OPEN-ARCHIVE-FILE.
    IF WS-HIST-STAGED
        IF WS-RESUMED
            OPEN EXTEND ASTG-FILE
        ELSE
            OPEN OUTPUT ASTG-FILE
        END-IF
        IF WS-ASTG-FILE-STATUS = "00"
            SET WS-TARC-USABLE TO TRUE
        ELSE
            DISPLAY "WARNING: ASTG-FILE open status "
                WS-ASTG-FILE-STATUS
                " - transaction archive not written this run"
        END-IF
    ELSE
        IF WS-TARC-READABLE
            CLOSE TARC-FILE
            MOVE 'N' TO WS-TARC-READABLE-SW
        END-IF
        OPEN I-O TARC-FILE
        IF WS-TARC-FILE-STATUS = "35"
            OPEN OUTPUT TARC-FILE
        END-IF
        IF WS-TARC-FILE-STATUS = "00"
            SET WS-TARC-USABLE TO TRUE
            SET WS-TARC-READABLE TO TRUE
        ELSE
            DISPLAY "WARNING: TARC-FILE open status "
                WS-TARC-FILE-STATUS
        END-IF
    END-IF.

*> Every run opens the archive this way before the restart replay,
*> so a replayed foreign reversal finds its original posting's
*> rate. Trial mode writes no archive rows and keeps it so for the
*> whole run, as a partition step does. A missing archive is simply
*> nothing to look up.
1492-OPEN-ARCHIVE-READ-ONLY.
    OPEN INPUT TARC-FILE
    IF WS-TARC-FILE-STATUS = "00"
        SET WS-TARC-READABLE TO TRUE
    ELSE
        IF WS-TARC-FILE-STATUS NOT = "35"
            DISPLAY "WARNING: TARC-FILE open status "
                WS-TARC-FILE-STATUS
                " - foreign reversals priced at today's rate"
        END-IF
    END-IF.

*> Created empty on first use, like the archive. A partition step
*> must not write the shared indexed file either, so its
*> referrals go to the REFRSTG staging file - opened EXTEND on a
*> resume, like every other sequential output, with BUGMERGE
*> ignoring a restaged repeat - and are applied serially by
*> BUGMERGE once the consolidation succeeds.
1495-OPEN-REFERRAL-FILE.
    IF WS-HIST-STAGED
        IF WS-RESUMED
            OPEN EXTEND RSTG-FILE
        ELSE
            OPEN OUTPUT RSTG-FILE
        END-IF
        IF WS-RSTG-FILE-STATUS = "00"
            SET WS-REFER-USABLE TO TRUE
        ELSE
            DISPLAY "WARNING: RSTG-FILE open status "
                WS-RSTG-FILE-STATUS
                " - referred details not recorded this run"
        END-IF
    ELSE
        OPEN I-O REFER-FILE
        IF WS-REFER-FILE-STATUS = "35"
            OPEN OUTPUT REFER-FILE
            CLOSE REFER-FILE
            OPEN I-O REFER-FILE
        END-IF
        IF WS-REFER-FILE-STATUS = "00"
            SET WS-REFER-USABLE TO TRUE
        ELSE
            DISPLAY "WARNING: REFER-FILE open status "
                WS-REFER-FILE-STATUS
                " - referred details not recorded this run"
        END-IF
    END-IF.

*> RUNHIST is a cumulative append-only file: every execution adds
*> its records to what is already there. The OUTPUT fallback only
*> fires the very first time, when the file does not exist yet.
            "using default " WS-CHECKPOINT-FREQUENCY
    END-IF

*> Spaces asks for the calendar's business date (1070); with no
*> calendar it is still "no cutoff" - everything posts, exactly as
*> before the field existed - so only a present-but-garbage date
*> draws a warning. Garbage also fails safe to no cutoff: posting
*> too much is visible on the balance, deferring on a bad date is
*> not.
    IF PARM-CUTOFF-DATE = SPACES
        SET WS-CUTOFF-FROM-CALENDAR TO TRUE
    ELSE
        IF PARM-CUTOFF-DATE NUMERIC
            MOVE PARM-CUTOFF-DATE TO WS-CUTOFF-DATE
        SET WS-TRIAL-MODE TO TRUE
        DISPLAY "NOTE: TRIAL MODE - full validation pass, report "
            "and reject file only; nothing written durably"
    END-IF

*> A partition step's GL lines already go to BUGMERGE; a cycle
*> number on one is a parm slip and is ignored. Garbage fails safe
*> to an ordinary run, whose own extract is at least visible.
    IF PARM-CYCLE-NUMBER NUMERIC AND PARM-CYCLE-NUMBER NOT = "00"
        IF WS-HIST-STAGED
            DISPLAY "WARNING: PARM-CYCLE-NUMBER ignored on a "
                "partition step"
        ELSE
            MOVE PARM-CYCLE-NUMBER TO WS-CYCLE-NUMBER
            SET WS-INTRADAY-CYCLE TO TRUE
            DISPLAY "NOTE: intraday cycle " WS-CYCLE-NUMBER
                " - GL lines and totals to DAYTOT for BUGEOD"
        END-IF
    ELSE
        IF PARM-CYCLE-NUMBER NOT = SPACES
            AND PARM-CYCLE-NUMBER NOT = "00"
            DISPLAY "WARNING: PARM-CYCLE-NUMBER invalid - "
                "run as an ordinary single run"
        END-IF
    END-IF.

*> The business date is the latest business day on BUSCAL on or
*> before the run date, so a make-up run on a Saturday still works
*> for Friday. It is resolved once, before the restart replay, so
*> a resumed run judges its replayed details against the same
*> cutoff the failed attempt used (a same-day restart, as
*> everywhere else). Without a calendar the run date stands in -
*> but a blank cutoff parm then stays no cutoff, because a cutoff
*> nobody asked for could defer a whole day's postings.
1070-RESOLVE-BUSINESS-DATE.
    OPEN INPUT BCAL-FILE
    IF WS-BCAL-FILE-STATUS NOT = "00"
        IF WS-BCAL-FILE-STATUS = "35"
            DISPLAY "NOTE: no BUSCAL calendar - run date taken as "
                "the business date"
        ELSE
            DISPLAY "WARNING: BCAL-FILE open status "
                WS-BCAL-FILE-STATUS
                " - run date taken as the business date"
        END-IF
    ELSE
        PERFORM 1075-READ-ONE-CALENDAR-DAY UNTIL WS-BCAL-EOF
        CLOSE BCAL-FILE
        IF NOT WS-BCAL-FOUND
            DISPLAY "WARNING: no business day on BUSCAL on or before "
                WS-RUN-DATE " - run date taken as the business date"
        END-IF
    END-IF
    IF WS-BCAL-FOUND
        IF WS-BUSINESS-DATE NOT = WS-RUN-DATE
            DISPLAY "NOTE: run date " WS-RUN-DATE
                " is not a business day - working for business date "
                WS-BUSINESS-DATE
        END-IF
        IF WS-CUTOFF-FROM-CALENDAR
            MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
            SET WS-HAS-CUTOFF TO TRUE
        END-IF
    ELSE
        MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
    END-IF.

1075-READ-ONE-CALENDAR-DAY.
    READ BCAL-FILE
        AT END
            MOVE "Y" TO WS-BCAL-EOF-SW
        NOT AT END
            IF BCAL-BUSINESS-DAY
                AND BCAL-DATE <= WS-RUN-DATE
                AND (NOT WS-BCAL-FOUND OR BCAL-DATE > WS-BUSINESS-DATE)
                MOVE BCAL-DATE TO WS-BUSINESS-DATE
                SET WS-BCAL-FOUND TO TRUE
            END-IF
    END-READ.

*> A missing or empty TYPEMAP is survivable - the run still counts,
*> accumulates and balances - but every per-type GLIF record would
*> go out with a blank account, so it is warned about loudly here
            END-IF
    END-READ.

1260-LOAD-SOURCE-REGISTRY.
    OPEN INPUT SREG-FILE
    IF WS-SREG-FILE-STATUS = "00"
        PERFORM 1265-READ-ONE-SOURCE UNTIL WS-SREG-EOF
        CLOSE SREG-FILE
    ELSE
        MOVE "Y" TO WS-SREG-EOF-SW
        IF WS-SREG-FILE-STATUS NOT = "35"
            DISPLAY "WARNING: SREG-FILE open status "
                WS-SREG-FILE-STATUS
                " - source registry NOT enforced this run"
        END-IF
    END-IF
    IF WS-SREG-COUNT > 0
        SET WS-SREG-IN-FORCE TO TRUE
    ELSE
        DISPLAY "NOTE: no registered sources on SRCREG - batches "
            "from any source accepted, no feed arrivals judged"
    END-IF.

*> An entry with no source system can match nothing and is skipped
*> loudly; a non-numeric expected count is taken as zero, so the
*> feed is still accepted but never reported missing.
1265-READ-ONE-SOURCE.
    READ SREG-FILE
        AT END
            MOVE "Y" TO WS-SREG-EOF-SW
        NOT AT END
            IF SREG-SOURCE-SYSTEM = SPACES
                DISPLAY "WARNING: SRCREG record with blank "
                    "source system - skipped"
            ELSE
                IF WS-SREG-COUNT < 50
                    ADD 1 TO WS-SREG-COUNT
                    MOVE SREG-SOURCE-SYSTEM
                        TO WS-SREG-SOURCE (WS-SREG-COUNT)
                    IF SREG-EXPECTED-BATCHES NUMERIC
                        MOVE SREG-EXPECTED-BATCHES
                            TO WS-SREG-EXPECTED (WS-SREG-COUNT)
                    ELSE
                        MOVE 0 TO WS-SREG-EXPECTED (WS-SREG-COUNT)
                        DISPLAY "WARNING: SRCREG expected batches for "
                            SREG-SOURCE-SYSTEM " not numeric - "
                            "feed will not be reported missing"
                    END-IF
                    MOVE SREG-LATEST-ARRIVAL
                        TO WS-SREG-ARRIVAL (WS-SREG-COUNT)
                    MOVE SREG-ALLOWED-TYPES
                        TO WS-SREG-TYPE-LIST (WS-SREG-COUNT)
                    MOVE SREG-ALLOWED-CURRENCIES
                        TO WS-SREG-CURRENCY-LIST (WS-SREG-COUNT)
                    MOVE 0 TO WS-SREG-RECEIVED (WS-SREG-COUNT)
                ELSE
                    DISPLAY "WARNING: SRCREG has more than 50 "
                        "entries - remainder treated as unregistered"
                    MOVE "Y" TO WS-SREG-EOF-SW
                END-IF
            END-IF
    END-READ.

1270-LOAD-BATCH-HOLDS.
    OPEN INPUT HOLD-FILE
    IF WS-HOLD-FILE-STATUS = "00"
            END-IF
    END-READ.

1280-LOAD-REFERRAL-LIMITS.
    OPEN INPUT LIMIT-FILE
    IF WS-LIMIT-FILE-STATUS = "00"
        PERFORM 1285-READ-ONE-LIMIT UNTIL WS-LIMIT-EOF
        CLOSE LIMIT-FILE
    ELSE
        MOVE "Y" TO WS-LIMIT-EOF-SW
        IF WS-LIMIT-FILE-STATUS = "35"
            DISPLAY "NOTE: no TRANLIMT file - no high-value "
                "referral limits in force this run"
        ELSE
            DISPLAY "WARNING: LIMIT-FILE open status "
                WS-LIMIT-FILE-STATUS
                " - no high-value referral limits applied"
        END-IF
    END-IF.

*> A limit that is not a positive number can only do harm - zero
*> would refer every detail of the type - so it is skipped with a
*> warning, leaving the type unlimited rather than frozen.
1285-READ-ONE-LIMIT.
    READ LIMIT-FILE
        AT END
            MOVE "Y" TO WS-LIMIT-EOF-SW
        NOT AT END
            IF LIMIT-AMOUNT NOT NUMERIC OR LIMIT-AMOUNT = 0
                DISPLAY "WARNING: TRANLIMT record for type "
                    LIMIT-TRAN-TYPE " source '" LIMIT-SOURCE-SYSTEM
                    "' has no usable amount - skipped"
            ELSE
                IF WS-LIMIT-COUNT < 100
                    ADD 1 TO WS-LIMIT-COUNT
                    MOVE LIMIT-TRAN-TYPE
                        TO WS-LIM-TRAN-TYPE (WS-LIMIT-COUNT)
                    MOVE LIMIT-SOURCE-SYSTEM
                        TO WS-LIM-SOURCE (WS-LIMIT-COUNT)
                    MOVE LIMIT-AMOUNT
                        TO WS-LIM-AMOUNT (WS-LIMIT-COUNT)
                    MOVE LIMIT-KEYED-BY
                        TO WS-LIM-KEYED-BY (WS-LIMIT-COUNT)
                ELSE
                    DISPLAY "WARNING: TRANLIMT has more than 100 "
                        "entries - remainder ignored"
                    MOVE "Y" TO WS-LIMIT-EOF-SW
                END-IF
            END-IF
    END-READ.

1290-LOAD-PERIOD-LOCKS.
    OPEN INPUT PLOCK-FILE
    IF WS-PLOCK-FILE-STATUS = "00"
        PERFORM 1295-READ-ONE-LOCK UNTIL WS-LOCK-EOF
        CLOSE PLOCK-FILE
    ELSE
        MOVE "Y" TO WS-LOCK-EOF-SW
        IF WS-PLOCK-FILE-STATUS = "35"
            DISPLAY "NOTE: no PERIODLK file - no closed periods "
                "locked against posting"
        ELSE
            DISPLAY "WARNING: PLOCK-FILE open status "
                WS-PLOCK-FILE-STATUS
                " - closed-period locks NOT enforced this run"
        END-IF
    END-IF.

*> A lock whose dates are not a valid range could swallow every
*> posting or none; it is skipped loudly rather than guessed at.
1295-READ-ONE-LOCK.
    READ PLOCK-FILE
        AT END
            MOVE "Y" TO WS-LOCK-EOF-SW
        NOT AT END
            IF PLOCK-LOCKED
                IF PLOCK-PERIOD-START NUMERIC
                    AND PLOCK-PERIOD-END NUMERIC
                    AND PLOCK-PERIOD-START <= PLOCK-PERIOD-END
                    IF WS-LOCK-COUNT < 120
                        ADD 1 TO WS-LOCK-COUNT
                        MOVE PLOCK-PERIOD-START
                            TO WS-LOCK-PERIOD-START (WS-LOCK-COUNT)
                        MOVE PLOCK-PERIOD-END
                            TO WS-LOCK-PERIOD-END (WS-LOCK-COUNT)
                        MOVE 0 TO WS-LOCK-ADJ-COUNT (WS-LOCK-COUNT)
                        MOVE 0 TO WS-LOCK-ADJ-AMOUNT (WS-LOCK-COUNT)
                        MOVE 0
                            TO WS-LOCK-ADJ-DEBIT-COUNT (WS-LOCK-COUNT)
                        MOVE 0
                            TO WS-LOCK-ADJ-DEBIT-AMOUNT (WS-LOCK-COUNT)
                        MOVE 0
                            TO WS-LOCK-ADJ-CREDIT-COUNT (WS-LOCK-COUNT)
                        MOVE 0
                            TO WS-LOCK-ADJ-CREDIT-AMOUNT (WS-LOCK-COUNT)
                    ELSE
                        DISPLAY "WARNING: PERIODLK has more than 120 "
                            "locked periods - remainder NOT enforced"
                        MOVE "Y" TO WS-LOCK-EOF-SW
                    END-IF
                ELSE
                    DISPLAY "WARNING: PERIODLK record for period end "
                        PLOCK-PERIOD-END
                        " has invalid dates - skipped"
                END-IF
            END-IF
    END-READ.

1300-CHECKPOINT-RESTART.
    OPEN I-O CHKPT-FILE
    IF WS-CHKPT-FILE-STATUS = "35"
        MOVE WS-TRUE-TOTAL TO CHKPT-TRUE-TOTAL
        MOVE WS-EXPECTED-CONTROL-TOTAL TO CHKPT-EXPECTED-TOTAL
        MOVE WS-CARRIED-AMOUNT TO CHKPT-CARRIED-AMOUNT
        MOVE WS-REFERRED-AMOUNT TO CHKPT-REFERRED-AMOUNT
        MOVE WS-CONVERSION-ADJ TO CHKPT-CONVERSION-ADJ
        MOVE WS-OUT-OF-BALANCE-SW TO CHKPT-OUT-OF-BAL-FLAG
        MOVE FUNCTION CURRENT-DATE TO CHKPT-LAST-UPDATE
*>     replayed as a duplicate, not double-posted;
*>   - a pending-table hit is the same later-occurrence case for a
*>     row whose write was lost with the abend;
*>   - no hit at all on a detail over its TRANLIMT limit was a
*>     referral - a referred detail never reaches history - so it
*>     re-counts as referred without re-writing REFERRAL;
*>   - no hit at all otherwise means the history write was lost -
*>     the record replays as accepted and its id is queued to be
*>     written again under the next checkpoint.
1370-REPLAY-DUP-DISPOSITION.
    PERFORM 2250-CHECK-DUPLICATE
    MOVE "N" TO WS-OVER-LIMIT-SW
    IF WS-DUP-NOT-FOUND
        PERFORM 2360-CHECK-REFERRAL-LIMIT
    END-IF
    EVALUATE TRUE
        WHEN WS-DUP-FOUND AND WS-DUP-FROM-PENDING
            ADD 1 TO WS-BATCH-DUPE-COUNT
        WHEN WS-DUP-FOUND
            AND TRNH-REPLAY-MARKER = WS-REPLAY-MARKER
            ADD 1 TO WS-BATCH-DUPE-COUNT
        WHEN WS-OVER-LIMIT
            PERFORM 2380-COUNT-REFERRAL
        WHEN OTHER
            IF WS-DUP-FOUND
                PERFORM 1375-MARK-REPLAYED-ROW
            INVALID KEY
                ADD 1 TO WS-BATCH-REJECT-COUNT
            NOT INVALID KEY
                MOVE TRNH-PROCESS-DATE TO WS-RVSL-ORIG-POST-DATE
                EVALUATE TRUE
                    WHEN NOT TRNH-REVERSED
                        AND TRNH-RUN-ID = WS-RUN-ID
        0 - TRAN-AMOUNT OF WS-TRAN-RECORD
    COMPUTE WS-POSTING-AMOUNT = 0 - WS-CONVERTED-AMOUNT
    PERFORM 2950-TRACK-CONVERSION
    PERFORM 2780-PRICE-AT-ORIGINAL-RATE
    PERFORM 4100-SUBTOTAL-BY-TYPE
    IF WS-AT-ORIGINAL-RATE
        PERFORM 2790-RECORD-FX-DIFFERENCE
    END-IF
    ADD 1 TO WS-REVERSALS-POSTED
    ADD TRAN-AMOUNT OF WS-TRAN-RECORD TO WS-REVERSED-AMOUNT
    ADD 1 TO WS-BATCH-RVSL-COUNT
            PERFORM 2280-CARRY-FORWARD
        ELSE
            PERFORM 2250-CHECK-DUPLICATE
            MOVE "N" TO WS-OVER-LIMIT-SW
            IF WS-DUP-NOT-FOUND
                PERFORM 2360-CHECK-REFERRAL-LIMIT
            END-IF
            EVALUATE TRUE
                WHEN WS-DUP-FOUND
                    PERFORM 2350-WRITE-DUPE-EXCEPTION
                    ADD 1 TO WS-BATCH-DUPE-COUNT
                    MOVE "D" TO WS-TARC-DISPOSITION
                    PERFORM 2800-ARCHIVE-TRANSACTION
                WHEN WS-OVER-LIMIT
                    PERFORM 2370-REFER-DETAIL
                WHEN OTHER
                    PERFORM 2270-RECORD-TRAN-HISTORY
                    PERFORM 2900-CONVERT-TO-BASE
                    MOVE TRAN-AMOUNT OF WS-TRAN-RECORD
                        TO WS-ORIGINAL-AMOUNT
                    MOVE WS-CONVERTED-AMOUNT
                        TO WS-POSTING-AMOUNT
                    PERFORM 2950-TRACK-CONVERSION
                    PERFORM 3000-INCREMENT-COUNTER
                    PERFORM 4000-ACCUMULATE-AMOUNT
                    ADD 1 TO WS-BATCH-DETAIL-COUNT
                    ADD WS-ORIGINAL-AMOUNT TO WS-BATCH-AMOUNT
                    PERFORM 4500-ACCUMULATE-BATCH-GROSS
                    MOVE "P" TO WS-TARC-DISPOSITION
                    PERFORM 2800-ARCHIVE-TRANSACTION
            END-EVALUATE
        END-IF
    END-IF
    PERFORM 5000-CHECKPOINT-IF-DUE.
    END-IF
    ADD 1 TO WS-DUPES-DIVERTED.

*> Measured after the edit and the duplicate check, in base
*> currency so one limit means the same money whatever the feed
*> settles in, and in both directions - a credit three zeros too
*> long is as wrong as a debit. The REFERRAL batch BUGRFREL cuts
*> from approved items is exempt: those details already passed a
*> checker and must post, not circle back for approval again.
2360-CHECK-REFERRAL-LIMIT.
    IF WS-LIMIT-COUNT > 0 AND WS-BATCH-SOURCE NOT = "REFERRAL"
        PERFORM 2362-FIND-LIMIT
        IF WS-LIMIT-FOUND-SUB > 0
            PERFORM 2900-CONVERT-TO-BASE
            IF WS-CONVERTED-AMOUNT > WS-LIM-AMOUNT (WS-LIMIT-FOUND-SUB)
                OR (0 - WS-CONVERTED-AMOUNT)
                    > WS-LIM-AMOUNT (WS-LIMIT-FOUND-SUB)
                SET WS-OVER-LIMIT TO TRUE
            END-IF
        END-IF
    END-IF.

*> The feed-specific limit first, then the type's default.
2362-FIND-LIMIT.
    MOVE 0 TO WS-LIMIT-FOUND-SUB
    MOVE WS-BATCH-SOURCE TO WS-LIMIT-LOOKUP-SOURCE
    PERFORM 2364-MATCH-LIMIT-ENTRY
        VARYING WS-LIMIT-SUB FROM 1 BY 1
        UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
           OR WS-LIMIT-FOUND-SUB > 0
    IF WS-LIMIT-FOUND-SUB = 0
        MOVE SPACES TO WS-LIMIT-LOOKUP-SOURCE
        PERFORM 2364-MATCH-LIMIT-ENTRY
            VARYING WS-LIMIT-SUB FROM 1 BY 1
            UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
               OR WS-LIMIT-FOUND-SUB > 0
    END-IF.

2364-MATCH-LIMIT-ENTRY.
    IF WS-LIM-TRAN-TYPE (WS-LIMIT-SUB) = TRAN-TYPE OF WS-TRAN-RECORD
        AND WS-LIM-SOURCE (WS-LIMIT-SUB) = WS-LIMIT-LOOKUP-SOURCE
        MOVE WS-LIMIT-SUB TO WS-LIMIT-FOUND-SUB
    END-IF.

*> A referred detail touches neither the counter, the accumulator
*> nor the TRAN-ID history - it has not posted, and history is
*> what would let its approved release post next run. It is
*> recorded for the checker, counted so its batch still balances,
*> and archived as REFERRED with a zero base amount.
2370-REFER-DETAIL.
    IF NOT WS-TRIAL-MODE
        PERFORM 2372-RECORD-REFERRAL
    END-IF
    PERFORM 2380-COUNT-REFERRAL
    MOVE "F" TO WS-TARC-DISPOSITION
    PERFORM 2800-ARCHIVE-TRANSACTION.

*> The run, step, date and input position identify the referral:
*> a restarted run's main loop can re-reach a detail an aborted
*> attempt already referred, and 2376 recognizes that row as its
*> own instead of raising the referral twice.
2372-RECORD-REFERRAL.
    IF WS-REFER-USABLE
        MOVE SPACES TO WS-REFER-RECORD
        MOVE TRAN-ID OF WS-TRAN-RECORD
            TO REFER-TRAN-ID OF WS-REFER-RECORD
        MOVE 1 TO REFER-OCCURRENCE OF WS-REFER-RECORD
        SET REFER-PENDING OF WS-REFER-RECORD TO TRUE
        MOVE WS-RUN-DATE TO REFER-RUN-DATE OF WS-REFER-RECORD
        MOVE WS-RUN-ID   TO REFER-RUN-ID OF WS-REFER-RECORD
        MOVE WS-STEP-ID  TO REFER-STEP-ID OF WS-REFER-RECORD
        MOVE WS-RECORDS-READ TO REFER-INPUT-SEQ OF WS-REFER-RECORD
        MOVE WS-BATCH-SOURCE
            TO REFER-SOURCE-SYSTEM OF WS-REFER-RECORD
        MOVE WS-BATCH-DATE TO REFER-BATCH-DATE OF WS-REFER-RECORD
        MOVE WS-TRAN-RECORD TO REFER-RECORD-IMAGE OF WS-REFER-RECORD
        MOVE WS-CONVERTED-AMOUNT
            TO REFER-BASE-AMOUNT OF WS-REFER-RECORD
        MOVE WS-LIM-AMOUNT (WS-LIMIT-FOUND-SUB)
            TO REFER-LIMIT-AMOUNT OF WS-REFER-RECORD
        MOVE WS-LIM-KEYED-BY (WS-LIMIT-FOUND-SUB)
            TO REFER-LIMIT-KEYED-BY OF WS-REFER-RECORD
        IF WS-HIST-STAGED
            WRITE RSTG-FILE-RECORD FROM WS-REFER-RECORD
            IF WS-RSTG-FILE-STATUS NOT = "00"
                DISPLAY "WARNING: RSTG-FILE write status "
                    WS-RSTG-FILE-STATUS
            END-IF
        ELSE
            MOVE "N" TO WS-REFER-DONE-SW
            PERFORM 2374-WRITE-REFERRAL-ROW UNTIL WS-REFER-DONE
        END-IF
    END-IF.

2374-WRITE-REFERRAL-ROW.
    WRITE REFER-RECORD FROM WS-REFER-RECORD
        INVALID KEY
            PERFORM 2376-RESOLVE-REFERRAL-CLASH
        NOT INVALID KEY
            SET WS-REFER-DONE TO TRUE
    END-WRITE.

2376-RESOLVE-REFERRAL-CLASH.
    MOVE REFER-KEY OF WS-REFER-RECORD TO REFER-KEY OF REFER-RECORD
    READ REFER-FILE
        INVALID KEY
            DISPLAY "WARNING: REFER-FILE clash unreadable for "
                REFER-TRAN-ID OF WS-REFER-RECORD
                " (status " WS-REFER-FILE-STATUS ")"
            SET WS-REFER-DONE TO TRUE
        NOT INVALID KEY
            IF REFER-RUN-ID OF REFER-RECORD = WS-RUN-ID
                AND REFER-STEP-ID OF REFER-RECORD = WS-STEP-ID
                AND REFER-RUN-DATE OF REFER-RECORD = WS-RUN-DATE
                AND REFER-INPUT-SEQ OF REFER-RECORD
                    = REFER-INPUT-SEQ OF WS-REFER-RECORD
                SET WS-REFER-DONE TO TRUE
            ELSE
                IF REFER-OCCURRENCE OF WS-REFER-RECORD >= 99
                    DISPLAY "WARNING: TRAN-ID "
                        REFER-TRAN-ID OF WS-REFER-RECORD
                        " already has 99 referrals - this one "
                        "not recorded"
                    SET WS-REFER-DONE TO TRUE
                ELSE
                    ADD 1 TO REFER-OCCURRENCE OF WS-REFER-RECORD
                END-IF
            END-IF
    END-READ.

*> Shared by the main loop and the restart replay. Only details
*> are ever referred, so the amount adds straight in, in the
*> feed's own currency like the carried amount it sits beside.
2380-COUNT-REFERRAL.
    ADD 1 TO WS-REFERRED-COUNT
    ADD TRAN-AMOUNT OF WS-TRAN-RECORD TO WS-REFERRED-AMOUNT
    ADD 1 TO WS-BATCH-REFER-COUNT
    ADD TRAN-AMOUNT OF WS-TRAN-RECORD TO WS-BATCH-REFER-AMOUNT
    IF WS-REFL-COUNT < 100
        ADD 1 TO WS-REFL-COUNT
        MOVE TRAN-ID OF WS-TRAN-RECORD
            TO WS-RF-TRAN-ID (WS-REFL-COUNT)
        MOVE WS-BATCH-SOURCE TO WS-RF-SOURCE (WS-REFL-COUNT)
        MOVE TRAN-TYPE OF WS-TRAN-RECORD
            TO WS-RF-TRAN-TYPE (WS-REFL-COUNT)
        MOVE TRAN-CURRENCY-CODE OF WS-TRAN-RECORD
            TO WS-RF-CURRENCY (WS-REFL-COUNT)
        MOVE TRAN-AMOUNT OF WS-TRAN-RECORD
            TO WS-RF-AMOUNT (WS-REFL-COUNT)
        MOVE WS-CONVERTED-AMOUNT TO WS-RF-BASE-AMOUNT (WS-REFL-COUNT)
        MOVE WS-LIM-AMOUNT (WS-LIMIT-FOUND-SUB)
            TO WS-RF-LIMIT (WS-REFL-COUNT)
        MOVE WS-LIM-KEYED-BY (WS-LIMIT-FOUND-SUB)
            TO WS-RF-KEYED-BY (WS-REFL-COUNT)
    ELSE
        IF NOT WS-REFL-TABLE-FULL
            SET WS-REFL-TABLE-FULL TO TRUE
            DISPLAY "WARNING: more than 100 referrals in one run - "
                "later ones not listed in the referral section"
        END-IF
    END-IF.

*> An 'R' reversal backs a previously posted transaction out by
*> TRAN-ID. It passes the same field edits a detail does, honors
*> the effective-date cutoff the same way (a future-dated reversal
        ELSE
            PERFORM 2230-EDIT-CURRENCY-CODE
        END-IF
    END-IF
    IF WS-EDIT-PASSED
        PERFORM 2240-EDIT-SOURCE-PERMITS
    END-IF.

*> The guard cannot degrade to "accept" the way the duplicate
                SET RJCT-REVERSED-ID-NOT-FOUND OF WS-RJCT-RECORD
                    TO TRUE
            NOT INVALID KEY
                MOVE TRNH-PROCESS-DATE TO WS-RVSL-ORIG-POST-DATE
                IF TRNH-REVERSED
                    SET WS-EDIT-FAILED TO TRUE
                    SET RJCT-ALREADY-REVERSED OF WS-RJCT-RECORD
*> TRAN-TYPE, the batch accumulation - just with the amount
*> negated, so the GL extract and every balance nets the backout
*> exactly where the original posted.
*> The conversion adjustment is tracked at today's rate, before a
*> foreign reversal is repriced: WS-VAR2 still moves by today's base
*> amount (the FX difference is added here and the original-rate
*> contra in 4000), so the reconciliation is untouched while the
*> type subtotal backs out exactly what the original posted.
2750-POST-REVERSAL.
    PERFORM 2900-CONVERT-TO-BASE
    COMPUTE WS-ORIGINAL-AMOUNT =
        0 - TRAN-AMOUNT OF WS-TRAN-RECORD
    COMPUTE WS-POSTING-AMOUNT = 0 - WS-CONVERTED-AMOUNT
    PERFORM 2950-TRACK-CONVERSION
    PERFORM 2780-PRICE-AT-ORIGINAL-RATE
    PERFORM 3000-INCREMENT-COUNTER
    IF WS-AT-ORIGINAL-RATE
        ADD WS-FX-DIFFERENCE TO WS-VAR2
        PERFORM 2790-RECORD-FX-DIFFERENCE
    END-IF
    PERFORM 4000-ACCUMULATE-AMOUNT
    ADD 1 TO WS-REVERSALS-POSTED
    ADD TRAN-AMOUNT OF WS-TRAN-RECORD TO WS-REVERSED-AMOUNT
    MOVE "R" TO WS-TARC-DISPOSITION
    PERFORM 2800-ARCHIVE-TRANSACTION.

*> Reprices a foreign reversal at its original posting's rate. The
*> original is the posted ('P') row TRANARCH holds for the TRAN-ID
*> in the same currency; its base amount is what actually moved, so
*> that (pro rata, if the reversal backs out only part of the
*> original amount) becomes the contra, and the gap to today's base
*> is the realized FX difference. With no such row - the archive
*> was purged, unreadable, or the original posted in a split run,
*> which does not archive - the reversal stays at today's rate as
*> it always did, and is counted so the report says how many.
2780-PRICE-AT-ORIGINAL-RATE.
    MOVE "N" TO WS-AT-ORIGINAL-RATE-SW
    IF TRAN-CURRENCY-CODE OF WS-TRAN-RECORD NOT = SPACES
        PERFORM 2782-FIND-ORIGINAL-POSTING
        IF WS-ORIG-FOUND
            AND WS-ORIG-CURRENCY = TRAN-CURRENCY-CODE OF WS-TRAN-RECORD
            AND WS-ORIG-TARC-AMOUNT NOT = 0
            SET WS-AT-ORIGINAL-RATE TO TRUE
            MOVE WS-CONVERTED-AMOUNT TO WS-TODAY-BASE-AMOUNT
            IF TRAN-AMOUNT OF WS-TRAN-RECORD = WS-ORIG-TARC-AMOUNT
                MOVE WS-ORIG-BASE-AMOUNT TO WS-BACKOUT-BASE-AMOUNT
            ELSE
                COMPUTE WS-BACKOUT-BASE-AMOUNT ROUNDED =
                    WS-ORIG-BASE-AMOUNT * TRAN-AMOUNT OF WS-TRAN-RECORD
                        / WS-ORIG-TARC-AMOUNT
            END-IF
            COMPUTE WS-FX-DIFFERENCE =
                WS-BACKOUT-BASE-AMOUNT - WS-TODAY-BASE-AMOUNT
            COMPUTE WS-POSTING-AMOUNT = 0 - WS-BACKOUT-BASE-AMOUNT
        ELSE
            ADD 1 TO WS-FX-TODAY-RATE-COUNT
        END-IF
    END-IF.

*> Browses the TRAN-ID's archive rows from occurrence zero. The
*> latest posted row wins: a TRAN-ID can only post again once its
*> history has been purged, and it is then that later posting the
*> reversal backs out.
2782-FIND-ORIGINAL-POSTING.
    MOVE "N" TO WS-ORIG-FOUND-SW
    IF WS-TARC-READABLE
        MOVE TRAN-ID OF WS-TRAN-RECORD TO TARC-TRAN-ID OF TARC-RECORD
        MOVE 0 TO TARC-OCCURRENCE OF TARC-RECORD
        MOVE "N" TO WS-ARCH-SCAN-DONE-SW
        START TARC-FILE KEY IS >= TARC-KEY OF TARC-RECORD
            INVALID KEY
                SET WS-ARCH-SCAN-DONE TO TRUE
        END-START
        PERFORM 2784-READ-ARCHIVE-ROW UNTIL WS-ARCH-SCAN-DONE
    END-IF.

2784-READ-ARCHIVE-ROW.
    READ TARC-FILE NEXT RECORD
        AT END
            SET WS-ARCH-SCAN-DONE TO TRUE
        NOT AT END
            IF TARC-TRAN-ID OF TARC-RECORD
                    NOT = TRAN-ID OF WS-TRAN-RECORD
                SET WS-ARCH-SCAN-DONE TO TRUE
            ELSE
                IF TARC-POSTED OF TARC-RECORD
                    SET WS-ORIG-FOUND TO TRUE
                    MOVE TARC-AMOUNT OF TARC-RECORD
                        TO WS-ORIG-TARC-AMOUNT
                    MOVE TARC-BASE-AMOUNT OF TARC-RECORD
                        TO WS-ORIG-BASE-AMOUNT
                    MOVE TARC-CURRENCY-CODE OF TARC-RECORD
                        TO WS-ORIG-CURRENCY
                END-IF
            END-IF
    END-READ.

*> Books the FX difference to the *F gain/loss bucket and lists the
*> reversal for the report. Shared by the main loop and the restart
*> replay; WS-VAR2 is the caller's business.
2790-RECORD-FX-DIFFERENCE.
    ADD 1 TO WS-FX-RVSL-COUNT
    ADD WS-FX-DIFFERENCE TO WS-FX-DIFF-TOTAL
    IF WS-FX-DIFFERENCE < 0
        ADD 1 TO WS-FX-CREDIT-COUNT
        SUBTRACT WS-FX-DIFFERENCE FROM WS-FX-CREDIT-AMOUNT
    ELSE
        ADD 1 TO WS-FX-DEBIT-COUNT
        ADD WS-FX-DIFFERENCE TO WS-FX-DEBIT-AMOUNT
    END-IF
    IF WS-FXL-COUNT < 100
        ADD 1 TO WS-FXL-COUNT
        MOVE TRAN-ID OF WS-TRAN-RECORD
            TO WS-FXL-TRAN-ID (WS-FXL-COUNT)
        MOVE TRAN-CURRENCY-CODE OF WS-TRAN-RECORD
            TO WS-FXL-CURRENCY (WS-FXL-COUNT)
        MOVE TRAN-AMOUNT OF WS-TRAN-RECORD
            TO WS-FXL-AMOUNT (WS-FXL-COUNT)
        COMPUTE WS-FXL-ORIG-RATE (WS-FXL-COUNT) ROUNDED =
            WS-ORIG-BASE-AMOUNT / WS-ORIG-TARC-AMOUNT
        IF WS-RATE-FOUND-SUB > 0
            MOVE WS-RATE-VALUE (WS-RATE-FOUND-SUB)
                TO WS-FXL-TODAY-RATE (WS-FXL-COUNT)
        ELSE
            MOVE 1 TO WS-FXL-TODAY-RATE (WS-FXL-COUNT)
        END-IF
        MOVE WS-BACKOUT-BASE-AMOUNT
            TO WS-FXL-ORIG-BASE (WS-FXL-COUNT)
        MOVE WS-TODAY-BASE-AMOUNT
            TO WS-FXL-TODAY-BASE (WS-FXL-COUNT)
        MOVE WS-FX-DIFFERENCE
            TO WS-FXL-DIFFERENCE (WS-FXL-COUNT)
    ELSE
        IF NOT WS-FXL-TABLE-FULL
            SET WS-FXL-TABLE-FULL TO TRUE
            DISPLAY "WARNING: more than 100 reversals at original "
                "rate - further ones totalled but not listed"
        END-IF
    END-IF.

*> Queued only; the actual reversed-flag rewrites happen in
*> 5170-FLUSH-PENDING-REVERSALS under the checkpoint, so the file
*> and the checkpoint always agree about which reversals have been
*> a disposition an aborted attempt already archived, so a row
*> already on file matching this run, step, date and disposition is
*> treated as that earlier write and skipped (which also collapses
*> an identical repeat within one run to a single row). A partition
*> step stages the row instead, and BUGMERGE makes the same check
*> as it applies it.
2800-ARCHIVE-TRANSACTION.
    IF WS-TARC-USABLE
        MOVE SPACES TO WS-TARC-RECORD
        MOVE WS-STEP-ID  TO TARC-STEP-ID OF WS-TARC-RECORD
        MOVE WS-BATCH-SOURCE
            TO TARC-SOURCE-SYSTEM OF WS-TARC-RECORD
        MOVE WS-BATCH-DATE
            TO TARC-BATCH-DATE OF WS-TARC-RECORD
        MOVE TRAN-TYPE OF WS-TRAN-RECORD
            TO TARC-TRAN-TYPE OF WS-TARC-RECORD
        MOVE TRAN-EFFECTIVE-DATE OF WS-TRAN-RECORD
            TO TARC-DISPOSITION OF WS-TARC-RECORD
        MOVE TRAN-CURRENCY-CODE OF WS-TRAN-RECORD
            TO TARC-CURRENCY-CODE OF WS-TARC-RECORD
*> Carried, duplicate and referred rows moved nothing through
*> WS-VAR2, so their base amount is zero; posted and reversal rows
*> carry what actually posted, sign included.
        IF WS-TARC-DISPOSITION = "P" OR WS-TARC-DISPOSITION = "R"
            MOVE WS-POSTING-AMOUNT
                TO TARC-BASE-AMOUNT OF WS-TARC-RECORD
        ELSE
            MOVE 0 TO TARC-BASE-AMOUNT OF WS-TARC-RECORD
        END-IF
*> A posting routed to a prior-period adjustment extracted under
*> the adjustment account, so that is the account it archives with
*> (4100 has just set WS-LOCK-FOUND-SUB for this very record).
        IF (WS-TARC-DISPOSITION = "P" OR WS-TARC-DISPOSITION = "R")
            AND WS-LOCK-FOUND-SUB > 0
            MOVE WS-PPA-TRAN-TYPE TO WS-MAP-LOOKUP-TYPE
            MOVE WS-LOCK-PERIOD-END (WS-LOCK-FOUND-SUB) (1:6)
                TO TARC-ADJ-PERIOD OF WS-TARC-RECORD
        ELSE
            MOVE TRAN-TYPE OF WS-TRAN-RECORD TO WS-MAP-LOOKUP-TYPE
        END-IF
        PERFORM 7865-SEARCH-TYPE-MAPPING
        IF WS-MAP-FOUND-SUB > 0
            MOVE WS-MAP-GL-ACCOUNT (WS-MAP-FOUND-SUB)
        ELSE
            MOVE SPACES TO TARC-GL-ACCOUNT OF WS-TARC-RECORD
        END-IF
*> A reversal 2780 priced at its original's rate also put the
*> difference on the *F line; the row carries it so the line can be
*> re-added from the archive.
        MOVE 0 TO TARC-FX-DIFFERENCE OF WS-TARC-RECORD
        IF WS-TARC-DISPOSITION = "R" AND WS-AT-ORIGINAL-RATE
            SET TARC-AT-ORIGINAL-RATE OF WS-TARC-RECORD TO TRUE
            MOVE WS-FX-DIFFERENCE
                TO TARC-FX-DIFFERENCE OF WS-TARC-RECORD
        END-IF
        IF WS-HIST-STAGED
            WRITE ASTG-FILE-RECORD FROM WS-TARC-RECORD
            IF WS-ASTG-FILE-STATUS NOT = "00"
                DISPLAY "WARNING: ASTG-FILE write status "
                    WS-ASTG-FILE-STATUS
            END-IF
        ELSE
            MOVE "N" TO WS-TARC-DONE-SW
            PERFORM 2810-WRITE-ARCHIVE-ROW UNTIL WS-TARC-DONE
        END-IF
    END-IF.

2810-WRITE-ARCHIVE-ROW.
    MOVE 0 TO WS-BATCH-CREDIT-AMOUNT
    MOVE 0 TO WS-BATCH-HELD-COUNT
    MOVE 0 TO WS-BATCH-HELD-AMOUNT
    MOVE 0 TO WS-BATCH-REFER-COUNT
    MOVE 0 TO WS-BATCH-REFER-AMOUNT
    SET WS-BATCH-OPEN TO TRUE
    PERFORM 2405-CHECK-SOURCE-REGISTRY
    IF NOT WS-BATCH-UNREGISTERED
        PERFORM 2410-CHECK-BATCH-HOLD
    END-IF.

*> Looks the header's source up on the registry. Like the hold
*> check it only sets flags - the header's quarantine write is the
*> main loop's - because the restart replay comes through here too.
*> An unregistered batch is held as well, so every record of it
*> takes the held path to quarantine untouched.
2405-CHECK-SOURCE-REGISTRY.
    MOVE 0 TO WS-BATCH-SREG-SUB
    MOVE "N" TO WS-BATCH-UNREGISTERED-SW
    IF WS-SREG-IN-FORCE
        MOVE 0 TO WS-SREG-FOUND-SUB
        PERFORM 2407-MATCH-SOURCE-ENTRY
            VARYING WS-SREG-SUB FROM 1 BY 1
            UNTIL WS-SREG-SUB > WS-SREG-COUNT
               OR WS-SREG-FOUND-SUB > 0
        MOVE WS-BATCH-SOURCE TO WS-SREG-LOOKUP-SOURCE
        EVALUATE TRUE
            WHEN WS-SREG-FOUND-SUB > 0
                MOVE WS-SREG-FOUND-SUB TO WS-BATCH-SREG-SUB
                ADD 1 TO WS-SREG-RECEIVED (WS-SREG-FOUND-SUB)
            WHEN WS-SOURCE-INTERNAL
                CONTINUE
            WHEN OTHER
                SET WS-BATCH-UNREGISTERED TO TRUE
                SET WS-BATCH-HELD TO TRUE
                DISPLAY "WARNING: batch from unregistered source '"
                    WS-BATCH-SOURCE "' dated " WS-BATCH-DATE
                    " - diverting to quarantine"
        END-EVALUATE
    END-IF.

2407-MATCH-SOURCE-ENTRY.
    IF WS-SREG-SOURCE (WS-SREG-SUB) = WS-BATCH-SOURCE
        MOVE WS-SREG-SUB TO WS-SREG-FOUND-SUB
    END-IF.

*> Matches the just-opened batch against the HOLDCTL holds: same
*> source system, and either a blank hold date (every batch from
    MOVE "N" TO WS-BATCH-HELD-SW
    MOVE 0 TO WS-BATCH-HELD-COUNT
    MOVE 0 TO WS-BATCH-HELD-AMOUNT
    MOVE 0 TO WS-BATCH-REFER-COUNT
    MOVE 0 TO WS-BATCH-REFER-AMOUNT
    MOVE 0 TO WS-BATCH-SREG-SUB
    MOVE "N" TO WS-BATCH-UNREGISTERED-SW
    SET WS-BATCH-OPEN TO TRUE.

*> Balances the batch the moment its trailer arrives: record count
        MOVE WS-BATCH-REJECT-COUNT TO WS-BR-REJECTS (WS-BATCH-COUNT)
        MOVE WS-BATCH-DUPE-COUNT   TO WS-BR-DUPES (WS-BATCH-COUNT)
        MOVE WS-BATCH-CARRY-COUNT  TO WS-BR-CARRIED (WS-BATCH-COUNT)
        MOVE WS-BATCH-REFER-COUNT  TO WS-BR-REFERRED (WS-BATCH-COUNT)
        MOVE WS-BATCH-RVSL-COUNT
            TO WS-BR-REVERSALS (WS-BATCH-COUNT)
        MOVE WS-BATCH-RVSL-AMOUNT
*> shown line-by-line. Without this an out-of-balance batch beyond
*> the hundredth could slip through whenever its discrepancy offset
*> another batch's in the grand total.
        IF (WS-BATCH-AMOUNT + WS-BATCH-CARRY-AMOUNT
                + WS-BATCH-REFER-AMOUNT)
            NOT = TRAN-CONTROL-TOTAL OF WS-TRAN-RECORD
            OR (WS-BATCH-HAS-EXPECTED
                AND WS-BATCH-EXPECTED-COUNT NOT =
                    (WS-BATCH-DETAIL-COUNT + WS-BATCH-REJECT-COUNT
                        + WS-BATCH-DUPE-COUNT
                        + WS-BATCH-CARRY-COUNT
                        + WS-BATCH-REFER-COUNT
                        + WS-BATCH-RVSL-COUNT))
            ADD 1 TO WS-BATCHES-OUT-OF-BALANCE
            DISPLAY "WARNING: batch from " WS-BATCH-SOURCE
*> line reads against its own trailer figure.
2520-CLOSE-HELD-BATCH.
    ADD 1 TO WS-HELD-BATCHES
    IF WS-BATCH-UNREGISTERED
        ADD 1 TO WS-UNREGISTERED-BATCHES
    END-IF
    IF WS-BATCH-COUNT < 100
        ADD 1 TO WS-BATCH-COUNT
        MOVE WS-BATCH-SOURCE TO WS-BR-SOURCE (WS-BATCH-COUNT)
        MOVE 0 TO WS-BR-REJECTS (WS-BATCH-COUNT)
        MOVE 0 TO WS-BR-DUPES (WS-BATCH-COUNT)
        MOVE 0 TO WS-BR-CARRIED (WS-BATCH-COUNT)
        MOVE 0 TO WS-BR-REFERRED (WS-BATCH-COUNT)
        MOVE 0 TO WS-BR-REVERSALS (WS-BATCH-COUNT)
        MOVE 0 TO WS-BR-RVSL-AMOUNT (WS-BATCH-COUNT)
        MOVE 0 TO WS-BR-DEBIT-COUNT (WS-BATCH-COUNT)
        MOVE WS-BATCH-HELD-AMOUNT TO WS-BR-AMOUNT (WS-BATCH-COUNT)
        MOVE TRAN-CONTROL-TOTAL OF WS-TRAN-RECORD
            TO WS-BR-TRAILER-TOTAL (WS-BATCH-COUNT)
        IF WS-BATCH-UNREGISTERED
            SET WS-BR-UNREGISTERED (WS-BATCH-COUNT) TO TRUE
        ELSE
            SET WS-BR-HELD (WS-BATCH-COUNT) TO TRUE
        END-IF
    ELSE
        IF NOT WS-BATCH-TABLE-FULL
            SET WS-BATCH-TABLE-FULL TO TRUE
        END-IF
    END-IF
    MOVE "N" TO WS-BATCH-OPEN-SW
    MOVE "N" TO WS-BATCH-HELD-SW
    MOVE "N" TO WS-BATCH-UNREGISTERED-SW.

*> Count balancing includes rejects, duplicates and reversals -
*> the upstream counted every record it transmitted, whatever we
*> later did with them. Amount balancing is against what we
*> actually posted, so a retransmitted batch shows
*> out-of-balance-on-amount with its dupe count sitting right
*> beside the discrepancy as the explanation. Carried and referred
*> details were deliberately held back, not lost, so both count
*> and amount take them back in.
2550-JUDGE-BATCH-BALANCE.
    SET WS-BR-IN-BALANCE (WS-BATCH-COUNT) TO TRUE
    IF WS-BR-HAS-EXPECTED (WS-BATCH-COUNT)
        AND WS-BATCH-EXPECTED-COUNT NOT =
            (WS-BATCH-DETAIL-COUNT + WS-BATCH-REJECT-COUNT
                + WS-BATCH-DUPE-COUNT + WS-BATCH-CARRY-COUNT
                + WS-BATCH-REFER-COUNT + WS-BATCH-RVSL-COUNT)
        SET WS-BR-OUT-ON-COUNT (WS-BATCH-COUNT) TO TRUE
    END-IF
    IF (WS-BATCH-AMOUNT + WS-BATCH-CARRY-AMOUNT
            + WS-BATCH-REFER-AMOUNT)
        NOT = TRAN-CONTROL-TOTAL OF WS-TRAN-RECORD
        IF WS-BR-OUT-ON-COUNT (WS-BATCH-COUNT)
            SET WS-BR-OUT-ON-BOTH (WS-BATCH-COUNT) TO TRUE
        MOVE WS-BATCH-REJECT-COUNT TO WS-BR-REJECTS (WS-BATCH-COUNT)
        MOVE WS-BATCH-DUPE-COUNT   TO WS-BR-DUPES (WS-BATCH-COUNT)
        MOVE WS-BATCH-CARRY-COUNT  TO WS-BR-CARRIED (WS-BATCH-COUNT)
        MOVE WS-BATCH-REFER-COUNT  TO WS-BR-REFERRED (WS-BATCH-COUNT)
        MOVE WS-BATCH-RVSL-COUNT
            TO WS-BR-REVERSALS (WS-BATCH-COUNT)
        MOVE WS-BATCH-RVSL-AMOUNT
*> held summary lines must keep tying to each other.
    IF WS-BATCH-HELD
        ADD 1 TO WS-HELD-BATCHES
        IF WS-BATCH-UNREGISTERED
            ADD 1 TO WS-UNREGISTERED-BATCHES
        END-IF
        DISPLAY "WARNING: held batch from " WS-BATCH-SOURCE
            " ended without a trailer - quarantined batch "
            "is incomplete"
    DISPLAY "WARNING: batch from " WS-BATCH-SOURCE
        " ended without a trailer"
    MOVE "N" TO WS-BATCH-OPEN-SW
    MOVE "N" TO WS-BATCH-HELD-SW
    MOVE "N" TO WS-BATCH-UNREGISTERED-SW.

*> Closes the synthetic batch holding the previous run's
*> carried-forward records. It has no external trailer to balance
2650-CLOSE-CARRY-BATCH.
    ADD WS-BATCH-AMOUNT       TO WS-EXPECTED-CONTROL-TOTAL
    ADD WS-BATCH-CARRY-AMOUNT TO WS-EXPECTED-CONTROL-TOTAL
    ADD WS-BATCH-REFER-AMOUNT TO WS-EXPECTED-CONTROL-TOTAL
    IF WS-BATCH-COUNT < 100
        ADD 1 TO WS-BATCH-COUNT
        MOVE WS-BATCH-SOURCE TO WS-BR-SOURCE (WS-BATCH-COUNT)
        MOVE WS-BATCH-REJECT-COUNT TO WS-BR-REJECTS (WS-BATCH-COUNT)
        MOVE WS-BATCH-DUPE-COUNT   TO WS-BR-DUPES (WS-BATCH-COUNT)
        MOVE WS-BATCH-CARRY-COUNT  TO WS-BR-CARRIED (WS-BATCH-COUNT)
        MOVE WS-BATCH-REFER-COUNT  TO WS-BR-REFERRED (WS-BATCH-COUNT)
        MOVE WS-BATCH-RVSL-COUNT
            TO WS-BR-REVERSALS (WS-BATCH-COUNT)
        MOVE WS-BATCH-RVSL-AMOUNT
            TO WS-BR-CREDIT-AMOUNT (WS-BATCH-COUNT)
        COMPUTE WS-BR-TRAILER-TOTAL (WS-BATCH-COUNT) =
            WS-BATCH-AMOUNT + WS-BATCH-CARRY-AMOUNT
                + WS-BATCH-REFER-AMOUNT
        MOVE WS-BATCH-AMOUNT       TO WS-BR-AMOUNT (WS-BATCH-COUNT)
        SET WS-BR-IN-BALANCE (WS-BATCH-COUNT) TO TRUE
    ELSE
                PERFORM 2230-EDIT-CURRENCY-CODE
            END-IF
        END-IF
    END-IF
    IF WS-EDIT-PASSED
        PERFORM 2240-EDIT-SOURCE-PERMITS
    END-IF.

*> A coded currency must have a rate on file before the record can
        END-IF
    END-IF.

*> Last of the edits, once the record is known to be well formed:
*> its type and currency must be ones SRCREG allows for the source
*> of the batch it arrived in. A batch of our own has no feed of
*> its own to answer to - a recycled or carried detail has lost
*> track of which feed sent it - so its details need only be
*> something at least one registered feed may send. The type is
*> judged first: SR02 means some feed allowed the type but none
*> the currency with it.
2240-EDIT-SOURCE-PERMITS.
    IF WS-SREG-IN-FORCE
        MOVE "N" TO WS-ANY-TYPE-SW
        MOVE "N" TO WS-ANY-PERMIT-SW
        IF WS-BATCH-SREG-SUB > 0
            MOVE WS-BATCH-SREG-SUB TO WS-SREG-SUB
            PERFORM 2245-CHECK-ONE-PERMIT
        ELSE
            PERFORM 2245-CHECK-ONE-PERMIT
                VARYING WS-SREG-SUB FROM 1 BY 1
                UNTIL WS-SREG-SUB > WS-SREG-COUNT
                   OR WS-ANY-PERMIT-OK
        END-IF
        IF NOT WS-ANY-PERMIT-OK
            SET WS-EDIT-FAILED TO TRUE
            IF WS-ANY-TYPE-OK
                SET RJCT-CURRENCY-NOT-PERMITTED OF WS-RJCT-RECORD
                    TO TRUE
            ELSE
                SET RJCT-TYPE-NOT-PERMITTED OF WS-RJCT-RECORD
                    TO TRUE
            END-IF
        END-IF
    END-IF.

*> An all-spaces type list allows any type; base currency (a blank
*> code) is always allowed, whatever the currency list says.
2245-CHECK-ONE-PERMIT.
    MOVE "N" TO WS-PERMIT-TYPE-SW
    MOVE "N" TO WS-PERMIT-CURRENCY-SW
    IF WS-SREG-TYPE-LIST (WS-SREG-SUB) = SPACES
        SET WS-PERMIT-TYPE-OK TO TRUE
    ELSE
        PERFORM 2246-MATCH-PERMITTED-TYPE
            VARYING WS-SREG-ITEM-SUB FROM 1 BY 1
            UNTIL WS-SREG-ITEM-SUB > 10
               OR WS-PERMIT-TYPE-OK
    END-IF
    IF TRAN-CURRENCY-CODE OF WS-TRAN-RECORD = SPACES
        SET WS-PERMIT-CURRENCY-OK TO TRUE
    ELSE
        PERFORM 2247-MATCH-PERMITTED-CURRENCY
            VARYING WS-SREG-ITEM-SUB FROM 1 BY 1
            UNTIL WS-SREG-ITEM-SUB > 8
               OR WS-PERMIT-CURRENCY-OK
    END-IF
    IF WS-PERMIT-TYPE-OK
        SET WS-ANY-TYPE-OK TO TRUE
        IF WS-PERMIT-CURRENCY-OK
            SET WS-ANY-PERMIT-OK TO TRUE
        END-IF
    END-IF.

2246-MATCH-PERMITTED-TYPE.
    IF WS-SREG-TYPE (WS-SREG-SUB, WS-SREG-ITEM-SUB) NOT = SPACES
        AND WS-SREG-TYPE (WS-SREG-SUB, WS-SREG-ITEM-SUB)
            = TRAN-TYPE OF WS-TRAN-RECORD
        SET WS-PERMIT-TYPE-OK TO TRUE
    END-IF.

2247-MATCH-PERMITTED-CURRENCY.
    IF WS-SREG-CURRENCY (WS-SREG-SUB, WS-SREG-ITEM-SUB)
            = TRAN-CURRENCY-CODE OF WS-TRAN-RECORD
        SET WS-PERMIT-CURRENCY-OK TO TRUE
    END-IF.

2300-WRITE-REJECT.
    MOVE WS-RUN-DATE TO RJCT-RUN-DATE OF WS-RJCT-RECORD
    MOVE WS-RUN-ID   TO RJCT-RUN-ID OF WS-RJCT-RECORD
    PERFORM 4100-SUBTOTAL-BY-TYPE
    PERFORM 4300-CHECK-VAR2-OVERFLOW.

*> Every posting's subtotal goes through here - main loop and
*> restart replay alike - so this is where a posting dated inside
*> a closed period is turned aside to its prior-period adjustment.
4100-SUBTOTAL-BY-TYPE.
    PERFORM 4050-FIND-LOCKED-PERIOD
    IF WS-LOCK-FOUND-SUB > 0
        PERFORM 4200-SUBTOTAL-PRIOR-PERIOD
    ELSE
        PERFORM 4110-ADD-TYPE-SUBTOTAL
    END-IF.

*> A reversal is judged on the date its original posted (saved by
*> 2720, or the replay's 1385, off the TRANHIST row): the backout
*> belongs to the period the money went into. A detail is
*> judged on its effective date, or the run date when it has none -
*> the same rule the cutoff uses.
4050-FIND-LOCKED-PERIOD.
    MOVE 0 TO WS-LOCK-FOUND-SUB
    IF WS-LOCK-COUNT > 0
        IF TRAN-REVERSAL-REC OF WS-TRAN-RECORD
            MOVE WS-RVSL-ORIG-POST-DATE TO WS-LOCK-EFFECTIVE-DATE
        ELSE
            IF TRAN-EFFECTIVE-DATE OF WS-TRAN-RECORD NUMERIC
                MOVE TRAN-EFFECTIVE-DATE OF WS-TRAN-RECORD
                    TO WS-LOCK-EFFECTIVE-DATE
            ELSE
                MOVE WS-RUN-DATE TO WS-LOCK-EFFECTIVE-DATE
            END-IF
        END-IF
        PERFORM 4060-MATCH-LOCKED-PERIOD
            VARYING WS-LOCK-SUB FROM 1 BY 1
            UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
               OR WS-LOCK-FOUND-SUB > 0
    END-IF.

4060-MATCH-LOCKED-PERIOD.
    IF WS-LOCK-EFFECTIVE-DATE >= WS-LOCK-PERIOD-START (WS-LOCK-SUB)
        AND WS-LOCK-EFFECTIVE-DATE <= WS-LOCK-PERIOD-END (WS-LOCK-SUB)
        MOVE WS-LOCK-SUB TO WS-LOCK-FOUND-SUB
    END-IF.

4110-ADD-TYPE-SUBTOTAL.
    MOVE 0 TO WS-TYPE-FOUND-SUB
    PERFORM 4150-MATCH-TYPE-ENTRY
        VARYING WS-TYPE-SUB FROM 1 BY 1
        END-IF
    END-IF.

*> Same gross-side convention as the type subtotals.
4200-SUBTOTAL-PRIOR-PERIOD.
    ADD 1 TO WS-PPA-COUNT
    ADD WS-POSTING-AMOUNT TO WS-PPA-AMOUNT
    ADD 1 TO WS-LOCK-ADJ-COUNT (WS-LOCK-FOUND-SUB)
    ADD WS-POSTING-AMOUNT TO WS-LOCK-ADJ-AMOUNT (WS-LOCK-FOUND-SUB)
    IF WS-POSTING-AMOUNT < 0
        ADD 1 TO WS-LOCK-ADJ-CREDIT-COUNT (WS-LOCK-FOUND-SUB)
        SUBTRACT WS-POSTING-AMOUNT
            FROM WS-LOCK-ADJ-CREDIT-AMOUNT (WS-LOCK-FOUND-SUB)
    ELSE
        ADD 1 TO WS-LOCK-ADJ-DEBIT-COUNT (WS-LOCK-FOUND-SUB)
        ADD WS-POSTING-AMOUNT
            TO WS-LOCK-ADJ-DEBIT-AMOUNT (WS-LOCK-FOUND-SUB)
    END-IF.

4150-MATCH-TYPE-ENTRY.
    IF WS-TYPE-CODE (WS-TYPE-SUB) = TRAN-TYPE OF WS-TRAN-RECORD
        MOVE WS-TYPE-SUB TO WS-TYPE-FOUND-SUB
    MOVE WS-TRUE-TOTAL TO CHKPT-TRUE-TOTAL
    MOVE WS-EXPECTED-CONTROL-TOTAL TO CHKPT-EXPECTED-TOTAL
    MOVE WS-CARRIED-AMOUNT TO CHKPT-CARRIED-AMOUNT
    MOVE WS-REFERRED-AMOUNT TO CHKPT-REFERRED-AMOUNT
    MOVE WS-CONVERSION-ADJ TO CHKPT-CONVERSION-ADJ
    MOVE WS-OUT-OF-BALANCE-SW TO CHKPT-OUT-OF-BAL-FLAG
    REWRITE CHKPT-RECORD
*> The conversion adjustment bridges the other gap: trailers total
*> in each feed's own currency while WS-VAR2 holds base, and the
*> adjustment is exactly the base-minus-original difference across
*> every converted posting. Referred amounts are backed out the
*> same way carried ones are: in the trailers, not yet posted.
        COMPUTE WS-DISCREPANCY-AMOUNT =
            WS-EXPECTED-CONTROL-TOTAL - WS-VAR2 - WS-CARRIED-AMOUNT
                - WS-REFERRED-AMOUNT + WS-CONVERSION-ADJ
        IF WS-DISCREPANCY-AMOUNT NOT = 0
            SET WS-OUT-OF-BALANCE TO TRUE
            DISPLAY "WARNING: run out of balance - expected "

7500-PRODUCE-REPORT.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE
    MOVE WS-BUSINESS-DATE TO RPT-BUSINESS-DATE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-HEADING-1
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "EFFECTIVE-DATE CUTOFF:" TO RPT-TEXT
    IF WS-HAS-CUTOFF
        MOVE WS-CUTOFF-DATE TO RPT-TEXT (24:8)
        IF WS-CUTOFF-FROM-CALENDAR
            MOVE "(BUSINESS DATE, FROM BUSCAL)" TO RPT-TEXT (33:28)
        ELSE
            MOVE "(KEYED ON PARM)" TO RPT-TEXT (33:15)
        END-IF
    ELSE
        MOVE "NONE - EVERYTHING POSTS" TO RPT-TEXT (24:23)
    END-IF
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-TRIAL-MODE
        MOVE "*** TRIAL MODE - VALIDATION ONLY, NOTHING POSTED DURABLY ***"
            TO RPT-TEXT
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    IF WS-INTRADAY-CYCLE
        MOVE "INTRADAY CYCLE" TO RPT-TEXT
        MOVE WS-CYCLE-NUMBER TO RPT-TEXT (16:2)
        MOVE "- GL EXTRACT DEFERRED: LINES AND TOTALS TO DAYTOT FOR BUGEOD"
            TO RPT-TEXT (19:60)
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    MOVE "TOTAL ITEMS COUNTED (INCL. CYCLE WRAPS)"
        TO RPT-LABEL
    MOVE WS-TRUE-TOTAL TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "HELD BATCHES FROM UNREGISTERED SOURCES" TO RPT-LABEL
    MOVE WS-UNREGISTERED-BATCHES TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "REFERRED FOR APPROVAL (COUNT)" TO RPT-LABEL
    MOVE WS-REFERRED-COUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "REFERRED FOR APPROVAL (AMOUNT)" TO RPT-LABEL
    MOVE WS-REFERRED-AMOUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-RECORDS-REJECTED > 0
        MOVE "*** REJECTED RECORDS ARE EXCLUDED FROM THE TOTALS ABOVE ***"
            TO RPT-TEXT
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    IF WS-REFERRED-COUNT > 0
        MOVE "*** REFERRED ITEMS AWAIT APPROVAL - NOT POSTED, NOT REJECTED ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    IF WS-TRAILER-SEEN
        IF WS-OUT-OF-BALANCE
            MOVE "*** RUN OUT OF BALANCE VS CONTROL TOTAL ***"
            UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
    END-IF

    IF WS-SREG-IN-FORCE
        PERFORM 7730-REPORT-FEED-ARRIVALS
    END-IF

    IF WS-REVERSALS-POSTED > 0
        MOVE SPACES TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
            UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
    END-IF

    IF WS-REFL-COUNT > 0
        MOVE SPACES TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "HIGH-VALUE ITEMS REFERRED FOR APPROVAL" TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-REFER-HEADING
        PERFORM 7550-CHECK-PRINT-STATUS
        PERFORM 7690-REPORT-ONE-REFERRAL
            VARYING WS-REFL-SUB FROM 1 BY 1
            UNTIL WS-REFL-SUB > WS-REFL-COUNT
    END-IF

    IF WS-TYPE-COUNT > 0
        MOVE SPACES TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

*> The month-end FX audit trail: every foreign reversal backed out
*> at its original rate, with both rates and the difference that
*> went to the *F gain/loss line. Only printed when there is one.
    IF WS-FX-RVSL-COUNT > 0 OR WS-FX-TODAY-RATE-COUNT > 0
        MOVE SPACES TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "FOREIGN REVERSALS AT ORIGINAL RATE - REALIZED FX GAIN/LOSS"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        IF WS-FXL-COUNT > 0
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-FX-HEADING
            PERFORM 7550-CHECK-PRINT-STATUS
            PERFORM 7710-REPORT-ONE-FX-REVERSAL
                VARYING WS-FXL-SUB FROM 1 BY 1
                UNTIL WS-FXL-SUB > WS-FXL-COUNT
        END-IF
        MOVE "REVERSALS AT ORIGINAL RATE" TO RPT-LABEL
        MOVE WS-FX-RVSL-COUNT TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "REALIZED FX GAIN/LOSS POSTED (DR+)" TO RPT-LABEL
        MOVE WS-FX-DIFF-TOTAL TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        IF WS-FX-TODAY-RATE-COUNT > 0
            MOVE "FOREIGN REVERSALS AT TODAY'S RATE" TO RPT-LABEL
            MOVE WS-FX-TODAY-RATE-COUNT TO RPT-VALUE
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
            MOVE "*** ORIGINAL NOT ON ARCHIVE - NO FX DIFFERENCE POSTED FOR THESE ***"
                TO RPT-TEXT
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
        END-IF
    END-IF

*> Postings dated inside a locked period, per closed period touched -
*> what went to the *P adjustment lines instead of the type lines.
    IF WS-PPA-COUNT > 0
        MOVE SPACES TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "PRIOR-PERIOD ADJUSTMENTS - POSTINGS DATED IN CLOSED PERIODS"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-PPA-HEADING
        PERFORM 7550-CHECK-PRINT-STATUS
        PERFORM 7720-REPORT-ONE-ADJ-PERIOD
            VARYING WS-LOCK-SUB FROM 1 BY 1
            UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
        MOVE "PRIOR-PERIOD ADJUSTMENTS POSTED" TO RPT-LABEL
        MOVE WS-PPA-COUNT TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "PRIOR-PERIOD ADJUSTMENT AMOUNT" TO RPT-LABEL
        MOVE WS-PPA-AMOUNT TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    DISPLAY "WS-VAR1: " WS-VAR1 " (TRUE TOTAL: " WS-TRUE-TOTAL ")"
    DISPLAY "WS-VAR2: " WS-VAR2.

    MOVE WS-BR-REJECTS (WS-BATCH-SUB) TO RPT-BR-REJECTS
    MOVE WS-BR-DUPES (WS-BATCH-SUB)   TO RPT-BR-DUPES
    MOVE WS-BR-CARRIED (WS-BATCH-SUB) TO RPT-BR-CARRIED
    MOVE WS-BR-REFERRED (WS-BATCH-SUB) TO RPT-BR-REFERRED
    MOVE WS-BR-TRAILER-TOTAL (WS-BATCH-SUB) TO RPT-BR-TRAILER
    MOVE WS-BR-AMOUNT (WS-BATCH-SUB)  TO RPT-BR-AMOUNT
    EVALUATE TRUE
            MOVE "*OUT-CNT+AMT*" TO RPT-BR-STATUS
        WHEN WS-BR-HELD (WS-BATCH-SUB)
            MOVE "*HELD*" TO RPT-BR-STATUS
        WHEN WS-BR-UNREGISTERED (WS-BATCH-SUB)
            MOVE "*UNREGISTERED*" TO RPT-BR-STATUS
        WHEN WS-BR-NO-TRAILER (WS-BATCH-SUB)
            MOVE "*NO TRAILER*" TO RPT-BR-STATUS
        WHEN OTHER
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

*> Each item is listed as REFERRED with the limit it broke and who
*> keyed that limit - the one operator who may not approve it.
7690-REPORT-ONE-REFERRAL.
    MOVE WS-RF-TRAN-ID (WS-REFL-SUB)     TO RPT-RF-TRAN-ID
    MOVE WS-RF-SOURCE (WS-REFL-SUB)      TO RPT-RF-SOURCE
    MOVE WS-RF-TRAN-TYPE (WS-REFL-SUB)   TO RPT-RF-TRAN-TYPE
    IF WS-RF-CURRENCY (WS-REFL-SUB) = SPACES
        MOVE "BAS" TO RPT-RF-CURRENCY
    ELSE
        MOVE WS-RF-CURRENCY (WS-REFL-SUB) TO RPT-RF-CURRENCY
    END-IF
    MOVE WS-RF-AMOUNT (WS-REFL-SUB)      TO RPT-RF-AMOUNT
    MOVE WS-RF-BASE-AMOUNT (WS-REFL-SUB) TO RPT-RF-BASE-AMOUNT
    MOVE WS-RF-LIMIT (WS-REFL-SUB)       TO RPT-RF-LIMIT
    MOVE WS-RF-KEYED-BY (WS-REFL-SUB)    TO RPT-RF-KEYED-BY
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-REFER-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

7700-REPORT-ONE-CURRENCY.
    IF WS-CUR-CODE (WS-CUR-SUB) = SPACES
        MOVE "BASE" TO RPT-CUR-CODE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-CURRENCY-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

7710-REPORT-ONE-FX-REVERSAL.
    MOVE WS-FXL-TRAN-ID (WS-FXL-SUB)     TO RPT-FX-TRAN-ID
    MOVE WS-FXL-CURRENCY (WS-FXL-SUB)    TO RPT-FX-CURRENCY
    MOVE WS-FXL-AMOUNT (WS-FXL-SUB)      TO RPT-FX-AMOUNT
    MOVE WS-FXL-ORIG-RATE (WS-FXL-SUB)   TO RPT-FX-ORIG-RATE
    MOVE WS-FXL-TODAY-RATE (WS-FXL-SUB)  TO RPT-FX-TODAY-RATE
    MOVE WS-FXL-ORIG-BASE (WS-FXL-SUB)   TO RPT-FX-ORIG-BASE
    MOVE WS-FXL-TODAY-BASE (WS-FXL-SUB)  TO RPT-FX-TODAY-BASE
    MOVE WS-FXL-DIFFERENCE (WS-FXL-SUB)  TO RPT-FX-DIFFERENCE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-FX-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

7720-REPORT-ONE-ADJ-PERIOD.
    IF WS-LOCK-ADJ-COUNT (WS-LOCK-SUB) > 0
        MOVE WS-LOCK-PERIOD-START (WS-LOCK-SUB) TO RPT-PPA-START
        MOVE WS-LOCK-PERIOD-END (WS-LOCK-SUB)   TO RPT-PPA-END
        MOVE WS-LOCK-ADJ-COUNT (WS-LOCK-SUB)    TO RPT-PPA-COUNT
        MOVE WS-LOCK-ADJ-DEBIT-AMOUNT (WS-LOCK-SUB)  TO RPT-PPA-DEBIT
        MOVE WS-LOCK-ADJ-CREDIT-AMOUNT (WS-LOCK-SUB) TO RPT-PPA-CREDIT
        MOVE WS-LOCK-ADJ-AMOUNT (WS-LOCK-SUB)   TO RPT-PPA-NET
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-PPA-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

*> Every registered feed that has sent fewer batches this run than
*> it sends per business day, while there is still time to chase
*> it: past its latest arrival time it is LATE, before it only
*> not yet in. A partition step sees only the batches BUGSPLIT
*> dealt it, so it would name every feed; it says so instead.
7730-REPORT-FEED-ARRIVALS.
    MOVE SPACES TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS
    MOVE "MISSING/LATE FEEDS - REGISTERED SOURCES SHORT OF EXPECTED BATCHES"
        TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS
    IF WS-HIST-STAGED
        MOVE "PARTITION STEP - SEES ONLY ITS SHARE OF THE FEEDS, ARRIVALS NOT JUDGED"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    ELSE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
        MOVE 0 TO WS-FEEDS-SHORT
        IF WS-INTRADAY-CYCLE
            MOVE "INTRADAY CYCLE - ARRIVALS SO FAR THIS CYCLE, THE DAY IS JUDGED BY BUGEOD"
                TO RPT-TEXT
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
        END-IF
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-FEED-HEADING
        PERFORM 7550-CHECK-PRINT-STATUS
        PERFORM 7735-REPORT-ONE-FEED
            VARYING WS-SREG-SUB FROM 1 BY 1
            UNTIL WS-SREG-SUB > WS-SREG-COUNT
        IF WS-FEEDS-SHORT = 0
            MOVE "ALL REGISTERED FEEDS RECEIVED" TO RPT-TEXT
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
        ELSE
            MOVE "*** REGISTERED FEED(S) MISSING OR LATE - CALL THE SOURCE ***"
                TO RPT-TEXT
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
            MOVE "REGISTERED FEEDS SHORT OF EXPECTED" TO RPT-LABEL
            MOVE WS-FEEDS-SHORT TO RPT-VALUE
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
        END-IF
    END-IF.

7735-REPORT-ONE-FEED.
    IF WS-SREG-RECEIVED (WS-SREG-SUB) < WS-SREG-EXPECTED (WS-SREG-SUB)
        ADD 1 TO WS-FEEDS-SHORT
        MOVE WS-SREG-SOURCE (WS-SREG-SUB)   TO RPT-FD-SOURCE
        MOVE WS-SREG-EXPECTED (WS-SREG-SUB) TO RPT-FD-EXPECTED
        MOVE WS-SREG-RECEIVED (WS-SREG-SUB) TO RPT-FD-RECEIVED
        MOVE WS-SREG-ARRIVAL (WS-SREG-SUB)  TO RPT-FD-ARRIVAL
        EVALUATE TRUE
            WHEN WS-SREG-ARRIVAL (WS-SREG-SUB) NOT NUMERIC
                MOVE "*SHORT*" TO RPT-FD-STATUS
            WHEN WS-CURRENT-TIMESTAMP(9:4)
                    > WS-SREG-ARRIVAL (WS-SREG-SUB)
                MOVE "*LATE*" TO RPT-FD-STATUS
            WHEN OTHER
                MOVE "NOT YET IN" TO RPT-FD-STATUS
        END-EVALUATE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-FEED-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        DISPLAY "WARNING: registered feed " WS-SREG-SOURCE (WS-SREG-SUB)
            " sent " WS-SREG-RECEIVED (WS-SREG-SUB) " of "
            WS-SREG-EXPECTED (WS-SREG-SUB) " expected batch(es)"
    END-IF.

7600-REPORT-ONE-TYPE.
    MOVE WS-TYPE-CODE (WS-TYPE-SUB)      TO RPT-TYPE-CODE
    MOVE WS-TYPE-REC-COUNT (WS-TYPE-SUB) TO RPT-TYPE-COUNT
*> routed to the GL account the TYPEMAP mapping assigns that type; a
*> run with no typed details still writes the single grand-total
*> record the feed has always expected.
*> A run whose every posting was routed to a prior-period
*> adjustment has no type lines but is not an empty run - the
*> grand-total record is only for a run with nothing typed at all.
*> An intraday cycle with nothing typed leaves no line on DAYTOT:
*> the grand-total record belongs to the day's one extract, and
*> BUGEOD writes it there only if no cycle typed anything.
7800-EXTRACT-TO-GL.
    IF WS-INTRADAY-CYCLE
        PERFORM 7810-OPEN-DAY-TOTALS
    END-IF
    MOVE SPACES TO GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
    IF WS-TYPE-COUNT = 0 AND WS-PPA-COUNT = 0
        MOVE WS-RUN-DATE TO GLIF-RUN-DATE OF WS-GLIF-RECORD
        MOVE WS-BATCH-ID  TO GLIF-BATCH-ID OF WS-GLIF-RECORD
        MOVE WS-VAR2      TO GLIF-FINAL-TOTAL OF WS-GLIF-RECORD
        ELSE
            MOVE "N" TO GLIF-SUSPECT-FLAG OF WS-GLIF-RECORD
        END-IF
        IF NOT WS-INTRADAY-CYCLE
            PERFORM 7890-WRITE-GLIF-RECORD
        END-IF
    ELSE
        PERFORM 7850-EXTRACT-ONE-TYPE
            VARYING WS-TYPE-SUB FROM 1 BY 1
            SET GLIF-AMOUNT-SUSPECT OF WS-GLIF-RECORD TO TRUE
            PERFORM 7890-WRITE-GLIF-RECORD
        END-IF
        IF WS-FX-RVSL-COUNT > 0
            PERFORM 7880-EXTRACT-FX-GAIN-LOSS
        END-IF
        IF WS-PPA-COUNT > 0
            PERFORM 7884-EXTRACT-ONE-ADJ-PERIOD
                VARYING WS-LOCK-SUB FROM 1 BY 1
                UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
            MOVE SPACES TO GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
        END-IF
    END-IF
    IF WS-INTRADAY-CYCLE
        PERFORM 7820-POST-CYCLE-TOTALS
    ELSE
        PERFORM 7895-SAVE-GL-SEQUENCE
    END-IF.

*> One *P line per closed period the run adjusted, to the account
*> TYPEMAP maps *P to, carrying the period's year and month so the
*> close that takes it in can attribute it. Unmapped goes out blank
*> and suspect like any other type.
7884-EXTRACT-ONE-ADJ-PERIOD.
    IF WS-LOCK-ADJ-COUNT (WS-LOCK-SUB) > 0
        MOVE WS-RUN-DATE TO GLIF-RUN-DATE OF WS-GLIF-RECORD
        MOVE WS-BATCH-ID  TO GLIF-BATCH-ID OF WS-GLIF-RECORD
        MOVE WS-PPA-TRAN-TYPE TO GLIF-TRAN-TYPE OF WS-GLIF-RECORD
        MOVE WS-LOCK-PERIOD-END (WS-LOCK-SUB) (1:6)
            TO GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
        MOVE WS-LOCK-ADJ-COUNT (WS-LOCK-SUB)
            TO GLIF-TYPE-REC-COUNT OF WS-GLIF-RECORD
        MOVE WS-LOCK-ADJ-AMOUNT (WS-LOCK-SUB)
            TO GLIF-FINAL-TOTAL OF WS-GLIF-RECORD
        MOVE WS-LOCK-ADJ-DEBIT-AMOUNT (WS-LOCK-SUB)
            TO GLIF-DEBIT-TOTAL OF WS-GLIF-RECORD
        MOVE WS-LOCK-ADJ-CREDIT-AMOUNT (WS-LOCK-SUB)
            TO GLIF-CREDIT-TOTAL OF WS-GLIF-RECORD
        MOVE WS-LOCK-ADJ-DEBIT-COUNT (WS-LOCK-SUB)
            TO GLIF-DEBIT-COUNT OF WS-GLIF-RECORD
        MOVE WS-LOCK-ADJ-CREDIT-COUNT (WS-LOCK-SUB)
            TO GLIF-CREDIT-COUNT OF WS-GLIF-RECORD
        IF WS-VAR2-SUSPECT OR WS-OUT-OF-BALANCE
            SET GLIF-AMOUNT-SUSPECT OF WS-GLIF-RECORD TO TRUE
        ELSE
            MOVE "N" TO GLIF-SUSPECT-FLAG OF WS-GLIF-RECORD
        END-IF
        MOVE WS-PPA-TRAN-TYPE TO WS-MAP-LOOKUP-TYPE
        PERFORM 7865-SEARCH-TYPE-MAPPING
        IF WS-MAP-FOUND-SUB > 0
            MOVE WS-MAP-GL-ACCOUNT (WS-MAP-FOUND-SUB)
                TO GLIF-GL-ACCOUNT OF WS-GLIF-RECORD
        ELSE
            MOVE SPACES TO GLIF-GL-ACCOUNT OF WS-GLIF-RECORD
            SET GLIF-AMOUNT-SUSPECT OF WS-GLIF-RECORD TO TRUE
            DISPLAY "WARNING: no TYPEMAP entry for prior-period "
                "adjustment type " WS-PPA-TRAN-TYPE
                " - extracted with blank GL account, flagged suspect"
        END-IF
        PERFORM 7890-WRITE-GLIF-RECORD
    END-IF.

*> The realized FX difference on foreign reversals, as its own line
*> under type *F so it lands on the gain/loss account and not on the
*> reversed type's. The type lines plus this one still add to
*> WS-VAR2. An unmapped *F goes out blank and suspect, exactly like
*> an unmapped TRAN-TYPE.
7880-EXTRACT-FX-GAIN-LOSS.
    MOVE WS-RUN-DATE TO GLIF-RUN-DATE OF WS-GLIF-RECORD
    MOVE WS-BATCH-ID  TO GLIF-BATCH-ID OF WS-GLIF-RECORD
    MOVE WS-FX-TRAN-TYPE TO GLIF-TRAN-TYPE OF WS-GLIF-RECORD
    MOVE WS-FX-RVSL-COUNT TO GLIF-TYPE-REC-COUNT OF WS-GLIF-RECORD
    MOVE WS-FX-DIFF-TOTAL TO GLIF-FINAL-TOTAL OF WS-GLIF-RECORD
    MOVE WS-FX-DEBIT-AMOUNT TO GLIF-DEBIT-TOTAL OF WS-GLIF-RECORD
    MOVE WS-FX-CREDIT-AMOUNT TO GLIF-CREDIT-TOTAL OF WS-GLIF-RECORD
    MOVE WS-FX-DEBIT-COUNT TO GLIF-DEBIT-COUNT OF WS-GLIF-RECORD
    MOVE WS-FX-CREDIT-COUNT TO GLIF-CREDIT-COUNT OF WS-GLIF-RECORD
    IF WS-VAR2-SUSPECT OR WS-OUT-OF-BALANCE
        SET GLIF-AMOUNT-SUSPECT OF WS-GLIF-RECORD TO TRUE
    ELSE
        MOVE "N" TO GLIF-SUSPECT-FLAG OF WS-GLIF-RECORD
    END-IF
    MOVE WS-FX-TRAN-TYPE TO WS-MAP-LOOKUP-TYPE
    PERFORM 7865-SEARCH-TYPE-MAPPING
    IF WS-MAP-FOUND-SUB > 0
        MOVE WS-MAP-GL-ACCOUNT (WS-MAP-FOUND-SUB)
            TO GLIF-GL-ACCOUNT OF WS-GLIF-RECORD
    ELSE
        MOVE SPACES TO GLIF-GL-ACCOUNT OF WS-GLIF-RECORD
        SET GLIF-AMOUNT-SUSPECT OF WS-GLIF-RECORD TO TRUE
        DISPLAY "WARNING: no TYPEMAP entry for FX gain/loss type "
            WS-FX-TRAN-TYPE
            " - extracted with blank GL account, flagged suspect"
    END-IF
    PERFORM 7890-WRITE-GLIF-RECORD.

7850-EXTRACT-ONE-TYPE.
    MOVE WS-RUN-DATE TO GLIF-RUN-DATE OF WS-GLIF-RECORD
*> program gets: no silent digit-truncation wrap. Rolling over a
*> six-digit sequence is harmless for ack matching (acks reconcile
*> within days, not years) as long as it is deliberate and logged.
*> An intraday cycle's lines go to DAYTOT unsequenced instead -
*> BUGEOD numbers the day's one extract.
7890-WRITE-GLIF-RECORD.
    IF WS-INTRADAY-CYCLE
        PERFORM 7892-WRITE-DAY-TYPE-LINE
    ELSE
        IF WS-GL-EXTRACT-SEQ >= 999999
            DISPLAY "WARNING: GL extract sequence rolled over to zero"
            MOVE 0 TO WS-GL-EXTRACT-SEQ
        END-IF
        ADD 1 TO WS-GL-EXTRACT-SEQ
        MOVE WS-GL-EXTRACT-SEQ TO GLIF-EXTRACT-SEQ OF WS-GLIF-RECORD
        WRITE GLIF-FILE-RECORD FROM WS-GLIF-RECORD
        IF WS-GLIF-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: GLIF-FILE write status "
                WS-GLIF-FILE-STATUS
        END-IF
    END-IF.

7892-WRITE-DAY-TYPE-LINE.
    IF WS-DTOT-USABLE
        PERFORM 7815-START-DAY-TOTAL-RECORD
        SET DTOT-TYPE-REC OF WS-DTOT-RECORD TO TRUE
        MOVE 0 TO GLIF-EXTRACT-SEQ OF WS-GLIF-RECORD
        MOVE WS-GLIF-RECORD TO DTOT-GLIF-IMAGE OF WS-DTOT-RECORD
        PERFORM 7825-WRITE-DAY-TOTAL-RECORD
    END-IF.

*> Written back as soon as the extract finishes (not at terminate)
        CLOSE GLSEQ-FILE
    END-IF.

*> An intraday cycle's share of the day goes to DAYTOT as one set:
*> its GL lines (7892), its batch results, then its totals record
*> last - the record that commits the set for BUGEOD. Every record
*> carries this attempt's start timestamp, so a restart that gets
*> this far again appends a fresh set under its own timestamp and
*> BUGEOD takes only the latest committed set per cycle number;
*> nothing is counted twice. The set is written ahead of the final
*> checkpoint, exactly as the GL extract is: once the checkpoint
*> says complete, a rerun would start the feed fresh and divert
*> every record as a duplicate of itself.
7810-OPEN-DAY-TOTALS.
    OPEN EXTEND DTOT-FILE
    IF WS-DTOT-FILE-STATUS = "35"
        OPEN OUTPUT DTOT-FILE
    END-IF
    IF WS-DTOT-FILE-STATUS = "00"
        SET WS-DTOT-USABLE TO TRUE
    ELSE
        DISPLAY "ERROR: DTOT-FILE open status " WS-DTOT-FILE-STATUS
            " - cycle " WS-CYCLE-NUMBER " NOT recorded for BUGEOD"
        SET WS-DTOT-FAILED TO TRUE
    END-IF.

7815-START-DAY-TOTAL-RECORD.
    MOVE SPACES TO WS-DTOT-RECORD
    MOVE WS-BUSINESS-DATE TO DTOT-BUSINESS-DATE OF WS-DTOT-RECORD
    MOVE WS-CYCLE-NUMBER TO DTOT-CYCLE-NUMBER OF WS-DTOT-RECORD
    MOVE WS-START-TIMESTAMP TO DTOT-CYCLE-START OF WS-DTOT-RECORD
    MOVE WS-RUN-ID  TO DTOT-RUN-ID OF WS-DTOT-RECORD
    MOVE WS-STEP-ID TO DTOT-STEP-ID OF WS-DTOT-RECORD.

7820-POST-CYCLE-TOTALS.
    IF WS-DTOT-USABLE
        PERFORM 7830-WRITE-DAY-BATCH-LINE
            VARYING WS-BATCH-SUB FROM 1 BY 1
            UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
        PERFORM 7815-START-DAY-TOTAL-RECORD
        SET DTOT-CYCLE-REC OF WS-DTOT-RECORD TO TRUE
        MOVE WS-RUN-DATE TO DTOT-RUN-DATE OF WS-DTOT-RECORD
        MOVE FUNCTION CURRENT-DATE TO DTOT-CYCLE-END OF WS-DTOT-RECORD
        MOVE WS-RECORDS-READ TO DTOT-RECORDS-READ OF WS-DTOT-RECORD
        MOVE WS-TRUE-TOTAL TO DTOT-TRUE-TOTAL OF WS-DTOT-RECORD
        MOVE WS-VAR2 TO DTOT-FINAL-VAR2 OF WS-DTOT-RECORD
        MOVE WS-EXPECTED-CONTROL-TOTAL
            TO DTOT-EXPECTED-TOTAL OF WS-DTOT-RECORD
        MOVE WS-CARRIED-COUNT TO DTOT-CARRIED-COUNT OF WS-DTOT-RECORD
        MOVE WS-CARRIED-AMOUNT
            TO DTOT-CARRIED-AMOUNT OF WS-DTOT-RECORD
        MOVE WS-REFERRED-COUNT
            TO DTOT-REFERRED-COUNT OF WS-DTOT-RECORD
        MOVE WS-REFERRED-AMOUNT
            TO DTOT-REFERRED-AMOUNT OF WS-DTOT-RECORD
        MOVE WS-CONVERSION-ADJ
            TO DTOT-CONVERSION-ADJ OF WS-DTOT-RECORD
        MOVE WS-RECORDS-REJECTED
            TO DTOT-RECORDS-REJECTED OF WS-DTOT-RECORD
        MOVE WS-DUPES-DIVERTED
            TO DTOT-DUPES-DIVERTED OF WS-DTOT-RECORD
        MOVE WS-HELD-BATCHES TO DTOT-HELD-BATCHES OF WS-DTOT-RECORD
        MOVE WS-HELD-RECORDS TO DTOT-HELD-RECORDS OF WS-DTOT-RECORD
        MOVE WS-HELD-AMOUNT TO DTOT-HELD-AMOUNT OF WS-DTOT-RECORD
        MOVE WS-REVERSALS-POSTED
            TO DTOT-REVERSALS-POSTED OF WS-DTOT-RECORD
        MOVE WS-REVERSED-AMOUNT
            TO DTOT-REVERSED-AMOUNT OF WS-DTOT-RECORD
        MOVE WS-OVERFLOW-COUNT
            TO DTOT-OVERFLOW-COUNT OF WS-DTOT-RECORD
        MOVE WS-FEEDS-SHORT TO DTOT-FEEDS-SHORT OF WS-DTOT-RECORD
        EVALUATE TRUE
            WHEN NOT WS-TRAILER-SEEN
                SET DTOT-NOT-RECONCILED OF WS-DTOT-RECORD TO TRUE
            WHEN WS-OUT-OF-BALANCE
                SET DTOT-OUT-OF-BALANCE OF WS-DTOT-RECORD TO TRUE
            WHEN OTHER
                SET DTOT-IN-BALANCE OF WS-DTOT-RECORD TO TRUE
        END-EVALUATE
        IF WS-VAR2-SUSPECT
            MOVE "Y" TO DTOT-SUSPECT-FLAG OF WS-DTOT-RECORD
        ELSE
            MOVE "N" TO DTOT-SUSPECT-FLAG OF WS-DTOT-RECORD
        END-IF
        IF WS-RESUMED
            MOVE "Y" TO DTOT-RESTART-FLAG OF WS-DTOT-RECORD
        ELSE
            MOVE "N" TO DTOT-RESTART-FLAG OF WS-DTOT-RECORD
        END-IF
        MOVE WS-VAR1-THRESHOLD
            TO DTOT-VAR1-THRESHOLD OF WS-DTOT-RECORD
        MOVE WS-VAR2-MAX-THRESHOLD
            TO DTOT-VAR2-MAX-THRESHOLD OF WS-DTOT-RECORD
        MOVE WS-CHECKPOINT-FREQUENCY
            TO DTOT-CHECKPOINT-FREQUENCY OF WS-DTOT-RECORD
        PERFORM 7825-WRITE-DAY-TOTAL-RECORD
        CLOSE DTOT-FILE
        IF NOT WS-DTOT-FAILED
            DISPLAY "BUGSOLUTION: cycle " WS-CYCLE-NUMBER
                " recorded on DAYTOT for " WS-BUSINESS-DATE
        END-IF
    END-IF.

7825-WRITE-DAY-TOTAL-RECORD.
    WRITE DTOT-FILE-RECORD FROM WS-DTOT-RECORD
    IF WS-DTOT-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: DTOT-FILE write status " WS-DTOT-FILE-STATUS
            " - cycle " WS-CYCLE-NUMBER " NOT fully recorded"
        SET WS-DTOT-FAILED TO TRUE
    END-IF.

7830-WRITE-DAY-BATCH-LINE.
    PERFORM 7815-START-DAY-TOTAL-RECORD
    SET DTOT-BATCH-REC OF WS-DTOT-RECORD TO TRUE
    MOVE WS-BR-SOURCE (WS-BATCH-SUB)
        TO DTOT-BR-SOURCE OF WS-DTOT-RECORD
    MOVE WS-BR-DATE (WS-BATCH-SUB) TO DTOT-BR-DATE OF WS-DTOT-RECORD
    MOVE WS-BR-EXPECTED (WS-BATCH-SUB)
        TO DTOT-BR-EXPECTED OF WS-DTOT-RECORD
    MOVE WS-BR-HAS-EXPECTED-SW (WS-BATCH-SUB)
        TO DTOT-BR-HAS-EXPECTED-SW OF WS-DTOT-RECORD
    MOVE WS-BR-DETAILS (WS-BATCH-SUB)
        TO DTOT-BR-DETAILS OF WS-DTOT-RECORD
    MOVE WS-BR-REJECTS (WS-BATCH-SUB)
        TO DTOT-BR-REJECTS OF WS-DTOT-RECORD
    MOVE WS-BR-DUPES (WS-BATCH-SUB) TO DTOT-BR-DUPES OF WS-DTOT-RECORD
    MOVE WS-BR-CARRIED (WS-BATCH-SUB)
        TO DTOT-BR-CARRIED OF WS-DTOT-RECORD
    MOVE WS-BR-REFERRED (WS-BATCH-SUB)
        TO DTOT-BR-REFERRED OF WS-DTOT-RECORD
    MOVE WS-BR-REVERSALS (WS-BATCH-SUB)
        TO DTOT-BR-REVERSALS OF WS-DTOT-RECORD
    MOVE WS-BR-RVSL-AMOUNT (WS-BATCH-SUB)
        TO DTOT-BR-RVSL-AMOUNT OF WS-DTOT-RECORD
    MOVE WS-BR-AMOUNT (WS-BATCH-SUB)
        TO DTOT-BR-AMOUNT OF WS-DTOT-RECORD
    MOVE WS-BR-DEBIT-COUNT (WS-BATCH-SUB)
        TO DTOT-BR-DEBIT-COUNT OF WS-DTOT-RECORD
    MOVE WS-BR-DEBIT-AMOUNT (WS-BATCH-SUB)
        TO DTOT-BR-DEBIT-AMOUNT OF WS-DTOT-RECORD
    MOVE WS-BR-CREDIT-COUNT (WS-BATCH-SUB)
        TO DTOT-BR-CREDIT-COUNT OF WS-DTOT-RECORD
    MOVE WS-BR-CREDIT-AMOUNT (WS-BATCH-SUB)
        TO DTOT-BR-CREDIT-AMOUNT OF WS-DTOT-RECORD
    MOVE WS-BR-TRAILER-TOTAL (WS-BATCH-SUB)
        TO DTOT-BR-TRAILER-TOTAL OF WS-DTOT-RECORD
    MOVE WS-BR-STATUS (WS-BATCH-SUB)
        TO DTOT-BR-STATUS OF WS-DTOT-RECORD
    PERFORM 7825-WRITE-DAY-TOTAL-RECORD.

*> A trial run leaves no trace of itself: no completion
*> checkpoint, no history flush, no run-history 'E' record, and
*> the durable files it never opened are not closed. An intraday
*> cycle writes no 'E' record either - BUGEOD writes the day's.
9000-TERMINATE.
    IF NOT WS-TRIAL-MODE
        PERFORM 9050-WRITE-FINAL-CHECKPOINT
        PERFORM 5150-FLUSH-PENDING-HISTORY
        PERFORM 5170-FLUSH-PENDING-REVERSALS
        IF NOT WS-INTRADAY-CYCLE
            PERFORM 9100-WRITE-RUN-HISTORY-END
        END-IF
    END-IF
    CLOSE TRAN-FILE
    CLOSE CARRY-IN-FILE
    CLOSE RJCT-FILE
    CLOSE TRNH-FILE
    IF WS-TARC-READABLE
        CLOSE TARC-FILE
    END-IF
    IF WS-HSTG-OPEN
        CLOSE HSTG-FILE
    END-IF
    IF WS-TARC-USABLE AND WS-HIST-STAGED
        CLOSE ASTG-FILE
    END-IF
    IF WS-REFER-USABLE
        IF WS-HIST-STAGED
            CLOSE RSTG-FILE
        ELSE
            CLOSE REFER-FILE
        END-IF
    END-IF
    CLOSE PRINT-FILE
    IF NOT WS-TRIAL-MODE
        CLOSE CARRY-OUT-FILE
        CLOSE OVFL-FILE
        CLOSE DUPE-FILE
        CLOSE CHKPT-FILE
        IF NOT WS-INTRADAY-CYCLE
            CLOSE GLIF-FILE
            CLOSE RUNH-FILE
        END-IF
    END-IF.

9050-WRITE-FINAL-CHECKPOINT.
    MOVE WS-TRUE-TOTAL TO CHKPT-TRUE-TOTAL
    MOVE WS-EXPECTED-CONTROL-TOTAL TO CHKPT-EXPECTED-TOTAL
    MOVE WS-CARRIED-AMOUNT TO CHKPT-CARRIED-AMOUNT
    MOVE WS-REFERRED-AMOUNT TO CHKPT-REFERRED-AMOUNT
    MOVE WS-CONVERSION-ADJ TO CHKPT-CONVERSION-ADJ
    MOVE WS-OUT-OF-BALANCE-SW TO CHKPT-OUT-OF-BAL-FLAG
    MOVE FUNCTION CURRENT-DATE TO CHKPT-LAST-UPDATE
                WS-RUNH-FILE-STATUS
        END-IF
    END-IF.

*> The code the scheduler acts on, worst condition first: a run out
*> of balance or suspect must stop BUGMERGE/BUGGLACK/BUGCLOSE from
*> building on it; held batches, short feeds and an unreconciled
*> run are worth a look but do not stop the cycle. An intraday
*> cycle whose share of the day did not reach DAYTOT has posted
*> money the day's extract will never carry, and says so with 12.
*> A feed not yet in at an intraday cycle is only listed - the day
*> may still be young - and BUGEOD judges the day's arrivals.
9700-SET-CONDITION-CODE.
    EVALUATE TRUE
        WHEN WS-DTOT-FAILED
            MOVE 12 TO WS-CONDITION-CODE
            MOVE "CYCLE NOT RECORDED ON DAYTOT" TO WS-DCTL-REMARK
        WHEN WS-OUT-OF-BALANCE
            MOVE 8 TO WS-CONDITION-CODE
            MOVE "OUT OF BALANCE" TO WS-DCTL-REMARK
        WHEN WS-VAR2-SUSPECT
            MOVE 8 TO WS-CONDITION-CODE
            MOVE "WS-VAR2 SUSPECT" TO WS-DCTL-REMARK
        WHEN WS-HELD-BATCHES > 0
            MOVE 4 TO WS-CONDITION-CODE
            MOVE "BATCH(ES) HELD TO QUARANTINE" TO WS-DCTL-REMARK
        WHEN WS-FEEDS-SHORT > 0 AND NOT WS-INTRADAY-CYCLE
            MOVE 4 TO WS-CONDITION-CODE
            MOVE "REGISTERED FEED(S) MISSING" TO WS-DCTL-REMARK
        WHEN NOT WS-TRAILER-SEEN
            MOVE 4 TO WS-CONDITION-CODE
            MOVE "NO TRAILER - NOT RECONCILED" TO WS-DCTL-REMARK
        WHEN OTHER
            MOVE 0 TO WS-CONDITION-CODE
            MOVE "IN BALANCE" TO WS-DCTL-REMARK
    END-EVALUATE
    DISPLAY "BUGSOLUTION: business date " WS-BUSINESS-DATE
        " condition code " WS-CONDITION-CODE " - " WS-DCTL-REMARK.

*> Appended last, once the outcome is known; DAYCTL is cumulative
*> and the OUTPUT fallback only ever creates it. The partition
*> steps of a split run share it the way they share RUNHIST. A
*> completion that cannot be recorded leaves the day looking
*> unfinished to BUGCLOSE, so it lifts a clean code to 4.
9800-POST-DAY-CONTROL.
    MOVE SPACES TO WS-DCTL-RECORD
    MOVE WS-BUSINESS-DATE TO DCTL-BUSINESS-DATE OF WS-DCTL-RECORD
    SET DCTL-STEP-POST OF WS-DCTL-RECORD TO TRUE
    MOVE WS-RUN-ID  TO DCTL-RUN-ID OF WS-DCTL-RECORD
    MOVE WS-STEP-ID TO DCTL-STEP-ID OF WS-DCTL-RECORD
    EVALUATE TRUE
        WHEN WS-HIST-STAGED
            SET DCTL-PARTITION-RUN OF WS-DCTL-RECORD TO TRUE
        WHEN WS-INTRADAY-CYCLE
            SET DCTL-CYCLE-RUN OF WS-DCTL-RECORD TO TRUE
        WHEN OTHER
            SET DCTL-SINGLE-RUN OF WS-DCTL-RECORD TO TRUE
    END-EVALUATE
    MOVE FUNCTION CURRENT-DATE TO DCTL-TIMESTAMP OF WS-DCTL-RECORD
    MOVE WS-CONDITION-CODE TO DCTL-CONDITION-CODE OF WS-DCTL-RECORD
    EVALUATE TRUE
        WHEN WS-CONDITION-CODE >= 12
            SET DCTL-FAILED OF WS-DCTL-RECORD TO TRUE
        WHEN WS-CONDITION-CODE >= 8
            SET DCTL-EXCEPTIONS OF WS-DCTL-RECORD TO TRUE
        WHEN OTHER
            SET DCTL-COMPLETE OF WS-DCTL-RECORD TO TRUE
    END-EVALUATE
    MOVE WS-DCTL-REMARK TO DCTL-REMARK OF WS-DCTL-RECORD
    OPEN EXTEND DCTL-FILE
    IF WS-DCTL-FILE-STATUS = "35"
        OPEN OUTPUT DCTL-FILE
    END-IF
    IF WS-DCTL-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: DCTL-FILE open status " WS-DCTL-FILE-STATUS
            " - completion for " WS-BUSINESS-DATE " NOT recorded"
        IF WS-CONDITION-CODE < 4
            MOVE 4 TO WS-CONDITION-CODE
        END-IF
    ELSE
        WRITE DCTL-FILE-RECORD FROM WS-DCTL-RECORD
        IF WS-DCTL-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: DCTL-FILE write status "
                WS-DCTL-FILE-STATUS
                " - completion for " WS-BUSINESS-DATE " NOT recorded"
            IF WS-CONDITION-CODE < 4
                MOVE 4 TO WS-CONDITION-CODE
            END-IF
        END-IF
        CLOSE DCTL-FILE
    END-IF.
