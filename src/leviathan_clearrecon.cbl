>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEVIATHAN-CLEARING-RECON.
AUTHOR. UBAYDA ALI.
*> ====================================================================
*> DESCRIPTION: Clearing-House Settlement Reconciliation
*> Runs after the settlement engine each night and proves what we
*> posted against what the clearing house says it actually settled
*> with us. The clearing house's inbound settlement file (HDR/TRL
*> wrapped, one item per TRANS-ID) is matched by TRANS-ID and amount
*> against tonight's transaction log and the recent days of the
*> transaction archive, and these kinds of break come out of it:
*>   THR - settled on their side, never posted on ours;
*>   OUR - posted on our side, not (yet) settled on theirs;
*>   AMT/CCY - on both sides, but for a different amount or currency;
*>   DIR - on both sides, but settled the other way (our DEB settled
*>         as a CRD, or the reverse);
*>   DUP - settled a second time, later the same night or after a
*>         clean settlement on an earlier night.
*> Every break carries forward on an open-items file stamped with
*> the date it was first seen, and is cleared automatically when the
*> missing side turns up on a later night or by operations through
*> the resolution file. Anything still open past the parameter-set
*> aging limit is escalated and the run ends with RETURN-CODE 8 -
*> the scheduler-hold convention the FX review and balance proof use.
*> Finance gets the daily listing plus the clearing house's net
*> settlement position per currency to tick against the nostro.
*> ====================================================================

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The clearing house's settlement file for the day; same HDR/TRL
    *> control-record convention as our own upstream extract.
    SELECT CLEARING-FILE ASSIGN TO "data/input/clearing_settlement.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLEARING-FILE-STATUS.
    *> Tonight's log and the cumulative archive; both only read.
    SELECT TRANS-LOG-FILE ASSIGN TO "data/work/trans_log.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TL-TRANS-ID
        FILE STATUS IS WS-LOG-FILE-STATUS.
    SELECT TRANS-ARCHIVE-FILE
        ASSIGN TO "data/master/trans_archive.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TA-KEY
        FILE STATUS IS WS-ARCH-FILE-STATUS.
    *> Our side of the match, gathered fresh each run from the log,
    *> the archive window and the carried OUR breaks into one file
    *> keyed by the bare TRANS-ID the clearing house quotes back -
    *> the archive's own key leads with the posting date.
    SELECT OUR-ITEM-FILE
        ASSIGN TO "data/work/clearing_our_items.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CWI-TRANS-ID
        FILE STATUS IS WS-OUR-FILE-STATUS.
    *> Every break not yet cleared, carried across nights. DYNAMIC
    *> because matching reads, rewrites and deletes by key while the
    *> carry-forward and aging passes walk it with READ NEXT.
    SELECT OPEN-ITEM-FILE
        ASSIGN TO "data/master/clearing_open_items.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COI-TRANS-ID
        FILE STATUS IS WS-OPEN-FILE-STATUS.
    *> Every TRANS-ID settled cleanly, with the night it settled, so
    *> a second settlement on a later night is caught as a duplicate
    *> rather than matched again against the archive window. Entries
    *> older than the window are purged each run.
    SELECT SETTLED-ITEM-FILE
        ASSIGN TO "data/master/clearing_settled_items.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CSI-TRANS-ID
        FILE STATUS IS WS-SETTLED-FILE-STATUS.
    SELECT RESOLUTION-FILE
        ASSIGN TO "data/input/clearing_resolutions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RES-FILE-STATUS.
    SELECT AGING-PARM-FILE ASSIGN TO "data/master/clearing_aging_limit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AGING-PARM-STATUS.
    SELECT CLEARING-LISTING-FILE
        ASSIGN TO "data/output/clearing_recon_listing.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The processing-date control record LEVIATHAN-DATE-ROLL rolls
    *> forward each night; the business date this run belongs to.
    SELECT PROCESSING-DATE-FILE
        ASSIGN TO "data/master/processing_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROC-DATE-STATUS.
    *> The chain ledger: one entry per step per business date, shared
    *> by every step of the nightly chain. DYNAMIC, opened I-O: the
    *> entries this step depends on are read by key and its own entry
    *> is written at start and rewritten at end.
    SELECT CHAIN-LEDGER-FILE
        ASSIGN TO "data/master/chain_ledger.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CL-LEDGER-KEY
        FILE STATUS IS WS-LEDGER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> --- Clearing-House Settlement File ---
*> One settled item per record as the clearing house reports it:
*> our TRANS-ID, the direction from our customer's side (CRD funds
*> in, DEB funds out), the settled amount in the item's currency and
*> the value date. A leading "HDR" and trailing "TRL" record carry
*> the item count and amount hash in the same overlay our own
*> extract uses.
FD  CLEARING-FILE.
01  CLEARING-RECORD.
    05 CLR-TRANS-ID             PIC X(10).
    05 CLR-TRANS-TYPE           PIC X(3).
    05 CLR-AMOUNT               PIC 9(7)V99.
    05 CLR-CURRENCY-CODE        PIC X(3).
    05 CLR-VALUE-DATE           PIC X(8).
01  CLEARING-CONTROL-RECORD REDEFINES CLEARING-RECORD.
    05 CLC-RECORD-TYPE          PIC X(3).
    05 CLC-RECORD-COUNT         PIC 9(7).
    05 CLC-AMOUNT-HASH          PIC 9(11)V99.

*> --- Same-day Transaction Log (keyed by TRANS-ID) ---
*> Field for field the record LEVIATHAN-ENGINE logs.
FD  TRANS-LOG-FILE.
01  TRANS-LOG-RECORD.
    05 TL-TRANS-ID         PIC X(10).
    05 TL-TRANS-TYPE       PIC X(3).
    05 TL-TRANS-AMOUNT     PIC 9(7)V99.
    05 TL-BRANCH-CODE      PIC X(4).
    05 TL-CURRENCY-CODE    PIC X(3).
    05 TL-NATIVE-AMOUNT    PIC 9(7)V99.
    05 TL-ACCOUNT-NUMBER   PIC X(10).
    05 TL-REVERSED-FLAG    PIC X(1).
    05 TL-POSTED-FLAG      PIC X(1).
    05 TL-COUNTERPARTY-ACCOUNT PIC X(10).

*> --- Cumulative Transaction Archive ---
*> Field for field the record LEVIATHAN-ENGINE archives at end of
*> run.
FD  TRANS-ARCHIVE-FILE.
01  TRANS-ARCHIVE-RECORD.
    05 TA-KEY.
        10 TA-POSTED-DATE       PIC X(8).
        10 TA-TRANS-ID          PIC X(10).
    05 TA-TRANS-TYPE            PIC X(3).
    05 TA-TRANS-AMOUNT          PIC 9(7)V99.
    05 TA-BRANCH-CODE           PIC X(4).
    05 TA-CURRENCY-CODE         PIC X(3).
    05 TA-NATIVE-AMOUNT         PIC 9(7)V99.
    05 TA-ACCOUNT-NUMBER        PIC X(10).
    05 TA-REVERSED-FLAG         PIC X(1).
    05 TA-POSTED-FLAG           PIC X(1).
    05 TA-COUNTERPARTY-ACCOUNT  PIC X(10).

*> --- Our Side of the Match (keyed by TRANS-ID) ---
*> CWI-SOURCE says where the item came from: 'L' tonight's log, 'O'
*> an OUR break carried from an earlier night - both of which are
*> breaks if nothing settles them - or 'A' the archive window (and
*> reversed or house items from the log), which may be matched but
*> is never itself reported: it was reconciled, or is not a clearing
*> item, on the night it was posted.
FD  OUR-ITEM-FILE.
01  OUR-ITEM-RECORD.
    05 CWI-TRANS-ID             PIC X(10).
    05 CWI-SOURCE               PIC X(1).
        88 CWI-FROM-LOG         VALUE 'L'.
        88 CWI-FROM-OPEN-ITEM   VALUE 'O'.
        88 CWI-FROM-ARCHIVE     VALUE 'A'.
    05 CWI-TRANS-TYPE           PIC X(3).
    05 CWI-AMOUNT               PIC 9(7)V99.
    05 CWI-CURRENCY-CODE        PIC X(3).
    05 CWI-POSTED-DATE          PIC X(8).
    05 CWI-MATCHED-FLAG         PIC X(1).

*> --- Clearing Open Items (keyed by TRANS-ID) ---
*> One uncleared break per TRANS-ID with both sides as last seen.
*> COI-FIRST-SEEN-DATE is kept from the night the break was first
*> raised, however its kind changes, so aging runs from then.
FD  OPEN-ITEM-FILE.
01  OPEN-ITEM-RECORD.
    05 COI-TRANS-ID             PIC X(10).
    05 COI-BREAK-TYPE           PIC X(3).
        88 COI-THEIRS-ONLY      VALUE "THR".
        88 COI-OURS-ONLY        VALUE "OUR".
        88 COI-AMOUNT-BREAK     VALUE "AMT".
        88 COI-CURRENCY-BREAK   VALUE "CCY".
        88 COI-DIRECTION-BREAK  VALUE "DIR".
        88 COI-DUPLICATE        VALUE "DUP".
    05 COI-TRANS-TYPE           PIC X(3).
    05 COI-OUR-AMOUNT           PIC 9(7)V99.
    05 COI-OUR-CURRENCY         PIC X(3).
    05 COI-OUR-POSTED-DATE      PIC X(8).
    05 COI-THEIR-AMOUNT         PIC 9(7)V99.
    05 COI-THEIR-CURRENCY       PIC X(3).
    05 COI-THEIR-VALUE-DATE     PIC X(8).
    05 COI-FIRST-SEEN-DATE      PIC X(8).
    05 COI-LAST-SEEN-DATE       PIC X(8).

*> --- Settled Items (keyed by TRANS-ID) ---
*> One record per TRANS-ID the clearing house has settled cleanly
*> against our side, as it settled and on which night.
FD  SETTLED-ITEM-FILE.
01  SETTLED-ITEM-RECORD.
    05 CSI-TRANS-ID             PIC X(10).
    05 CSI-SETTLED-DATE         PIC X(8).
    05 CSI-TRANS-TYPE           PIC X(3).
    05 CSI-AMOUNT               PIC 9(7)V99.
    05 CSI-CURRENCY-CODE        PIC X(3).

*> --- Operations' Break Resolution File ---
*> One record per break operations has investigated and closed by
*> hand (a write-off, a manual adjustment, a clearing house claim).
FD  RESOLUTION-FILE.
01  RESOLUTION-RECORD.
    05 CRS-TRANS-ID             PIC X(10).
    05 CRS-OPERATOR-ID          PIC X(8).
    05 CRS-REASON               PIC X(30).

*> --- Aging Limit Parameter File ---
*> Days a break may stay open before it escalates, supplied by
*> finance; the 3-day default applies when the file is missing or
*> empty.
FD  AGING-PARM-FILE.
01  AGING-PARM-RECORD           PIC 9(3).

FD  CLEARING-LISTING-FILE.
01  CLEARING-LISTING-RECORD     PIC X(80).

*> --- Processing-Date Control Record (processing_date.dat) ---
*> Field for field the record LEVIATHAN-DATE-ROLL writes.
FD  PROCESSING-DATE-FILE.
01  PROCESSING-DATE-RECORD.
    05 PD-BUSINESS-DATE         PIC X(8).
    05 PD-PREV-BUSINESS-DATE    PIC X(8).
    05 PD-NEXT-BUSINESS-DATE    PIC X(8).
    05 PD-MONTH-END-FLAG        PIC X(1).
        88 PD-MONTH-END         VALUE 'Y'.
    05 PD-ROLLED-TIMESTAMP      PIC X(14).

*> --- Chain Step Ledger (keyed by business date + step) ---
*> Field for field the same in every step of the nightly chain.
*> Status 'S' is written when the step starts and 'C' with its return
*> code and key counts when it ends, so an entry still at 'S' is a
*> step that abended or is still running; 'H' is a step that refused
*> to start because a predecessor had not completed cleanly.
FD  CHAIN-LEDGER-FILE.
01  CHAIN-LEDGER-RECORD.
    05 CL-LEDGER-KEY.
        10 CL-BUSINESS-DATE     PIC X(8).
        10 CL-STEP-ID           PIC X(8).
    05 CL-PROGRAM-ID            PIC X(30).
    05 CL-STEP-STATUS           PIC X(1).
        88 CL-STEP-STARTED      VALUE 'S'.
        88 CL-STEP-COMPLETED    VALUE 'C'.
        88 CL-STEP-HELD         VALUE 'H'.
    05 CL-START-TIMESTAMP       PIC X(14).
    05 CL-END-TIMESTAMP         PIC X(14).
    05 CL-RETURN-CODE           PIC 9(4).
    05 CL-RECORDS-IN            PIC 9(9).
    05 CL-RECORDS-OUT           PIC 9(9).
    05 CL-EXCEPTION-COUNT       PIC 9(9).
    05 CL-HELD-BY-STEP          PIC X(8).

WORKING-STORAGE SECTION.
*> --- End of File Flags & File Statuses ---
01  WS-CLEARING-EOF        PIC A(1) VALUE 'N'.
01  WS-LOG-EOF             PIC A(1) VALUE 'N'.
01  WS-ARCH-EOF            PIC A(1) VALUE 'N'.
01  WS-OUR-EOF             PIC A(1) VALUE 'N'.
01  WS-OPEN-EOF            PIC A(1) VALUE 'N'.
01  WS-RES-EOF             PIC A(1) VALUE 'N'.
01  WS-SETTLED-EOF         PIC A(1) VALUE 'N'.
01  WS-CLEARING-FILE-STATUS PIC X(2).
01  WS-LOG-FILE-STATUS     PIC X(2).
01  WS-ARCH-FILE-STATUS    PIC X(2).
01  WS-OUR-FILE-STATUS     PIC X(2).
01  WS-OPEN-FILE-STATUS    PIC X(2).
01  WS-RES-FILE-STATUS     PIC X(2).
01  WS-SETTLED-FILE-STATUS PIC X(2).
01  WS-AGING-PARM-STATUS   PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).

*> --- Run Controls & Accumulators ---
01  WS-RUN-DATE            PIC X(8).
01  WS-AGING-LIMIT-DAYS    PIC 9(3) COMP-3 VALUE 3.
*> The clearing house settles within a few business days; an item it
*> quotes that we posted further back than this is treated as never
*> posted, and surfaces as a THR break for operations to trace.
01  WS-ARCHIVE-WINDOW-DAYS PIC 9(3) COMP-3 VALUE 10.
*> The bank's own house postings (interest, fees) never pass through
*> the clearing house, so they are never OUR breaks.
01  WS-HOUSE-BRANCH        PIC X(4) VALUE "9999".
01  WS-THEIR-ITEM-COUNT    PIC 9(7) COMP-3 VALUE 0.
01  WS-THEIR-AMOUNT-HASH   PIC 9(11)V99 COMP-3 VALUE 0.
01  WS-OUR-NEW-COUNT       PIC 9(7) COMP-3 VALUE 0.
01  WS-MATCHED-COUNT       PIC 9(7) COMP-3 VALUE 0.
01  WS-CLEARED-COUNT       PIC 9(5) COMP-3 VALUE 0.
01  WS-RESOLVED-COUNT      PIC 9(5) COMP-3 VALUE 0.
01  WS-THEIRS-ONLY-COUNT   PIC 9(5) COMP-3 VALUE 0.
01  WS-OURS-ONLY-COUNT     PIC 9(5) COMP-3 VALUE 0.
01  WS-MISMATCH-COUNT      PIC 9(5) COMP-3 VALUE 0.
01  WS-DUPLICATE-COUNT     PIC 9(5) COMP-3 VALUE 0.
01  WS-OPEN-COUNT          PIC 9(5) COMP-3 VALUE 0.
01  WS-ESCALATED-COUNT     PIC 9(5) COMP-3 VALUE 0.
01  WS-FMT-THEIR-ITEMS     PIC Z,ZZZ,ZZ9.
01  WS-FMT-OUR-NEW         PIC Z,ZZZ,ZZ9.
01  WS-FMT-MATCHED         PIC Z,ZZZ,ZZ9.
01  WS-FMT-CLEARED         PIC ZZZ,ZZ9.
01  WS-FMT-RESOLVED        PIC ZZZ,ZZ9.
01  WS-FMT-THEIRS-ONLY     PIC ZZZ,ZZ9.
01  WS-FMT-OURS-ONLY       PIC ZZZ,ZZ9.
01  WS-FMT-MISMATCHES      PIC ZZZ,ZZ9.
01  WS-FMT-DUPLICATES      PIC ZZZ,ZZ9.
01  WS-FMT-OPEN            PIC ZZZ,ZZ9.
01  WS-FMT-ESCALATED       PIC ZZZ,ZZ9.
01  WS-FMT-AGING-LIMIT     PIC ZZ9.

*> --- Settlement File Control Totals ---
*> A file that does not foot to its own trailer cannot be trusted to
*> have delivered every item, so its breaks are not either; the run
*> still reconciles what arrived but holds the schedule.
01  WS-CLEARING-PRESENT    PIC A(1) VALUE 'N'.
01  WS-HDR-SEEN            PIC A(1) VALUE 'N'.
01  WS-TRL-SEEN            PIC A(1) VALUE 'N'.
01  WS-TRL-COUNT           PIC 9(7) COMP-3 VALUE 0.
01  WS-TRL-HASH            PIC 9(11)V99 COMP-3 VALUE 0.
01  WS-CONTROL-ERROR       PIC A(1) VALUE 'N'.

*> --- Matching Work Fields ---
01  WS-OUR-FOUND           PIC A(1) VALUE 'N'.
01  WS-OPEN-FOUND          PIC A(1) VALUE 'N'.
01  WS-SETTLED-BEFORE      PIC A(1) VALUE 'N'.
01  WS-BREAK-TYPE          PIC X(3).
01  WS-BREAK-DESC          PIC X(14).
01  WS-FMT-OUR-AMOUNT      PIC Z(6)9.99.
01  WS-FMT-THEIR-AMOUNT    PIC Z(6)9.99.
01  WS-WINDOW-START-DATE   PIC X(8).

*> --- Net Settlement Position per Currency ---
01  WS-POS-COUNT           PIC 9(3) COMP-3 VALUE 0.
01  WS-POS-OVERFLOW        PIC A(1) VALUE 'N'.
01  WS-POSITION-TABLE.
    05 WS-POS-ENTRY OCCURS 50 TIMES
        DEPENDING ON WS-POS-COUNT
        INDEXED BY WS-POS-IDX.
        10 WS-POS-CURRENCY     PIC X(3).
        10 WS-POS-ITEMS        PIC 9(7) COMP-3.
        10 WS-POS-CREDITS      PIC 9(11)V99 COMP-3.
        10 WS-POS-DEBITS       PIC 9(11)V99 COMP-3.
01  WS-POS-NET             PIC S9(11)V99 COMP-3 VALUE 0.
01  WS-FMT-POS-CREDITS     PIC ZZZ,ZZZ,ZZ9.99.
01  WS-FMT-POS-DEBITS      PIC ZZZ,ZZZ,ZZ9.99.
01  WS-FMT-POS-NET         PIC ---,---,--9.99.

*> --- Aging Computation ---
01  WS-RUN-DATE-NUM        PIC 9(8).
01  WS-SEEN-DATE-NUM       PIC 9(8).
01  WS-WINDOW-INT          PIC 9(7) COMP-3 VALUE 0.
01  WS-WINDOW-DATE-NUM     PIC 9(8).
01  WS-ITEM-AGE-DAYS       PIC S9(5) COMP-3 VALUE 0.
01  WS-FMT-AGE-DAYS        PIC ZZZZ9.

*> --- Chain Step Ledger Controls ---
*> This step's name on the chain ledger and the steps that must have
*> completed for the same business date before it may start - cleanly
*> (return code below 8) unless the entry says otherwise.
01  WS-LEDGER-FILE-STATUS    PIC X(2).
01  WS-CHAIN-STEP-ID         PIC X(8) VALUE "CLRRECON".
01  WS-CHAIN-PROGRAM-ID      PIC X(30) VALUE "LEVIATHAN-CLEARING-RECON".
01  WS-CHAIN-STEP-STATUS     PIC X(1) VALUE 'S'.
01  WS-CHAIN-RETURN-CODE     PIC 9(4) VALUE 0.
01  WS-CHAIN-START-TIMESTAMP PIC X(14) VALUE SPACES.
01  WS-CHAIN-STEP-HELD       PIC A(1) VALUE 'N'.
01  WS-CHAIN-HELD-BY         PIC X(8) VALUE SPACES.
01  WS-CHAIN-HELD-REASON     PIC X(30) VALUE SPACES.
01  WS-FMT-CHAIN-RC          PIC ZZZ9.
01  WS-CHAIN-COUNT-IN        PIC 9(9) VALUE 0.
01  WS-CHAIN-COUNT-OUT       PIC 9(9) VALUE 0.
01  WS-CHAIN-COUNT-EXCEPTIONS PIC 9(9) VALUE 0.
01  WS-CHAIN-PRED-COUNT      PIC 9(2) COMP-3 VALUE 0.
01  WS-CHAIN-PRED-TABLE.
    05 WS-CHAIN-PRED-ENTRY OCCURS 15 TIMES
        DEPENDING ON WS-CHAIN-PRED-COUNT
        INDEXED BY WS-CHAIN-PRED-IDX.
        10 WS-CHAIN-PRED-ID  PIC X(8).
        10 WS-CHAIN-PRED-CLEAN-REQD PIC A(1).

*> --- Listing Headers & Detail Lines ---
01  HEADER-1               PIC X(80) VALUE "========================================================================".
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: CLEARING-HOUSE SETTLEMENT RECONCILIATION".
01  HEADER-3               PIC X(80) VALUE "========================================================================".
01  CLEARING-DETAIL-LINE.
    05 FILLER              PIC X(9) VALUE " [CLRNG] ".
    05 CDL-MSG             PIC X(71).

PROCEDURE DIVISION.
0000-MAIN-PROCESSING.
    *> Nothing is opened until the chain ledger shows every step this
    *> one depends on completed cleanly for tonight's business date.
    *> A held step writes only its listing, saying what it is waiting
    *> on, and holds the schedule behind it.
    PERFORM 0170-READ-PROCESSING-DATE
    PERFORM 0160-OPEN-CHAIN-STEP
    IF WS-CHAIN-STEP-HELD = 'Y'
        PERFORM 0165-WRITE-CHAIN-HELD-LISTING
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT CLEARING-LISTING-FILE

    *> The first run ever has no open-items file (FILE STATUS "35");
    *> create it - the create-on-first-use pattern the alert
    *> reconciliation applies to its outstanding file.
    OPEN I-O OPEN-ITEM-FILE
    IF WS-OPEN-FILE-STATUS = "35"
        OPEN OUTPUT OPEN-ITEM-FILE
        CLOSE OPEN-ITEM-FILE
        OPEN I-O OPEN-ITEM-FILE
    END-IF

    OPEN I-O SETTLED-ITEM-FILE
    IF WS-SETTLED-FILE-STATUS = "35"
        OPEN OUTPUT SETTLED-ITEM-FILE
        CLOSE SETTLED-ITEM-FILE
        OPEN I-O SETTLED-ITEM-FILE
    END-IF

    OPEN OUTPUT OUR-ITEM-FILE
    CLOSE OUR-ITEM-FILE
    OPEN I-O OUR-ITEM-FILE

    PERFORM 0175-READ-AGING-LIMIT

    WRITE CLEARING-LISTING-RECORD FROM HEADER-1
    WRITE CLEARING-LISTING-RECORD FROM HEADER-2
    WRITE CLEARING-LISTING-RECORD FROM HEADER-3
    MOVE WS-AGING-LIMIT-DAYS TO WS-FMT-AGING-LIMIT
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        "   AGING LIMIT: " WS-FMT-AGING-LIMIT " DAYS"
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD FROM " "

    PERFORM 1000-APPLY-RESOLUTIONS
    PERFORM 1500-GATHER-OUR-ITEMS
    PERFORM 2000-MATCH-CLEARING-FILE
    PERFORM 2600-RETRY-CARRIED-THEIRS
    PERFORM 2700-RAISE-OURS-ONLY-BREAKS
    PERFORM 2800-PURGE-SETTLED-ITEMS
    PERFORM 3000-AGE-OPEN-ITEMS
    PERFORM 3500-WRITE-CURRENCY-POSITION
    PERFORM 3900-WRITE-RECON-SUMMARY

    CLOSE OPEN-ITEM-FILE
    CLOSE SETTLED-ITEM-FILE
    CLOSE OUR-ITEM-FILE
    CLOSE CLEARING-LISTING-FILE

    *> Breaks past the limit, or a settlement file that does not foot,
    *> hold the schedule for a human look - the FX review's severity
    *> convention.
    IF WS-ESCALATED-COUNT > 0 OR WS-CONTROL-ERROR = 'Y'
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 9800-CLOSE-CHAIN-STEP
    STOP RUN.

0160-OPEN-CHAIN-STEP.
    *> Every predecessor's entry for tonight's business date must be
    *> on the ledger, completed, and - where it must be clean - with a
    *> return code below 8; the first one that is not holds this step.
    *> Either way this step's own entry is written - started, or held
    *> and why.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHAIN-START-TIMESTAMP
    MOVE 0 TO WS-CHAIN-PRED-COUNT
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "ENGINE" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    OPEN I-O CHAIN-LEDGER-FILE
    IF WS-LEDGER-FILE-STATUS = "35"
        OPEN OUTPUT CHAIN-LEDGER-FILE
        CLOSE CHAIN-LEDGER-FILE
        OPEN I-O CHAIN-LEDGER-FILE
    END-IF
    SET WS-CHAIN-PRED-IDX TO 1
    PERFORM WS-CHAIN-PRED-COUNT TIMES
        IF WS-CHAIN-STEP-HELD = 'N'
            PERFORM 0161-CHECK-ONE-PREDECESSOR
        END-IF
        SET WS-CHAIN-PRED-IDX UP BY 1
    END-PERFORM
    IF WS-CHAIN-STEP-HELD = 'Y'
        MOVE 'H' TO WS-CHAIN-STEP-STATUS
        MOVE 8 TO WS-CHAIN-RETURN-CODE
    ELSE
        MOVE 'S' TO WS-CHAIN-STEP-STATUS
        MOVE 0 TO WS-CHAIN-RETURN-CODE
    END-IF
    PERFORM 0162-WRITE-CHAIN-LEDGER-ENTRY
    CLOSE CHAIN-LEDGER-FILE.

0161-CHECK-ONE-PREDECESSOR.
    *> A ledger that could not be opened answers no read, so it holds
    *> the step exactly as a predecessor that never ran would.
    MOVE WS-RUN-DATE TO CL-BUSINESS-DATE
    MOVE WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX) TO CL-STEP-ID
    MOVE "HAS NOT RUN" TO WS-CHAIN-HELD-REASON
    READ CHAIN-LEDGER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN CL-STEP-COMPLETED
                    AND (CL-RETURN-CODE < 8
                    OR WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX) = 'N')
                    MOVE SPACES TO WS-CHAIN-HELD-REASON
                WHEN CL-STEP-COMPLETED
                    MOVE CL-RETURN-CODE TO WS-FMT-CHAIN-RC
                    MOVE SPACES TO WS-CHAIN-HELD-REASON
                    STRING "ENDED WITH RETURN CODE " WS-FMT-CHAIN-RC
                        DELIMITED BY SIZE INTO WS-CHAIN-HELD-REASON
                WHEN CL-STEP-HELD
                    MOVE "WAS ITSELF HELD" TO WS-CHAIN-HELD-REASON
                WHEN OTHER
                    MOVE "STARTED BUT DID NOT COMPLETE"
                        TO WS-CHAIN-HELD-REASON
            END-EVALUATE
    END-READ
    IF WS-CHAIN-HELD-REASON NOT = SPACES
        MOVE 'Y' TO WS-CHAIN-STEP-HELD
        MOVE WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX) TO WS-CHAIN-HELD-BY
    END-IF.

0162-WRITE-CHAIN-LEDGER-ENTRY.
    *> A rerun of the step for the same business date replaces its
    *> earlier entry.
    MOVE SPACES TO CHAIN-LEDGER-RECORD
    MOVE WS-RUN-DATE               TO CL-BUSINESS-DATE
    MOVE WS-CHAIN-STEP-ID          TO CL-STEP-ID
    MOVE WS-CHAIN-PROGRAM-ID       TO CL-PROGRAM-ID
    MOVE WS-CHAIN-STEP-STATUS      TO CL-STEP-STATUS
    MOVE WS-CHAIN-START-TIMESTAMP  TO CL-START-TIMESTAMP
    IF CL-STEP-STARTED
        MOVE SPACES TO CL-END-TIMESTAMP
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:14) TO CL-END-TIMESTAMP
    END-IF
    MOVE WS-CHAIN-RETURN-CODE      TO CL-RETURN-CODE
    MOVE WS-CHAIN-COUNT-IN         TO CL-RECORDS-IN
    MOVE WS-CHAIN-COUNT-OUT        TO CL-RECORDS-OUT
    MOVE WS-CHAIN-COUNT-EXCEPTIONS TO CL-EXCEPTION-COUNT
    MOVE WS-CHAIN-HELD-BY          TO CL-HELD-BY-STEP
    WRITE CHAIN-LEDGER-RECORD
        INVALID KEY
            REWRITE CHAIN-LEDGER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-WRITE.

0165-WRITE-CHAIN-HELD-LISTING.
    OPEN OUTPUT CLEARING-LISTING-FILE
    WRITE CLEARING-LISTING-RECORD FROM HEADER-1
    WRITE CLEARING-LISTING-RECORD FROM HEADER-2
    WRITE CLEARING-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD FROM " "
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING " [HELD]   NOT RUN - PREDECESSOR " WS-CHAIN-HELD-BY " "
        WS-CHAIN-HELD-REASON
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD FROM HEADER-1
    CLOSE CLEARING-LISTING-FILE.

0170-READ-PROCESSING-DATE.
    *> The business date comes from the chain's processing-date
    *> control record, so a weekend or after-midnight run still works
    *> under the business date it belongs to; the clock date stands in
    *> only until the first date roll has written the record.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
    OPEN INPUT PROCESSING-DATE-FILE
    IF WS-PROC-DATE-STATUS = "00"
        READ PROCESSING-DATE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PD-BUSINESS-DATE IS NUMERIC
                    MOVE PD-BUSINESS-DATE TO WS-RUN-DATE
                END-IF
        END-READ
    END-IF
    CLOSE PROCESSING-DATE-FILE.

0175-READ-AGING-LIMIT.
    *> Finance maintains the aging limit in this parameter file so it
    *> can be tightened without a code change.
    OPEN INPUT AGING-PARM-FILE
    IF WS-AGING-PARM-STATUS = "00"
        READ AGING-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF AGING-PARM-RECORD > 0
                    MOVE AGING-PARM-RECORD TO WS-AGING-LIMIT-DAYS
                END-IF
        END-READ
    END-IF
    CLOSE AGING-PARM-FILE.

1000-APPLY-RESOLUTIONS.
    *> Breaks operations has closed by hand leave the open-items file
    *> first, so nothing below re-raises or ages them. A night with no
    *> resolution file simply resolves nothing.
    OPEN INPUT RESOLUTION-FILE
    IF WS-RES-FILE-STATUS = "00"
        PERFORM 1100-APPLY-ONE-RESOLUTION UNTIL WS-RES-EOF = 'Y'
    END-IF
    CLOSE RESOLUTION-FILE.

1100-APPLY-ONE-RESOLUTION.
    READ RESOLUTION-FILE
        AT END
            MOVE 'Y' TO WS-RES-EOF
        NOT AT END
            MOVE CRS-TRANS-ID TO COI-TRANS-ID
            PERFORM 1800-READ-OPEN-ITEM
            MOVE SPACES TO CDL-MSG
            IF WS-OPEN-FOUND = 'Y'
                ADD 1 TO WS-RESOLVED-COUNT
                STRING CRS-TRANS-ID " " COI-BREAK-TYPE
                    " RESOLVED BY " CRS-OPERATOR-ID " - " CRS-REASON
                    DELIMITED BY SIZE INTO CDL-MSG
                DELETE OPEN-ITEM-FILE
                    INVALID KEY
                        CONTINUE
                END-DELETE
            ELSE
                STRING CRS-TRANS-ID " RESOLUTION FOR NO OPEN BREAK - "
                    CRS-OPERATOR-ID
                    DELIMITED BY SIZE INTO CDL-MSG
            END-IF
            WRITE CLEARING-LISTING-RECORD FROM CLEARING-DETAIL-LINE
    END-READ.

1500-GATHER-OUR-ITEMS.
    *> Our side, in the order that lets the later, more specific
    *> source overwrite the earlier: the archive window, then
    *> tonight's log (which the engine has also just archived), then
    *> the OUR breaks carried from earlier nights.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
    COMPUTE WS-WINDOW-INT =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
        - WS-ARCHIVE-WINDOW-DAYS
    COMPUTE WS-WINDOW-DATE-NUM =
        FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
    MOVE WS-WINDOW-DATE-NUM TO WS-WINDOW-START-DATE
    PERFORM 1600-GATHER-ARCHIVE-WINDOW
    PERFORM 1700-GATHER-TRANS-LOG
    PERFORM 1750-GATHER-CARRIED-OURS.

1600-GATHER-ARCHIVE-WINDOW.
    *> The posting date leads the archive key, so the walk starts at
    *> the window and runs to the end of file.
    OPEN INPUT TRANS-ARCHIVE-FILE
    IF WS-ARCH-FILE-STATUS NOT = "00"
        MOVE 'Y' TO WS-ARCH-EOF
        WRITE CLEARING-LISTING-RECORD FROM " [SYSTEM] TRANSACTION ARCHIVE NOT AVAILABLE - MATCHING ON TONIGHT'S LOG ONLY."
    ELSE
        MOVE WS-WINDOW-START-DATE TO TA-POSTED-DATE
        MOVE LOW-VALUES TO TA-TRANS-ID
        START TRANS-ARCHIVE-FILE KEY NOT LESS THAN TA-KEY
            INVALID KEY
                MOVE 'Y' TO WS-ARCH-EOF
        END-START
    END-IF
    PERFORM UNTIL WS-ARCH-EOF = 'Y'
        READ TRANS-ARCHIVE-FILE NEXT
            AT END
                MOVE 'Y' TO WS-ARCH-EOF
            NOT AT END
                IF TA-TRANS-TYPE = "CRD" OR TA-TRANS-TYPE = "DEB"
                    MOVE TA-TRANS-ID TO CWI-TRANS-ID
                    MOVE 'A' TO CWI-SOURCE
                    MOVE TA-TRANS-TYPE TO CWI-TRANS-TYPE
                    MOVE TA-NATIVE-AMOUNT TO CWI-AMOUNT
                    MOVE TA-CURRENCY-CODE TO CWI-CURRENCY-CODE
                    MOVE TA-POSTED-DATE TO CWI-POSTED-DATE
                    MOVE 'N' TO CWI-MATCHED-FLAG
                    PERFORM 1790-STORE-OUR-ITEM
                END-IF
        END-READ
    END-PERFORM
    IF WS-ARCH-FILE-STATUS = "00"
        CLOSE TRANS-ARCHIVE-FILE
    END-IF.

1700-GATHER-TRANS-LOG.
    *> Tonight's CRD and DEB items are the ones the clearing house
    *> owes us a settlement for. Internal transfers, reversals and
    *> house postings never leave the bank; a reversed original is
    *> still matchable (the clearing house may have settled it before
    *> the reversal) but is not a break if it never settles.
    OPEN INPUT TRANS-LOG-FILE
    IF WS-LOG-FILE-STATUS NOT = "00"
        MOVE 'Y' TO WS-LOG-EOF
        WRITE CLEARING-LISTING-RECORD FROM " [SYSTEM] TRANSACTION LOG NOT AVAILABLE - NO NEW ITEMS ON OUR SIDE."
    ELSE
        MOVE LOW-VALUES TO TL-TRANS-ID
        START TRANS-LOG-FILE KEY NOT LESS THAN TL-TRANS-ID
            INVALID KEY
                MOVE 'Y' TO WS-LOG-EOF
        END-START
    END-IF
    PERFORM UNTIL WS-LOG-EOF = 'Y'
        READ TRANS-LOG-FILE NEXT
            AT END
                MOVE 'Y' TO WS-LOG-EOF
            NOT AT END
                IF TL-TRANS-TYPE = "CRD" OR TL-TRANS-TYPE = "DEB"
                    MOVE TL-TRANS-ID TO CWI-TRANS-ID
                    IF TL-REVERSED-FLAG = 'Y'
                        OR TL-BRANCH-CODE = WS-HOUSE-BRANCH
                        MOVE 'A' TO CWI-SOURCE
                    ELSE
                        MOVE 'L' TO CWI-SOURCE
                        ADD 1 TO WS-OUR-NEW-COUNT
                    END-IF
                    MOVE TL-TRANS-TYPE TO CWI-TRANS-TYPE
                    MOVE TL-NATIVE-AMOUNT TO CWI-AMOUNT
                    MOVE TL-CURRENCY-CODE TO CWI-CURRENCY-CODE
                    MOVE WS-RUN-DATE TO CWI-POSTED-DATE
                    MOVE 'N' TO CWI-MATCHED-FLAG
                    PERFORM 1790-STORE-OUR-ITEM
                END-IF
        END-READ
    END-PERFORM
    IF WS-LOG-FILE-STATUS = "00"
        CLOSE TRANS-LOG-FILE
    END-IF.

1750-GATHER-CARRIED-OURS.
    *> An OUR break from an earlier night is still owed a settlement;
    *> it is matchable again tonight and re-raised if it stays unpaid.
    MOVE LOW-VALUES TO COI-TRANS-ID
    MOVE 'N' TO WS-OPEN-EOF
    START OPEN-ITEM-FILE KEY NOT LESS THAN COI-TRANS-ID
        INVALID KEY
            MOVE 'Y' TO WS-OPEN-EOF
    END-START
    PERFORM UNTIL WS-OPEN-EOF = 'Y'
        READ OPEN-ITEM-FILE NEXT
            AT END
                MOVE 'Y' TO WS-OPEN-EOF
            NOT AT END
                IF COI-OURS-ONLY
                    MOVE COI-TRANS-ID TO CWI-TRANS-ID
                    MOVE 'O' TO CWI-SOURCE
                    MOVE COI-TRANS-TYPE TO CWI-TRANS-TYPE
                    MOVE COI-OUR-AMOUNT TO CWI-AMOUNT
                    MOVE COI-OUR-CURRENCY TO CWI-CURRENCY-CODE
                    MOVE COI-OUR-POSTED-DATE TO CWI-POSTED-DATE
                    MOVE 'N' TO CWI-MATCHED-FLAG
                    PERFORM 1790-STORE-OUR-ITEM
                END-IF
        END-READ
    END-PERFORM.

1790-STORE-OUR-ITEM.
    WRITE OUR-ITEM-RECORD
        INVALID KEY
            REWRITE OUR-ITEM-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-WRITE.

1800-READ-OPEN-ITEM.
    *> Keyed read of the open break for COI-TRANS-ID; sets
    *> WS-OPEN-FOUND.
    READ OPEN-ITEM-FILE
        KEY IS COI-TRANS-ID
        INVALID KEY
            MOVE 'N' TO WS-OPEN-FOUND
        NOT INVALID KEY
            MOVE 'Y' TO WS-OPEN-FOUND
    END-READ.

1850-READ-OUR-ITEM.
    *> Keyed read of our side for CWI-TRANS-ID; sets WS-OUR-FOUND.
    READ OUR-ITEM-FILE
        KEY IS CWI-TRANS-ID
        INVALID KEY
            MOVE 'N' TO WS-OUR-FOUND
        NOT INVALID KEY
            MOVE 'Y' TO WS-OUR-FOUND
    END-READ.

1870-READ-SETTLED-ITEM.
    *> Keyed read of the settled item for CSI-TRANS-ID; sets
    *> WS-SETTLED-BEFORE when it settled cleanly on an earlier night.
    *> An entry dated tonight was written by an earlier attempt at
    *> tonight's run and is not a prior settlement.
    MOVE 'N' TO WS-SETTLED-BEFORE
    READ SETTLED-ITEM-FILE
        KEY IS CSI-TRANS-ID
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CSI-SETTLED-DATE NOT = WS-RUN-DATE
                MOVE 'Y' TO WS-SETTLED-BEFORE
            END-IF
    END-READ.

2000-MATCH-CLEARING-FILE.
    *> A settlement file that failed to open never raises AT END, so
    *> the loop is skipped and the condition noted - tonight's items
    *> then all stand as OUR breaks until the file arrives, and the
    *> aging pass escalates them if it never does.
    OPEN INPUT CLEARING-FILE
    IF WS-CLEARING-FILE-STATUS = "00"
        MOVE 'Y' TO WS-CLEARING-PRESENT
        PERFORM 2100-MATCH-ONE-CLEARING-ITEM UNTIL WS-CLEARING-EOF = 'Y'
        PERFORM 2190-CHECK-CLEARING-CONTROLS
    ELSE
        WRITE CLEARING-LISTING-RECORD FROM " [SYSTEM] NO CLEARING SETTLEMENT FILE TONIGHT - NOTHING MATCHED."
    END-IF
    CLOSE CLEARING-FILE.

2100-MATCH-ONE-CLEARING-ITEM.
    READ CLEARING-FILE
        AT END
            MOVE 'Y' TO WS-CLEARING-EOF
        NOT AT END
            EVALUATE CLC-RECORD-TYPE
                WHEN "HDR"
                    MOVE 'Y' TO WS-HDR-SEEN
                WHEN "TRL"
                    MOVE 'Y' TO WS-TRL-SEEN
                    MOVE CLC-RECORD-COUNT TO WS-TRL-COUNT
                    MOVE CLC-AMOUNT-HASH TO WS-TRL-HASH
                WHEN OTHER
                    ADD 1 TO WS-THEIR-ITEM-COUNT
                    ADD CLR-AMOUNT TO WS-THEIR-AMOUNT-HASH
                    PERFORM 3600-ACCUMULATE-POSITION
                    PERFORM 2200-MATCH-THEIR-ITEM
            END-EVALUATE
    END-READ.

2190-CHECK-CLEARING-CONTROLS.
    IF WS-HDR-SEEN = 'N' OR WS-TRL-SEEN = 'N'
        OR WS-THEIR-ITEM-COUNT NOT = WS-TRL-COUNT
        OR WS-THEIR-AMOUNT-HASH NOT = WS-TRL-HASH
        MOVE 'Y' TO WS-CONTROL-ERROR
        WRITE CLEARING-LISTING-RECORD FROM " [SYSTEM] *** SETTLEMENT FILE DOES NOT FOOT TO ITS HDR/TRL - BREAKS UNRELIABLE ***"
    END-IF.

2200-MATCH-THEIR-ITEM.
    *> Their item against ours by TRANS-ID, then direction, currency
    *> and amount. An item of ours already matched tonight, or one
    *> the settled-items file shows settled on an earlier night,
    *> means the clearing house has settled the same TRANS-ID twice -
    *> the second is a DUP break, carrying our side for reference.
    MOVE CLR-TRANS-ID TO CWI-TRANS-ID
    PERFORM 1850-READ-OUR-ITEM
    MOVE 'N' TO WS-SETTLED-BEFORE
    IF WS-OUR-FOUND = 'Y' AND CWI-MATCHED-FLAG = 'N'
        MOVE CLR-TRANS-ID TO CSI-TRANS-ID
        PERFORM 1870-READ-SETTLED-ITEM
    END-IF
    EVALUATE TRUE
        WHEN WS-OUR-FOUND = 'N'
            MOVE "THR" TO WS-BREAK-TYPE
            ADD 1 TO WS-THEIRS-ONLY-COUNT
            PERFORM 2500-STORE-BREAK
        WHEN CWI-MATCHED-FLAG = 'Y' OR WS-SETTLED-BEFORE = 'Y'
            MOVE "DUP" TO WS-BREAK-TYPE
            ADD 1 TO WS-DUPLICATE-COUNT
            PERFORM 2500-STORE-BREAK
        WHEN OTHER
            MOVE 'Y' TO CWI-MATCHED-FLAG
            REWRITE OUR-ITEM-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            EVALUATE TRUE
                WHEN CLR-TRANS-TYPE NOT = CWI-TRANS-TYPE
                    MOVE "DIR" TO WS-BREAK-TYPE
                    ADD 1 TO WS-MISMATCH-COUNT
                    PERFORM 2500-STORE-BREAK
                WHEN CLR-CURRENCY-CODE NOT = CWI-CURRENCY-CODE
                    MOVE "CCY" TO WS-BREAK-TYPE
                    ADD 1 TO WS-MISMATCH-COUNT
                    PERFORM 2500-STORE-BREAK
                WHEN CLR-AMOUNT NOT = CWI-AMOUNT
                    MOVE "AMT" TO WS-BREAK-TYPE
                    ADD 1 TO WS-MISMATCH-COUNT
                    PERFORM 2500-STORE-BREAK
                WHEN OTHER
                    ADD 1 TO WS-MATCHED-COUNT
                    PERFORM 2400-CLEAR-OPEN-ITEM
                    PERFORM 2450-RECORD-SETTLEMENT
            END-EVALUATE
    END-EVALUATE.

2400-CLEAR-OPEN-ITEM.
    *> A clean match retires whatever break was open for the TRANS-ID
    *> - an OUR item finally settled, or a THR/AMT/CCY/DIR item the
    *> clearing house has now resent correctly.
    MOVE CWI-TRANS-ID TO COI-TRANS-ID
    PERFORM 1800-READ-OPEN-ITEM
    IF WS-OPEN-FOUND = 'Y'
        ADD 1 TO WS-CLEARED-COUNT
        MOVE SPACES TO CDL-MSG
        STRING COI-TRANS-ID " " COI-BREAK-TYPE
            " BREAK CLEARED - FIRST SEEN " COI-FIRST-SEEN-DATE
            DELIMITED BY SIZE INTO CDL-MSG
        WRITE CLEARING-LISTING-RECORD FROM CLEARING-DETAIL-LINE
        DELETE OPEN-ITEM-FILE
            INVALID KEY
                CONTINUE
        END-DELETE
    END-IF.

2450-RECORD-SETTLEMENT.
    *> Note the clean settlement of the our-item in hand, so the
    *> clearing house settling it again on a later night is a DUP.
    MOVE CWI-TRANS-ID TO CSI-TRANS-ID
    MOVE WS-RUN-DATE TO CSI-SETTLED-DATE
    MOVE CWI-TRANS-TYPE TO CSI-TRANS-TYPE
    MOVE CWI-AMOUNT TO CSI-AMOUNT
    MOVE CWI-CURRENCY-CODE TO CSI-CURRENCY-CODE
    WRITE SETTLED-ITEM-RECORD
        INVALID KEY
            REWRITE SETTLED-ITEM-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-WRITE.

2500-STORE-BREAK.
    *> Raise or refresh the open break for this TRANS-ID with both
    *> sides as they stand tonight: their side from the clearing
    *> record, ours from the our-item record when WS-OUR-FOUND - so a
    *> THR carries no side of ours and a DUP does. An existing break
    *> keeps its first-seen date.
    MOVE CLR-TRANS-ID TO COI-TRANS-ID
    PERFORM 1800-READ-OPEN-ITEM
    IF WS-OPEN-FOUND = 'N'
        MOVE CLR-TRANS-ID TO COI-TRANS-ID
        MOVE WS-RUN-DATE TO COI-FIRST-SEEN-DATE
        MOVE 0 TO COI-OUR-AMOUNT
        MOVE SPACES TO COI-OUR-CURRENCY
        MOVE SPACES TO COI-OUR-POSTED-DATE
    END-IF
    MOVE WS-BREAK-TYPE TO COI-BREAK-TYPE
    MOVE CLR-TRANS-TYPE TO COI-TRANS-TYPE
    MOVE CLR-AMOUNT TO COI-THEIR-AMOUNT
    MOVE CLR-CURRENCY-CODE TO COI-THEIR-CURRENCY
    MOVE CLR-VALUE-DATE TO COI-THEIR-VALUE-DATE
    IF WS-OUR-FOUND = 'Y'
        MOVE CWI-AMOUNT TO COI-OUR-AMOUNT
        MOVE CWI-CURRENCY-CODE TO COI-OUR-CURRENCY
        MOVE CWI-POSTED-DATE TO COI-OUR-POSTED-DATE
    END-IF
    MOVE WS-RUN-DATE TO COI-LAST-SEEN-DATE
    PERFORM 2550-WRITE-OPEN-ITEM
    PERFORM 2590-LIST-BREAK.

2550-WRITE-OPEN-ITEM.
    IF WS-OPEN-FOUND = 'N'
        WRITE OPEN-ITEM-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
    ELSE
        REWRITE OPEN-ITEM-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
    END-IF.

2590-LIST-BREAK.
    *> One line per break raised or refreshed tonight, both sides.
    EVALUATE COI-BREAK-TYPE
        WHEN "THR"
            MOVE "THEIRS ONLY" TO WS-BREAK-DESC
        WHEN "OUR"
            MOVE "OURS ONLY" TO WS-BREAK-DESC
        WHEN "AMT"
            MOVE "AMOUNT BREAK" TO WS-BREAK-DESC
        WHEN "DIR"
            MOVE "DEB/CRD BREAK" TO WS-BREAK-DESC
        WHEN "DUP"
            MOVE "DUPLICATE" TO WS-BREAK-DESC
        WHEN OTHER
            MOVE "CURRENCY BREAK" TO WS-BREAK-DESC
    END-EVALUATE
    MOVE COI-OUR-AMOUNT TO WS-FMT-OUR-AMOUNT
    MOVE COI-THEIR-AMOUNT TO WS-FMT-THEIR-AMOUNT
    MOVE SPACES TO CDL-MSG
    STRING COI-TRANS-ID " " WS-BREAK-DESC " " COI-TRANS-TYPE
        " OURS " COI-OUR-CURRENCY WS-FMT-OUR-AMOUNT
        " THEIRS " COI-THEIR-CURRENCY WS-FMT-THEIR-AMOUNT
        DELIMITED BY SIZE INTO CDL-MSG
    WRITE CLEARING-LISTING-RECORD FROM CLEARING-DETAIL-LINE.

2600-RETRY-CARRIED-THEIRS.
    *> A THR break from an earlier night that the clearing house did
    *> not resend tonight may have been posted on our side since (a
    *> late resubmission, a manual entry); it is matched against our
    *> side again with the direction, amount and currency it was
    *> settled for. A DUP is never retried: our side of it has
    *> already settled once.
    MOVE LOW-VALUES TO COI-TRANS-ID
    MOVE 'N' TO WS-OPEN-EOF
    START OPEN-ITEM-FILE KEY NOT LESS THAN COI-TRANS-ID
        INVALID KEY
            MOVE 'Y' TO WS-OPEN-EOF
    END-START
    PERFORM UNTIL WS-OPEN-EOF = 'Y'
        READ OPEN-ITEM-FILE NEXT
            AT END
                MOVE 'Y' TO WS-OPEN-EOF
            NOT AT END
                IF COI-THEIRS-ONLY
                    AND COI-LAST-SEEN-DATE NOT = WS-RUN-DATE
                    PERFORM 2650-RETRY-ONE-THEIRS
                END-IF
        END-READ
    END-PERFORM.

2650-RETRY-ONE-THEIRS.
    *> COI-TRANS-TYPE holds the direction they settled in.
    MOVE COI-TRANS-ID TO CWI-TRANS-ID
    PERFORM 1850-READ-OUR-ITEM
    IF WS-OUR-FOUND = 'Y' AND CWI-MATCHED-FLAG = 'N'
        MOVE 'Y' TO CWI-MATCHED-FLAG
        REWRITE OUR-ITEM-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        MOVE COI-TRANS-ID TO CSI-TRANS-ID
        PERFORM 1870-READ-SETTLED-ITEM
        EVALUATE TRUE
            WHEN WS-SETTLED-BEFORE = 'Y'
                MOVE "DUP" TO COI-BREAK-TYPE
                ADD 1 TO WS-DUPLICATE-COUNT
                PERFORM 2660-REFRESH-RETRIED-BREAK
            WHEN CWI-TRANS-TYPE NOT = COI-TRANS-TYPE
                MOVE "DIR" TO COI-BREAK-TYPE
                ADD 1 TO WS-MISMATCH-COUNT
                PERFORM 2660-REFRESH-RETRIED-BREAK
            WHEN CWI-CURRENCY-CODE NOT = COI-THEIR-CURRENCY
                MOVE "CCY" TO COI-BREAK-TYPE
                ADD 1 TO WS-MISMATCH-COUNT
                PERFORM 2660-REFRESH-RETRIED-BREAK
            WHEN CWI-AMOUNT NOT = COI-THEIR-AMOUNT
                MOVE "AMT" TO COI-BREAK-TYPE
                ADD 1 TO WS-MISMATCH-COUNT
                PERFORM 2660-REFRESH-RETRIED-BREAK
            WHEN OTHER
                ADD 1 TO WS-CLEARED-COUNT
                MOVE SPACES TO CDL-MSG
                STRING COI-TRANS-ID " THR BREAK CLEARED BY LATE POSTING - FIRST SEEN "
                    COI-FIRST-SEEN-DATE
                    DELIMITED BY SIZE INTO CDL-MSG
                WRITE CLEARING-LISTING-RECORD FROM CLEARING-DETAIL-LINE
                DELETE OPEN-ITEM-FILE
                    INVALID KEY
                        CONTINUE
                END-DELETE
                PERFORM 2450-RECORD-SETTLEMENT
        END-EVALUATE
    END-IF.

2660-REFRESH-RETRIED-BREAK.
    *> The retried THR, now with our side found, stays open under the
    *> break type just set.
    MOVE CWI-AMOUNT TO COI-OUR-AMOUNT
    MOVE CWI-CURRENCY-CODE TO COI-OUR-CURRENCY
    MOVE CWI-POSTED-DATE TO COI-OUR-POSTED-DATE
    MOVE WS-RUN-DATE TO COI-LAST-SEEN-DATE
    REWRITE OPEN-ITEM-RECORD
        INVALID KEY
            CONTINUE
    END-REWRITE
    PERFORM 2590-LIST-BREAK.

2700-RAISE-OURS-ONLY-BREAKS.
    *> Whatever of tonight's log, or of the carried OUR breaks, nothing
    *> settled is an OUR break - new tonight or still open.
    MOVE LOW-VALUES TO CWI-TRANS-ID
    MOVE 'N' TO WS-OUR-EOF
    START OUR-ITEM-FILE KEY NOT LESS THAN CWI-TRANS-ID
        INVALID KEY
            MOVE 'Y' TO WS-OUR-EOF
    END-START
    PERFORM UNTIL WS-OUR-EOF = 'Y'
        READ OUR-ITEM-FILE NEXT
            AT END
                MOVE 'Y' TO WS-OUR-EOF
            NOT AT END
                IF CWI-MATCHED-FLAG = 'N'
                    AND (CWI-FROM-LOG OR CWI-FROM-OPEN-ITEM)
                    PERFORM 2750-STORE-OURS-ONLY
                END-IF
        END-READ
    END-PERFORM.

2750-STORE-OURS-ONLY.
    MOVE CWI-TRANS-ID TO COI-TRANS-ID
    PERFORM 1800-READ-OPEN-ITEM
    IF WS-OPEN-FOUND = 'N'
        MOVE CWI-TRANS-ID TO COI-TRANS-ID
        MOVE WS-RUN-DATE TO COI-FIRST-SEEN-DATE
        ADD 1 TO WS-OURS-ONLY-COUNT
    END-IF
    MOVE "OUR" TO COI-BREAK-TYPE
    MOVE CWI-TRANS-TYPE TO COI-TRANS-TYPE
    MOVE CWI-AMOUNT TO COI-OUR-AMOUNT
    MOVE CWI-CURRENCY-CODE TO COI-OUR-CURRENCY
    MOVE CWI-POSTED-DATE TO COI-OUR-POSTED-DATE
    MOVE 0 TO COI-THEIR-AMOUNT
    MOVE SPACES TO COI-THEIR-CURRENCY
    MOVE SPACES TO COI-THEIR-VALUE-DATE
    MOVE WS-RUN-DATE TO COI-LAST-SEEN-DATE
    PERFORM 2550-WRITE-OPEN-ITEM
    IF WS-OPEN-FOUND = 'N'
        PERFORM 2590-LIST-BREAK
    END-IF.

2800-PURGE-SETTLED-ITEMS.
    *> A settlement from before the archive window can go: its item
    *> is no longer gathered onto our side, so a further settlement
    *> of it raises a THR break without this file's help.
    MOVE LOW-VALUES TO CSI-TRANS-ID
    MOVE 'N' TO WS-SETTLED-EOF
    START SETTLED-ITEM-FILE KEY NOT LESS THAN CSI-TRANS-ID
        INVALID KEY
            MOVE 'Y' TO WS-SETTLED-EOF
    END-START
    PERFORM UNTIL WS-SETTLED-EOF = 'Y'
        READ SETTLED-ITEM-FILE NEXT
            AT END
                MOVE 'Y' TO WS-SETTLED-EOF
            NOT AT END
                IF CSI-SETTLED-DATE < WS-WINDOW-START-DATE
                    DELETE SETTLED-ITEM-FILE
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                END-IF
        END-READ
    END-PERFORM.

3000-AGE-OPEN-ITEMS.
    *> Walk every break still open and escalate anything past the
    *> limit.
    WRITE CLEARING-LISTING-RECORD FROM " "
    MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
    MOVE LOW-VALUES TO COI-TRANS-ID
    MOVE 'N' TO WS-OPEN-EOF
    START OPEN-ITEM-FILE KEY NOT LESS THAN COI-TRANS-ID
        INVALID KEY
            MOVE 'Y' TO WS-OPEN-EOF
    END-START
    PERFORM UNTIL WS-OPEN-EOF = 'Y'
        READ OPEN-ITEM-FILE NEXT
            AT END
                MOVE 'Y' TO WS-OPEN-EOF
            NOT AT END
                PERFORM 3100-AGE-ONE-ITEM
        END-READ
    END-PERFORM.

3100-AGE-ONE-ITEM.
    ADD 1 TO WS-OPEN-COUNT
    MOVE COI-FIRST-SEEN-DATE TO WS-SEEN-DATE-NUM
    COMPUTE WS-ITEM-AGE-DAYS =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
        - FUNCTION INTEGER-OF-DATE(WS-SEEN-DATE-NUM)
    IF WS-ITEM-AGE-DAYS > WS-AGING-LIMIT-DAYS
        ADD 1 TO WS-ESCALATED-COUNT
        MOVE WS-ITEM-AGE-DAYS TO WS-FMT-AGE-DAYS
        MOVE SPACES TO CDL-MSG
        STRING COI-TRANS-ID " " COI-BREAK-TYPE
            " *** OPEN " WS-FMT-AGE-DAYS
            " DAYS *** FIRST SEEN " COI-FIRST-SEEN-DATE
            DELIMITED BY SIZE INTO CDL-MSG
        WRITE CLEARING-LISTING-RECORD FROM CLEARING-DETAIL-LINE
    END-IF.

3500-WRITE-CURRENCY-POSITION.
    *> The clearing house's net settlement with us per currency -
    *> funds in less funds out - for finance to tick against each
    *> nostro's movement for the day.
    WRITE CLEARING-LISTING-RECORD FROM " "
    WRITE CLEARING-LISTING-RECORD FROM " [SYSTEM] NET SETTLEMENT POSITION BY CURRENCY:"
    IF WS-POS-COUNT = 0
        WRITE CLEARING-LISTING-RECORD FROM "    -> NO ITEMS SETTLED"
    END-IF
    PERFORM VARYING WS-POS-IDX FROM 1 BY 1
            UNTIL WS-POS-IDX > WS-POS-COUNT
        COMPUTE WS-POS-NET = WS-POS-CREDITS(WS-POS-IDX)
            - WS-POS-DEBITS(WS-POS-IDX)
        MOVE WS-POS-CREDITS(WS-POS-IDX) TO WS-FMT-POS-CREDITS
        MOVE WS-POS-DEBITS(WS-POS-IDX) TO WS-FMT-POS-DEBITS
        MOVE WS-POS-NET TO WS-FMT-POS-NET
        MOVE SPACES TO CLEARING-LISTING-RECORD
        STRING "    -> " WS-POS-CURRENCY(WS-POS-IDX)
            " IN " WS-FMT-POS-CREDITS
            " OUT " WS-FMT-POS-DEBITS
            " NET " WS-FMT-POS-NET
            DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
        WRITE CLEARING-LISTING-RECORD
    END-PERFORM.

3600-ACCUMULATE-POSITION.
    *> Find or open this currency's position slot. Past the table a
    *> currency is left out of the position, with a single warning.
    SET WS-POS-IDX TO 1
    SEARCH WS-POS-ENTRY
        AT END
            IF WS-POS-COUNT >= 50
                IF WS-POS-OVERFLOW = 'N'
                    MOVE 'Y' TO WS-POS-OVERFLOW
                    WRITE CLEARING-LISTING-RECORD FROM " [SYSTEM] CURRENCY TABLE FULL - POSITION INCOMPLETE."
                END-IF
            ELSE
                ADD 1 TO WS-POS-COUNT
                SET WS-POS-IDX TO WS-POS-COUNT
                MOVE CLR-CURRENCY-CODE TO WS-POS-CURRENCY(WS-POS-IDX)
                MOVE 0 TO WS-POS-ITEMS(WS-POS-IDX)
                MOVE 0 TO WS-POS-CREDITS(WS-POS-IDX)
                MOVE 0 TO WS-POS-DEBITS(WS-POS-IDX)
                PERFORM 3650-POST-POSITION
            END-IF
        WHEN WS-POS-CURRENCY(WS-POS-IDX) = CLR-CURRENCY-CODE
            PERFORM 3650-POST-POSITION
    END-SEARCH.

3650-POST-POSITION.
    ADD 1 TO WS-POS-ITEMS(WS-POS-IDX)
    IF CLR-TRANS-TYPE = "DEB"
        ADD CLR-AMOUNT TO WS-POS-DEBITS(WS-POS-IDX)
    ELSE
        ADD CLR-AMOUNT TO WS-POS-CREDITS(WS-POS-IDX)
    END-IF.

3900-WRITE-RECON-SUMMARY.
    MOVE WS-THEIR-ITEM-COUNT TO WS-FMT-THEIR-ITEMS
    MOVE WS-OUR-NEW-COUNT TO WS-FMT-OUR-NEW
    MOVE WS-MATCHED-COUNT TO WS-FMT-MATCHED
    MOVE WS-CLEARED-COUNT TO WS-FMT-CLEARED
    MOVE WS-RESOLVED-COUNT TO WS-FMT-RESOLVED
    MOVE WS-THEIRS-ONLY-COUNT TO WS-FMT-THEIRS-ONLY
    MOVE WS-OURS-ONLY-COUNT TO WS-FMT-OURS-ONLY
    MOVE WS-MISMATCH-COUNT TO WS-FMT-MISMATCHES
    MOVE WS-DUPLICATE-COUNT TO WS-FMT-DUPLICATES
    MOVE WS-OPEN-COUNT TO WS-FMT-OPEN
    MOVE WS-ESCALATED-COUNT TO WS-FMT-ESCALATED
    WRITE CLEARING-LISTING-RECORD FROM " "
    WRITE CLEARING-LISTING-RECORD FROM HEADER-1
    WRITE CLEARING-LISTING-RECORD FROM " [SYSTEM] RECONCILIATION COMPLETE. SUMMARY:"
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING "    -> ITEMS SETTLED (THEIRS)  : " WS-FMT-THEIR-ITEMS
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING "    -> ITEMS POSTED (OURS)     : " WS-FMT-OUR-NEW
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING "    -> MATCHED                 : " WS-FMT-MATCHED
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING "    -> BREAKS CLEARED          : " WS-FMT-CLEARED
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING "    -> BREAKS RESOLVED BY HAND : " WS-FMT-RESOLVED
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING "    -> THEIRS ONLY             : " WS-FMT-THEIRS-ONLY
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING "    -> OURS ONLY (NEW)         : " WS-FMT-OURS-ONLY
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING "    -> AMT/CCY/DEB-CRD BREAKS  : " WS-FMT-MISMATCHES
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING "    -> DUPLICATE SETTLEMENTS   : " WS-FMT-DUPLICATES
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING "    -> OPEN ITEMS CARRIED      : " WS-FMT-OPEN
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    MOVE SPACES TO CLEARING-LISTING-RECORD
    STRING "    -> ESCALATED (OVERAGE)     : " WS-FMT-ESCALATED
        DELIMITED BY SIZE INTO CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD
    WRITE CLEARING-LISTING-RECORD FROM HEADER-1.

9800-CLOSE-CHAIN-STEP.
    *> The step's ledger entry is completed with its return code and key
    *> counts (clearing items, matched, open items carried). A return
    *> code of 8 or more holds every step that depends on this one.
    MOVE WS-THEIR-ITEM-COUNT TO WS-CHAIN-COUNT-IN
    MOVE WS-MATCHED-COUNT TO WS-CHAIN-COUNT-OUT
    MOVE WS-OPEN-COUNT TO WS-CHAIN-COUNT-EXCEPTIONS
    MOVE 'C' TO WS-CHAIN-STEP-STATUS
    MOVE RETURN-CODE TO WS-CHAIN-RETURN-CODE
    OPEN I-O CHAIN-LEDGER-FILE
    PERFORM 0162-WRITE-CHAIN-LEDGER-ENTRY
    CLOSE CHAIN-LEDGER-FILE.
