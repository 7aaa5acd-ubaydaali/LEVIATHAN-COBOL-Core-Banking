>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEVIATHAN-FEE-GENERATE.
AUTHOR. UBAYDA ALI.
*> ====================================================================
*> DESCRIPTION: Fee & Service-Charge Generation
*> Runs after the settlement engine each night and raises the bank's
*> charges as properly formed DEB TRANS-RECORDs on their own
*> HDR/TRL-wrapped transaction file - the standing-order generator's
*> feed convention - which the engine picks up on its next run, so
*> fees flow through the transaction log, the statements and the GL
*> extract like any other posting instead of being keyed by hand as
*> ADJ maintenance requests. Three charges, each priced from the fee
*> schedule finance maintains:
*>   MTH - the monthly maintenance fee, on every open account on the
*>         last business day of the month;
*>   TXN - the per-transaction charge, on the same day, for each of
*>         the month's posted items beyond the free allowance, counted
*>         from the archive (earlier days) and tonight's log (today);
*>   ODN - the overdraft/NSF fee, once a day on any account a debit
*>         took into the red or whose debit was returned unpaid.
*> Relationship managers exempt a customer (every linked account) or
*> a single account from one charge or from all through the waiver
*> file. Every charge raised or waived is listed under its account on
*> the fee listing, so a branch can answer "why was I charged". A
*> charge one night's file cannot take is carried forward and raised
*> ahead of everything else on the next run.
*> ====================================================================

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Walked in key order so the fee listing runs account by account.
    SELECT ACCOUNT-MASTER-FILE ASSIGN TO "data/master/account_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AM-ACCOUNT-NUMBER
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    SELECT FEE-SCHEDULE-FILE ASSIGN TO "data/master/fee_schedule.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHED-FILE-STATUS.
    SELECT FEE-WAIVER-FILE ASSIGN TO "data/master/fee_waivers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WAIVER-FILE-STATUS.
    *> Keyed customer + account, so a customer waiver reaches every
    *> linked account with one START and a short READ NEXT run.
    SELECT CUST-LINK-FILE
        ASSIGN TO "data/master/customer_account_link.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LNK-KEY
        FILE STATUS IS WS-LINK-FILE-STATUS.
    *> Tonight's log (today's items) and the cumulative archive
    *> (earlier days of the month); both only read.
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
    *> The engine's two feeds of the day's overdraft events.
    SELECT OVERDRAWN-ACCOUNT-FILE
        ASSIGN TO "data/output/overdrawn_accounts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OA-ACCOUNT-NUMBER
        FILE STATUS IS WS-OVERDRAWN-FILE-STATUS.
    SELECT RETURNED-ITEM-FILE
        ASSIGN TO "data/output/returned_items.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RI-TRANS-ID
        FILE STATUS IS WS-RETURN-FILE-STATUS.
    *> The generated fee file the engine consumes; same layout and
    *> HDR/TRL wrapping as the upstream daily extract.
    SELECT FEE-TRANS-FILE
        ASSIGN TO "data/input/fee_charges.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FEE-LISTING-FILE
        ASSIGN TO "data/output/fee_listing.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    *> Charges decided but not raised because tonight's file was
    *> full, keyed account + fee + the date the charge fell due, so
    *> the next run raises each once and then deletes it.
    SELECT HELD-OVER-FILE
        ASSIGN TO "data/master/fee_held_over.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FHO-KEY
        FILE STATUS IS WS-HELD-FILE-STATUS.
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
FD  ACCOUNT-MASTER-FILE.
01  ACCOUNT-MASTER-RECORD.
    05 AM-ACCOUNT-NUMBER        PIC X(10).
    05 AM-STATUS                PIC X(1).
        88 AM-STATUS-OPEN       VALUE 'O'.
        88 AM-STATUS-CLOSED     VALUE 'C'.
        88 AM-STATUS-DORMANT    VALUE 'D'.
    05 AM-CURRENT-BALANCE       PIC S9(11)V99.
    05 AM-ACCRUED-INTEREST      PIC S9(11)V99.
    05 AM-LAST-ACTIVITY-DATE    PIC X(8).

*> --- Fee Schedule Parameter File ---
*> One record per charge: MTH (monthly maintenance), TXN (per item
*> beyond FSP-FREE-ALLOWANCE a month) and ODN (overdraft/NSF, per
*> account per day). A charge missing from the file, or priced at
*> zero, is simply not raised.
FD  FEE-SCHEDULE-FILE.
01  FEE-SCHEDULE-RECORD.
    05 FSP-FEE-CODE             PIC X(3).
    05 FSP-FEE-AMOUNT           PIC 9(5)V99.
    05 FSP-FREE-ALLOWANCE       PIC 9(5).

*> --- Fee Waiver File ---
*> One record per exemption a relationship manager has granted: type
*> 'A' names an account, 'C' a customer (and so every account linked
*> to them). A blank fee code waives every charge; a blank expiry
*> means until withdrawn, otherwise the waiver holds through that
*> date.
FD  FEE-WAIVER-FILE.
01  FEE-WAIVER-RECORD.
    05 FWV-WAIVER-TYPE          PIC X(1).
        88 FWV-WAIVE-ACCOUNT    VALUE 'A'.
        88 FWV-WAIVE-CUSTOMER   VALUE 'C'.
    05 FWV-WAIVER-ID            PIC X(10).
    05 FWV-FEE-CODE             PIC X(3).
    05 FWV-EXPIRY-DATE          PIC X(8).
    05 FWV-OPERATOR-ID          PIC X(8).
    05 FWV-REASON               PIC X(30).

*> --- Customer/Account Link File (keyed customer + account) ---
*> Field for field the record LEVIATHAN-CUST-MAINT maintains.
FD  CUST-LINK-FILE.
01  CUST-LINK-RECORD.
    05 LNK-KEY.
        10 LNK-CUSTOMER-ID      PIC X(10).
        10 LNK-ACCOUNT-NUMBER   PIC X(10).
    05 LNK-LINKED-DATE          PIC X(8).

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

*> --- Overdrawn-Account Feed (keyed by account number) ---
*> Field for field the record LEVIATHAN-ENGINE writes.
FD  OVERDRAWN-ACCOUNT-FILE.
01  OVERDRAWN-ACCOUNT-RECORD.
    05 OA-ACCOUNT-NUMBER        PIC X(10).
    05 OA-TRANS-ID              PIC X(10).
    05 OA-PRIOR-BALANCE         PIC S9(11)V99.
    05 OA-DEBIT-AMOUNT          PIC 9(7)V99.
    05 OA-NEW-BALANCE           PIC S9(11)V99.
    05 OA-OVERDRAWN-DATE        PIC X(8).

*> --- Returned-Item Feed (keyed by TRANS-ID) ---
*> Field for field the record LEVIATHAN-ENGINE writes.
FD  RETURNED-ITEM-FILE.
01  RETURNED-ITEM-RECORD.
    05 RI-TRANS-ID              PIC X(10).
    05 RI-TRANS-TYPE            PIC X(3).
    05 RI-ACCOUNT-NUMBER        PIC X(10).
    05 RI-BRANCH-CODE           PIC X(4).
    05 RI-CURRENCY-CODE         PIC X(3).
    05 RI-NATIVE-AMOUNT         PIC 9(7)V99.
    05 RI-BASE-AMOUNT           PIC 9(11)V99.
    05 RI-RETURN-REASON-CODE    PIC X(4).
    05 RI-RETURN-REASON         PIC X(30).
    05 RI-LEDGER-BALANCE        PIC S9(11)V99.
    05 RI-OD-LIMIT              PIC 9(11)V99.
    05 RI-AVAILABLE-BALANCE     PIC S9(11)V99.
    05 RI-RETURN-DATE           PIC X(8).
    05 RI-HELD-AMOUNT           PIC 9(11)V99.

*> --- Generated Fee Transaction File ---
*> Field for field the TRANS-RECORD the engine reads, with the same
*> leading HDR / trailing TRL control-record overlay carrying the
*> record count and amount hash.
FD  FEE-TRANS-FILE.
01  FEE-TRANS-RECORD.
    05 FEE-TRANS-ID        PIC X(10).
    05 FEE-TRANS-TYPE      PIC X(3).
    05 FEE-TRANS-AMOUNT    PIC 9(7)V99.
    05 FEE-REVERSAL-OF-ID  PIC X(10).
    05 FEE-ACCOUNT-NUMBER  PIC X(10).
    05 FEE-CURRENCY-CODE   PIC X(3).
    05 FEE-EFFECTIVE-DATE  PIC X(8).
    05 FEE-BRANCH-CODE     PIC X(4).
01  FEE-CONTROL-RECORD REDEFINES FEE-TRANS-RECORD.
    05 FCR-RECORD-TYPE     PIC X(3).
    05 FCR-RECORD-COUNT    PIC 9(7).
    05 FCR-AMOUNT-HASH     PIC 9(11)V99.

FD  FEE-LISTING-FILE.
01  FEE-LISTING-RECORD     PIC X(80).

*> --- Held-Over Charges (keyed account + fee + date due) ---
FD  HELD-OVER-FILE.
01  HELD-OVER-RECORD.
    05 FHO-KEY.
        10 FHO-ACCOUNT-NUMBER   PIC X(10).
        10 FHO-FEE-CODE         PIC X(3).
        10 FHO-DUE-DATE         PIC X(8).
    05 FHO-FEE-AMOUNT           PIC 9(7)V99.
    05 FHO-DESCRIPTION          PIC X(24).

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
01  WS-ACCT-EOF               PIC A(1) VALUE 'N'.
01  WS-SCHED-EOF              PIC A(1) VALUE 'N'.
01  WS-WAIVER-EOF             PIC A(1) VALUE 'N'.
01  WS-LINK-EOF               PIC A(1) VALUE 'N'.
01  WS-LOG-EOF                PIC A(1) VALUE 'N'.
01  WS-ARCH-EOF               PIC A(1) VALUE 'N'.
01  WS-OVERDRAWN-EOF          PIC A(1) VALUE 'N'.
01  WS-RETURN-EOF             PIC A(1) VALUE 'N'.
01  WS-HELD-EOF               PIC A(1) VALUE 'N'.
01  WS-ACCT-FILE-STATUS       PIC X(2).
01  WS-SCHED-FILE-STATUS      PIC X(2).
01  WS-WAIVER-FILE-STATUS     PIC X(2).
01  WS-LINK-FILE-STATUS       PIC X(2).
01  WS-LOG-FILE-STATUS        PIC X(2).
01  WS-ARCH-FILE-STATUS       PIC X(2).
01  WS-OVERDRAWN-FILE-STATUS  PIC X(2).
01  WS-RETURN-FILE-STATUS     PIC X(2).
01  WS-PROC-DATE-STATUS       PIC X(2).
01  WS-HELD-FILE-STATUS       PIC X(2).
01  WS-LINK-ON-FILE           PIC A(1) VALUE 'N'.

*> --- Run Controls & Accumulators ---
01  WS-RUN-DATE               PIC X(8).
01  WS-MONTH-START-DATE       PIC X(8).
01  WS-MONTH-END-FLAG         PIC X(1) VALUE 'N'.
01  WS-MONTH-END-RUN          PIC A(1) VALUE 'N'.
01  WS-NEXT-BUSINESS-DATE     PIC X(8) VALUE SPACES.
01  WS-DATE-INT               PIC 9(7) COMP-3 VALUE 0.
01  WS-DATE-NUM               PIC 9(8) VALUE 0.
01  WS-TOMORROW-DATE          PIC X(8).
01  WS-ACCOUNTS-READ          PIC 9(7) COMP-3 VALUE 0.
01  WS-ACCOUNTS-CHARGED       PIC 9(7) COMP-3 VALUE 0.
01  WS-FEES-RAISED            PIC 9(5) COMP-3 VALUE 0.
01  WS-FEES-WAIVED            PIC 9(5) COMP-3 VALUE 0.
01  WS-FEES-HELD-OVER         PIC 9(5) COMP-3 VALUE 0.
01  WS-FEES-CARRIED-IN        PIC 9(5) COMP-3 VALUE 0.
01  WS-RAISED-VALUE           PIC 9(11)V99 COMP-3 VALUE 0.
01  WS-WAIVED-VALUE           PIC 9(11)V99 COMP-3 VALUE 0.
01  WS-FMT-ACCOUNTS-READ      PIC Z,ZZZ,ZZ9.
01  WS-FMT-ACCOUNTS-CHARGED   PIC Z,ZZZ,ZZ9.
01  WS-FMT-FEES-RAISED        PIC ZZZ,ZZ9.
01  WS-FMT-FEES-WAIVED        PIC ZZZ,ZZ9.
01  WS-FMT-FEES-HELD-OVER     PIC ZZZ,ZZ9.
01  WS-FMT-FEES-CARRIED-IN    PIC ZZZ,ZZ9.
01  WS-FMT-RAISED-VALUE       PIC $$$,$$$,$$$,$$9.99.
01  WS-FMT-WAIVED-VALUE       PIC $$$,$$$,$$$,$$9.99.
01  WS-FMT-FEE-AMOUNT         PIC $$,$$$,$$9.99.
01  WS-FMT-ITEM-COUNT         PIC ZZ,ZZ9.
01  WS-FMT-FREE-COUNT         PIC ZZ,ZZ9.

*> --- Fee Schedule In Force ---
01  WS-MTH-FEE                PIC 9(5)V99 COMP-3 VALUE 0.
01  WS-TXN-FEE                PIC 9(5)V99 COMP-3 VALUE 0.
01  WS-TXN-FREE-ALLOWANCE     PIC 9(5) COMP-3 VALUE 0.
01  WS-ODN-FEE                PIC 9(5)V99 COMP-3 VALUE 0.

*> --- The Charge Being Decided ---
01  WS-FEE-CODE               PIC X(3).
01  WS-FEE-AMOUNT             PIC 9(7)V99 COMP-3 VALUE 0.
01  WS-FEE-DESCRIPTION        PIC X(24).
01  WS-FEE-WAIVED             PIC A(1) VALUE 'N'.
*> The date the charge fell due: tonight's run date, or for a charge
*> carried in from an earlier run, the date it was first decided.
01  WS-FEE-DUE-DATE           PIC X(8).
01  WS-CARRIED-ACCOUNT-OPEN   PIC A(1) VALUE 'N'.
01  WS-ACCOUNT-LISTED         PIC A(1) VALUE 'N'.
01  WS-ACCOUNT-CHARGED        PIC A(1) VALUE 'N'.
01  WS-BILLABLE-ITEMS         PIC 9(5) COMP-3 VALUE 0.

*> --- House Identifiers on Fee Postings ---
*> Fees are a head-office posting, not a branch one - the interest
*> capitalization convention - and a base-currency figure.
01  WS-HOUSE-BRANCH           PIC X(4) VALUE "9999".
01  WS-BASE-CURRENCY-CODE     PIC X(3) VALUE "USD".

*> --- Generated TRANS-ID Construction ---
*> "F" + YYMMDD + a 3-digit within-run sequence - the standing-order
*> generator's uniqueness scheme under its own prefix. The prefix is
*> also how this run recognizes its own earlier charges: a fee is
*> never counted as a billable item, and a returned or overdrawing
*> fee never raises an overdraft/NSF fee of its own.
01  WS-GEN-SEQ                PIC 9(3) VALUE 0.
01  WS-FEE-TRANS-ID.
    05 WS-FTI-PREFIX          PIC X(1) VALUE "F".
    05 WS-FTI-DATE            PIC X(6).
    05 WS-FTI-SEQ             PIC 9(3).
01  WS-FEE-ID-PREFIX          PIC X(1) VALUE "F".
01  WS-INTEREST-ID-PREFIX     PIC X(1) VALUE "I".
01  WS-TD-PAYOUT-ID-PREFIX    PIC X(1) VALUE "D".
01  WS-TD-FUNDING-ID-PREFIX   PIC X(1) VALUE "T".

*> --- Month's Item Counts per Account ---
*> Posted, unreversed CRD/DEB/XFR items (a transfer counts once, on
*> the paying account); interest capitalization, fees and
*> term-deposit payouts and funding debits are the bank's own
*> postings and are not billable. Built only on the month-end run.
01  WS-TXC-COUNT              PIC 9(5) COMP-3 VALUE 0.
01  WS-TXC-FULL-WARNED        PIC A(1) VALUE 'N'.
01  WS-TXC-TABLE.
    05 WS-TXC-ENTRY OCCURS 5000 TIMES
        DEPENDING ON WS-TXC-COUNT
        INDEXED BY WS-TXC-IDX.
        10 WS-TXC-ACCOUNT     PIC X(10).
        10 WS-TXC-ITEMS       PIC 9(5) COMP-3.
01  WS-COUNT-ACCOUNT          PIC X(10).

*> --- Accounts Owing Tonight's Overdraft/NSF Fee ---
*> From the engine's overdrawn-account feed and its returned items:
*> one fee per account however many items did it. An item returned
*> under a legal freeze is not the customer's doing and is not
*> charged.
01  WS-ODN-COUNT              PIC 9(4) COMP-3 VALUE 0.
01  WS-ODN-FULL-WARNED        PIC A(1) VALUE 'N'.
01  WS-ODN-TABLE.
    05 WS-ODN-ENTRY OCCURS 2000 TIMES
        DEPENDING ON WS-ODN-COUNT
        INDEXED BY WS-ODN-IDX.
        10 WS-ODN-ACCOUNT     PIC X(10).
        10 WS-ODN-TRANS-ID    PIC X(10).
        10 WS-ODN-CAUSE       PIC X(4).
01  WS-ODN-NEW-ACCOUNT        PIC X(10).
01  WS-ODN-NEW-TRANS-ID       PIC X(10).
01  WS-ODN-NEW-CAUSE          PIC X(4).

*> --- Waivers In Force ---
*> Customer waivers are expanded to their linked accounts at load,
*> so the charge decision is one account lookup; the source is kept
*> for the listing.
01  WS-WVR-COUNT              PIC 9(4) COMP-3 VALUE 0.
01  WS-WVR-FULL-WARNED        PIC A(1) VALUE 'N'.
01  WS-WVR-TABLE.
    05 WS-WVR-ENTRY OCCURS 2000 TIMES
        DEPENDING ON WS-WVR-COUNT
        INDEXED BY WS-WVR-IDX.
        10 WS-WVR-ACCOUNT     PIC X(10).
        10 WS-WVR-FEE-CODE    PIC X(3).
        10 WS-WVR-SOURCE      PIC X(1).
        10 WS-WVR-SOURCE-ID   PIC X(10).
01  WS-WVR-NEW-ACCOUNT        PIC X(10).
01  WS-WVR-SUB                PIC 9(4) COMP-3 VALUE 0.
01  WS-WVR-HIT-SOURCE         PIC X(1).
01  WS-WVR-HIT-SOURCE-ID      PIC X(10).

*> --- Generated-Detail Staging Table ---
*> The HDR record must lead the file with the final count and hash,
*> so charges are staged here during the master walk and the file is
*> written whole afterwards - the standing-order generator's staging
*> convention. A charge the full table cannot take is listed as held
*> over and written to the held-over file, to be raised first on the
*> next run.
01  WS-GEN-COUNT              PIC 9(5) COMP-3 VALUE 0.
01  WS-GEN-TABLE-FULL         PIC A(1) VALUE 'N'.
01  WS-GEN-TABLE.
    05 WS-GEN-ENTRY OCCURS 999 TIMES
        DEPENDING ON WS-GEN-COUNT
        INDEXED BY WS-GEN-IDX.
        10 WS-GEN-ID          PIC X(10).
        10 WS-GEN-AMOUNT      PIC 9(7)V99.
        10 WS-GEN-ACCOUNT     PIC X(10).
01  WS-GEN-AMOUNT-HASH        PIC 9(11)V99 COMP-3 VALUE 0.

*> --- Chain Step Ledger Controls ---
*> This step's name on the chain ledger and the steps that must have
*> completed for the same business date before it may start - cleanly
*> (return code below 8) unless the entry says otherwise.
01  WS-LEDGER-FILE-STATUS    PIC X(2).
01  WS-CHAIN-STEP-ID         PIC X(8) VALUE "FEEGEN".
01  WS-CHAIN-PROGRAM-ID      PIC X(30) VALUE "LEVIATHAN-FEE-GENERATE".
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
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: FEE & SERVICE-CHARGE LISTING".
01  HEADER-3               PIC X(80) VALUE "========================================================================".
01  FEE-DETAIL-LINE.
    05 FILLER              PIC X(9) VALUE " [FEES]  ".
    05 FDL-MSG             PIC X(71).

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

    OPEN OUTPUT FEE-LISTING-FILE

    PERFORM 0180-CHECK-MONTH-END
    MOVE WS-RUN-DATE(3:6) TO WS-FTI-DATE
    MOVE WS-RUN-DATE TO WS-MONTH-START-DATE
    MOVE "01" TO WS-MONTH-START-DATE(7:2)

    WRITE FEE-LISTING-RECORD FROM HEADER-1
    WRITE FEE-LISTING-RECORD FROM HEADER-2
    WRITE FEE-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO FEE-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD
    IF WS-MONTH-END-RUN = 'Y'
        WRITE FEE-LISTING-RECORD FROM " MONTH-END RUN: MONTHLY AND PER-TRANSACTION CHARGES INCLUDED."
    END-IF
    WRITE FEE-LISTING-RECORD FROM " "

    PERFORM 0200-READ-FEE-SCHEDULE
    PERFORM 0300-LOAD-WAIVERS
    PERFORM 0400-LOAD-OVERDRAFT-EVENTS
    IF WS-MONTH-END-RUN = 'Y' AND WS-TXN-FEE > 0
        PERFORM 0500-COUNT-MONTH-ITEMS
    END-IF

    *> An account master that failed to open never raises AT END, so
    *> driving the walk against it would spin forever; an empty
    *> (zero-count) fee file is still written so the engine's
    *> balancing reconciles.
    OPEN I-O HELD-OVER-FILE
    IF WS-HELD-FILE-STATUS = "35"
        OPEN OUTPUT HELD-OVER-FILE
        CLOSE HELD-OVER-FILE
        OPEN I-O HELD-OVER-FILE
    END-IF
    MOVE WS-RUN-DATE TO WS-FEE-DUE-DATE
    OPEN INPUT ACCOUNT-MASTER-FILE
    IF WS-ACCT-FILE-STATUS NOT = "00"
        WRITE FEE-LISTING-RECORD FROM " [SYSTEM] ACCOUNT MASTER NOT AVAILABLE - NO FEES RAISED."
    ELSE
        PERFORM 0100-RAISE-HELD-OVER-FEES
        MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
        START ACCOUNT-MASTER-FILE KEY NOT LESS THAN AM-ACCOUNT-NUMBER
            INVALID KEY
                MOVE 'Y' TO WS-ACCT-EOF
        END-START
        PERFORM 1000-WALK-ACCOUNTS UNTIL WS-ACCT-EOF = 'Y'
        CLOSE ACCOUNT-MASTER-FILE
    END-IF

    CLOSE HELD-OVER-FILE
    PERFORM 2000-WRITE-FEE-FILE

    MOVE WS-ACCOUNTS-READ TO WS-FMT-ACCOUNTS-READ
    MOVE WS-ACCOUNTS-CHARGED TO WS-FMT-ACCOUNTS-CHARGED
    MOVE WS-FEES-RAISED TO WS-FMT-FEES-RAISED
    MOVE WS-RAISED-VALUE TO WS-FMT-RAISED-VALUE
    MOVE WS-FEES-WAIVED TO WS-FMT-FEES-WAIVED
    MOVE WS-WAIVED-VALUE TO WS-FMT-WAIVED-VALUE
    MOVE WS-FEES-HELD-OVER TO WS-FMT-FEES-HELD-OVER
    MOVE WS-FEES-CARRIED-IN TO WS-FMT-FEES-CARRIED-IN
    WRITE FEE-LISTING-RECORD FROM " "
    WRITE FEE-LISTING-RECORD FROM HEADER-1
    WRITE FEE-LISTING-RECORD FROM " [SYSTEM] FEE GENERATION COMPLETE. SUMMARY:"
    MOVE SPACES TO FEE-LISTING-RECORD
    STRING "    -> ACCOUNTS REVIEWED : " WS-FMT-ACCOUNTS-READ
        DELIMITED BY SIZE INTO FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD
    MOVE SPACES TO FEE-LISTING-RECORD
    STRING "    -> ACCOUNTS CHARGED  : " WS-FMT-ACCOUNTS-CHARGED
        DELIMITED BY SIZE INTO FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD
    MOVE SPACES TO FEE-LISTING-RECORD
    STRING "    -> FEES RAISED       : " WS-FMT-FEES-RAISED
        DELIMITED BY SIZE INTO FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD
    MOVE SPACES TO FEE-LISTING-RECORD
    STRING "    -> VALUE RAISED      : " WS-FMT-RAISED-VALUE
        DELIMITED BY SIZE INTO FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD
    MOVE SPACES TO FEE-LISTING-RECORD
    STRING "    -> FEES WAIVED       : " WS-FMT-FEES-WAIVED
        DELIMITED BY SIZE INTO FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD
    MOVE SPACES TO FEE-LISTING-RECORD
    STRING "    -> VALUE WAIVED      : " WS-FMT-WAIVED-VALUE
        DELIMITED BY SIZE INTO FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD
    MOVE SPACES TO FEE-LISTING-RECORD
    STRING "    -> FEES CARRIED IN   : " WS-FMT-FEES-CARRIED-IN
        DELIMITED BY SIZE INTO FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD
    MOVE SPACES TO FEE-LISTING-RECORD
    STRING "    -> FEES HELD OVER    : " WS-FMT-FEES-HELD-OVER
        DELIMITED BY SIZE INTO FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD FROM HEADER-1

    CLOSE FEE-LISTING-FILE
    PERFORM 9800-CLOSE-CHAIN-STEP
    STOP RUN.

0100-RAISE-HELD-OVER-FEES.
    *> Charges an earlier run could not fit are raised before tonight's
    *> own, each under a fresh TRANS-ID and through the same waiver
    *> check, then deleted from the held-over file. Should tonight's
    *> file fill with them, the rest simply stay carried. A row dated
    *> tonight is left by an earlier attempt at this same run: the
    *> account walk below decides that charge afresh, so the row is
    *> dropped rather than raised twice. A charge on an account no
    *> longer open is dropped - the engine would only reject it.
    MOVE LOW-VALUES TO FHO-KEY
    START HELD-OVER-FILE KEY NOT LESS THAN FHO-KEY
        INVALID KEY
            MOVE 'Y' TO WS-HELD-EOF
    END-START
    PERFORM UNTIL WS-HELD-EOF = 'Y'
            OR WS-GEN-COUNT >= 999
        READ HELD-OVER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-HELD-EOF
            NOT AT END
                PERFORM 0110-RAISE-ONE-HELD-OVER-FEE
        END-READ
    END-PERFORM
    IF WS-FEES-CARRIED-IN > 0
        WRITE FEE-LISTING-RECORD FROM " "
    END-IF
    MOVE WS-RUN-DATE TO WS-FEE-DUE-DATE.

0110-RAISE-ONE-HELD-OVER-FEE.
    IF FHO-DUE-DATE NOT < WS-RUN-DATE
        DELETE HELD-OVER-FILE RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
    ELSE
        MOVE FHO-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
        MOVE 'N' TO WS-CARRIED-ACCOUNT-OPEN
        READ ACCOUNT-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AM-STATUS-OPEN
                    MOVE 'Y' TO WS-CARRIED-ACCOUNT-OPEN
                END-IF
        END-READ
        IF WS-FEES-CARRIED-IN = 0
            WRITE FEE-LISTING-RECORD FROM " CHARGES HELD OVER FROM EARLIER RUNS:"
        END-IF
        ADD 1 TO WS-FEES-CARRIED-IN
        MOVE 'Y' TO WS-ACCOUNT-LISTED
        MOVE SPACES TO FDL-MSG
        STRING "ACCOUNT " FHO-ACCOUNT-NUMBER " - DUE "
            FHO-DUE-DATE
            DELIMITED BY SIZE INTO FDL-MSG
        WRITE FEE-LISTING-RECORD FROM FEE-DETAIL-LINE
        MOVE FHO-FEE-CODE TO WS-FEE-CODE
        MOVE FHO-FEE-AMOUNT TO WS-FEE-AMOUNT
        MOVE FHO-DESCRIPTION TO WS-FEE-DESCRIPTION
        MOVE FHO-DUE-DATE TO WS-FEE-DUE-DATE
        IF WS-CARRIED-ACCOUNT-OPEN = 'Y'
            PERFORM 1500-RAISE-OR-WAIVE
        ELSE
            MOVE WS-FEE-AMOUNT TO WS-FMT-FEE-AMOUNT
            MOVE SPACES TO FDL-MSG
            STRING "    " WS-FEE-CODE " " WS-FEE-DESCRIPTION
                WS-FMT-FEE-AMOUNT " NOT OPEN"
                DELIMITED BY SIZE INTO FDL-MSG
            WRITE FEE-LISTING-RECORD FROM FEE-DETAIL-LINE
        END-IF
        DELETE HELD-OVER-FILE RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
    END-IF.

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
    MOVE "BALPROOF" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
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
    OPEN OUTPUT FEE-LISTING-FILE
    WRITE FEE-LISTING-RECORD FROM HEADER-1
    WRITE FEE-LISTING-RECORD FROM HEADER-2
    WRITE FEE-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO FEE-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD FROM " "
    MOVE SPACES TO FEE-LISTING-RECORD
    STRING " [HELD]   NOT RUN - PREDECESSOR " WS-CHAIN-HELD-BY " "
        WS-CHAIN-HELD-REASON
        DELIMITED BY SIZE INTO FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD
    WRITE FEE-LISTING-RECORD FROM HEADER-1
    CLOSE FEE-LISTING-FILE.

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
                    IF PD-NEXT-BUSINESS-DATE IS NUMERIC
                        MOVE PD-NEXT-BUSINESS-DATE
                            TO WS-NEXT-BUSINESS-DATE
                        MOVE PD-MONTH-END-FLAG TO WS-MONTH-END-FLAG
                    END-IF
                END-IF
        END-READ
    END-IF
    CLOSE PROCESSING-DATE-FILE.

0180-CHECK-MONTH-END.
    *> Monthly charges fall on the last business day of the month as
    *> the date roll flagged it - the interest run's capitalization
    *> day. Without the processing-date record, the last calendar day
    *> of the month: tomorrow falls in a different month than today.
    IF WS-NEXT-BUSINESS-DATE NOT = SPACES
        IF WS-MONTH-END-FLAG = 'Y'
            MOVE 'Y' TO WS-MONTH-END-RUN
        END-IF
    ELSE
        MOVE WS-RUN-DATE TO WS-DATE-NUM
        COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
        COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
        MOVE WS-DATE-NUM TO WS-TOMORROW-DATE
        IF WS-TOMORROW-DATE(5:2) NOT = WS-RUN-DATE(5:2)
            MOVE 'Y' TO WS-MONTH-END-RUN
        END-IF
    END-IF.

0200-READ-FEE-SCHEDULE.
    *> Finance maintains the prices in this parameter file so a fee
    *> changes without a code change. No file means no charges, and
    *> the listing says so rather than the run passing off an empty
    *> fee file as a quiet night.
    OPEN INPUT FEE-SCHEDULE-FILE
    IF WS-SCHED-FILE-STATUS = "00"
        PERFORM UNTIL WS-SCHED-EOF = 'Y'
            READ FEE-SCHEDULE-FILE
                AT END
                    MOVE 'Y' TO WS-SCHED-EOF
                NOT AT END
                    EVALUATE FSP-FEE-CODE
                        WHEN "MTH"
                            MOVE FSP-FEE-AMOUNT TO WS-MTH-FEE
                        WHEN "TXN"
                            MOVE FSP-FEE-AMOUNT TO WS-TXN-FEE
                            MOVE FSP-FREE-ALLOWANCE
                                TO WS-TXN-FREE-ALLOWANCE
                        WHEN "ODN"
                            MOVE FSP-FEE-AMOUNT TO WS-ODN-FEE
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE FEE-SCHEDULE-FILE
    ELSE
        WRITE FEE-LISTING-RECORD FROM " [SYSTEM] FEE SCHEDULE NOT AVAILABLE - NO FEES RAISED."
    END-IF.

0300-LOAD-WAIVERS.
    *> Only waivers still in force tonight are loaded. A customer
    *> waiver needs the link file to find its accounts; without it the
    *> waiver cannot be applied and the listing says so.
    OPEN INPUT CUST-LINK-FILE
    IF WS-LINK-FILE-STATUS = "00"
        MOVE 'Y' TO WS-LINK-ON-FILE
    END-IF
    OPEN INPUT FEE-WAIVER-FILE
    IF WS-WAIVER-FILE-STATUS = "00"
        PERFORM UNTIL WS-WAIVER-EOF = 'Y'
            READ FEE-WAIVER-FILE
                AT END
                    MOVE 'Y' TO WS-WAIVER-EOF
                NOT AT END
                    IF FWV-EXPIRY-DATE = SPACES
                        OR FWV-EXPIRY-DATE NOT < WS-RUN-DATE
                        EVALUATE TRUE
                            WHEN FWV-WAIVE-ACCOUNT
                                MOVE FWV-WAIVER-ID TO WS-WVR-NEW-ACCOUNT
                                PERFORM 0320-ADD-WAIVER-ENTRY
                            WHEN FWV-WAIVE-CUSTOMER
                                PERFORM 0310-EXPAND-CUSTOMER-WAIVER
                        END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FEE-WAIVER-FILE
    END-IF
    IF WS-LINK-ON-FILE = 'Y'
        CLOSE CUST-LINK-FILE
    END-IF.

0310-EXPAND-CUSTOMER-WAIVER.
    IF WS-LINK-ON-FILE = 'N'
        MOVE SPACES TO FDL-MSG
        STRING "CUSTOMER WAIVER " FWV-WAIVER-ID
            " NOT APPLIED - NO LINK FILE"
            DELIMITED BY SIZE INTO FDL-MSG
        WRITE FEE-LISTING-RECORD FROM FEE-DETAIL-LINE
    ELSE
        MOVE 'N' TO WS-LINK-EOF
        MOVE FWV-WAIVER-ID TO LNK-CUSTOMER-ID
        MOVE LOW-VALUES TO LNK-ACCOUNT-NUMBER
        START CUST-LINK-FILE KEY NOT LESS THAN LNK-KEY
            INVALID KEY
                MOVE 'Y' TO WS-LINK-EOF
        END-START
        PERFORM UNTIL WS-LINK-EOF = 'Y'
            READ CUST-LINK-FILE NEXT
                AT END
                    MOVE 'Y' TO WS-LINK-EOF
                NOT AT END
                    IF LNK-CUSTOMER-ID NOT = FWV-WAIVER-ID
                        MOVE 'Y' TO WS-LINK-EOF
                    ELSE
                        MOVE LNK-ACCOUNT-NUMBER TO WS-WVR-NEW-ACCOUNT
                        PERFORM 0320-ADD-WAIVER-ENTRY
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

0320-ADD-WAIVER-ENTRY.
    IF WS-WVR-COUNT >= 2000
        IF WS-WVR-FULL-WARNED = 'N'
            MOVE 'Y' TO WS-WVR-FULL-WARNED
            WRITE FEE-LISTING-RECORD FROM " [SYSTEM] WAIVER TABLE FULL - LATER WAIVERS NOT APPLIED."
        END-IF
    ELSE
        ADD 1 TO WS-WVR-COUNT
        SET WS-WVR-IDX TO WS-WVR-COUNT
        MOVE WS-WVR-NEW-ACCOUNT TO WS-WVR-ACCOUNT(WS-WVR-IDX)
        MOVE FWV-FEE-CODE TO WS-WVR-FEE-CODE(WS-WVR-IDX)
        MOVE FWV-WAIVER-TYPE TO WS-WVR-SOURCE(WS-WVR-IDX)
        MOVE FWV-WAIVER-ID TO WS-WVR-SOURCE-ID(WS-WVR-IDX)
    END-IF.

0400-LOAD-OVERDRAFT-EVENTS.
    *> The engine rebuilds both feeds every run, so what is on them is
    *> tonight's business. No fee is priced, no point reading them. A
    *> returned term-deposit funding debit cancels the deposit and
    *> raises no NSF fee.
    IF WS-ODN-FEE > 0
        OPEN INPUT OVERDRAWN-ACCOUNT-FILE
        IF WS-OVERDRAWN-FILE-STATUS = "00"
            MOVE LOW-VALUES TO OA-ACCOUNT-NUMBER
            START OVERDRAWN-ACCOUNT-FILE
                KEY NOT LESS THAN OA-ACCOUNT-NUMBER
                INVALID KEY
                    MOVE 'Y' TO WS-OVERDRAWN-EOF
            END-START
            PERFORM UNTIL WS-OVERDRAWN-EOF = 'Y'
                READ OVERDRAWN-ACCOUNT-FILE NEXT
                    AT END
                        MOVE 'Y' TO WS-OVERDRAWN-EOF
                    NOT AT END
                        IF OA-TRANS-ID(1:1) NOT = WS-FEE-ID-PREFIX
                            MOVE OA-ACCOUNT-NUMBER TO WS-ODN-NEW-ACCOUNT
                            MOVE OA-TRANS-ID TO WS-ODN-NEW-TRANS-ID
                            MOVE "OD  " TO WS-ODN-NEW-CAUSE
                            PERFORM 0410-ADD-ODN-ENTRY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OVERDRAWN-ACCOUNT-FILE
        END-IF
        OPEN INPUT RETURNED-ITEM-FILE
        IF WS-RETURN-FILE-STATUS = "00"
            MOVE LOW-VALUES TO RI-TRANS-ID
            START RETURNED-ITEM-FILE KEY NOT LESS THAN RI-TRANS-ID
                INVALID KEY
                    MOVE 'Y' TO WS-RETURN-EOF
            END-START
            PERFORM UNTIL WS-RETURN-EOF = 'Y'
                READ RETURNED-ITEM-FILE NEXT
                    AT END
                        MOVE 'Y' TO WS-RETURN-EOF
                    NOT AT END
                        IF RI-TRANS-ID(1:1) NOT = WS-FEE-ID-PREFIX
                            AND RI-TRANS-ID(1:1) NOT = WS-TD-FUNDING-ID-PREFIX
                            AND RI-RETURN-REASON-CODE NOT = "FRZN"
                            MOVE RI-ACCOUNT-NUMBER TO WS-ODN-NEW-ACCOUNT
                            MOVE RI-TRANS-ID TO WS-ODN-NEW-TRANS-ID
                            MOVE RI-RETURN-REASON-CODE
                                TO WS-ODN-NEW-CAUSE
                            PERFORM 0410-ADD-ODN-ENTRY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RETURNED-ITEM-FILE
        END-IF
    END-IF.

0410-ADD-ODN-ENTRY.
    *> First event per account is the one the listing quotes.
    SET WS-ODN-IDX TO 1
    SEARCH WS-ODN-ENTRY
        AT END
            IF WS-ODN-COUNT >= 2000
                IF WS-ODN-FULL-WARNED = 'N'
                    MOVE 'Y' TO WS-ODN-FULL-WARNED
                    WRITE FEE-LISTING-RECORD FROM " [SYSTEM] OVERDRAFT TABLE FULL - LATER OVERDRAFT FEES NOT RAISED."
                END-IF
            ELSE
                ADD 1 TO WS-ODN-COUNT
                SET WS-ODN-IDX TO WS-ODN-COUNT
                MOVE WS-ODN-NEW-ACCOUNT TO WS-ODN-ACCOUNT(WS-ODN-IDX)
                MOVE WS-ODN-NEW-TRANS-ID TO WS-ODN-TRANS-ID(WS-ODN-IDX)
                MOVE WS-ODN-NEW-CAUSE TO WS-ODN-CAUSE(WS-ODN-IDX)
            END-IF
        WHEN WS-ODN-ACCOUNT(WS-ODN-IDX) = WS-ODN-NEW-ACCOUNT
            CONTINUE
    END-SEARCH.

0500-COUNT-MONTH-ITEMS.
    *> Earlier days of the month come from the archive, read from the
    *> first of the month up to (not including) today; today's items
    *> come from tonight's log, which the engine has also just rolled
    *> into the archive under today's date - so the archive walk stops
    *> short of today and nothing is counted twice.
    OPEN INPUT TRANS-ARCHIVE-FILE
    IF WS-ARCH-FILE-STATUS = "00"
        MOVE WS-MONTH-START-DATE TO TA-POSTED-DATE
        MOVE LOW-VALUES TO TA-TRANS-ID
        START TRANS-ARCHIVE-FILE KEY NOT LESS THAN TA-KEY
            INVALID KEY
                MOVE 'Y' TO WS-ARCH-EOF
        END-START
        PERFORM UNTIL WS-ARCH-EOF = 'Y'
            READ TRANS-ARCHIVE-FILE NEXT
                AT END
                    MOVE 'Y' TO WS-ARCH-EOF
                NOT AT END
                    IF TA-POSTED-DATE NOT < WS-RUN-DATE
                        MOVE 'Y' TO WS-ARCH-EOF
                    ELSE
                        IF TA-POSTED-FLAG = 'Y'
                            AND TA-REVERSED-FLAG NOT = 'Y'
                            AND (TA-TRANS-TYPE = "CRD"
                                 OR TA-TRANS-TYPE = "DEB"
                                 OR TA-TRANS-TYPE = "XFR")
                            AND TA-TRANS-ID(1:1) NOT = WS-FEE-ID-PREFIX
                            AND TA-TRANS-ID(1:1)
                                NOT = WS-INTEREST-ID-PREFIX
                            AND TA-TRANS-ID(1:1)
                                NOT = WS-TD-PAYOUT-ID-PREFIX
                            AND TA-TRANS-ID(1:1)
                                NOT = WS-TD-FUNDING-ID-PREFIX
                            MOVE TA-ACCOUNT-NUMBER TO WS-COUNT-ACCOUNT
                            PERFORM 0510-COUNT-ONE-ITEM
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRANS-ARCHIVE-FILE
    END-IF
    OPEN INPUT TRANS-LOG-FILE
    IF WS-LOG-FILE-STATUS = "00"
        MOVE LOW-VALUES TO TL-TRANS-ID
        START TRANS-LOG-FILE KEY NOT LESS THAN TL-TRANS-ID
            INVALID KEY
                MOVE 'Y' TO WS-LOG-EOF
        END-START
        PERFORM UNTIL WS-LOG-EOF = 'Y'
            READ TRANS-LOG-FILE NEXT
                AT END
                    MOVE 'Y' TO WS-LOG-EOF
                NOT AT END
                    IF TL-POSTED-FLAG = 'Y'
                        AND TL-REVERSED-FLAG NOT = 'Y'
                        AND (TL-TRANS-TYPE = "CRD"
                             OR TL-TRANS-TYPE = "DEB"
                             OR TL-TRANS-TYPE = "XFR")
                        AND TL-TRANS-ID(1:1) NOT = WS-FEE-ID-PREFIX
                        AND TL-TRANS-ID(1:1) NOT = WS-INTEREST-ID-PREFIX
                        AND TL-TRANS-ID(1:1) NOT = WS-TD-PAYOUT-ID-PREFIX
                        AND TL-TRANS-ID(1:1) NOT = WS-TD-FUNDING-ID-PREFIX
                        MOVE TL-ACCOUNT-NUMBER TO WS-COUNT-ACCOUNT
                        PERFORM 0510-COUNT-ONE-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRANS-LOG-FILE
    END-IF.

0510-COUNT-ONE-ITEM.
    SET WS-TXC-IDX TO 1
    SEARCH WS-TXC-ENTRY
        AT END
            IF WS-TXC-COUNT >= 5000
                IF WS-TXC-FULL-WARNED = 'N'
                    MOVE 'Y' TO WS-TXC-FULL-WARNED
                    WRITE FEE-LISTING-RECORD FROM " [SYSTEM] ITEM-COUNT TABLE FULL - LATER ACCOUNTS NOT CHARGED PER ITEM."
                END-IF
            ELSE
                ADD 1 TO WS-TXC-COUNT
                SET WS-TXC-IDX TO WS-TXC-COUNT
                MOVE WS-COUNT-ACCOUNT TO WS-TXC-ACCOUNT(WS-TXC-IDX)
                MOVE 1 TO WS-TXC-ITEMS(WS-TXC-IDX)
            END-IF
        WHEN WS-TXC-ACCOUNT(WS-TXC-IDX) = WS-COUNT-ACCOUNT
            ADD 1 TO WS-TXC-ITEMS(WS-TXC-IDX)
    END-SEARCH.

1000-WALK-ACCOUNTS.
    *> Only an open account is charged: the engine would reject a
    *> posting to a closed or dormant one, and a fee nobody can
    *> collect is noise on the reject queue.
    READ ACCOUNT-MASTER-FILE NEXT
        AT END
            MOVE 'Y' TO WS-ACCT-EOF
        NOT AT END
            ADD 1 TO WS-ACCOUNTS-READ
            IF AM-STATUS-OPEN
                MOVE 'N' TO WS-ACCOUNT-LISTED
                MOVE 'N' TO WS-ACCOUNT-CHARGED
                IF WS-MONTH-END-RUN = 'Y'
                    PERFORM 1100-MONTHLY-FEE
                    PERFORM 1200-TRANSACTION-FEE
                END-IF
                PERFORM 1300-OVERDRAFT-FEE
                IF WS-ACCOUNT-CHARGED = 'Y'
                    ADD 1 TO WS-ACCOUNTS-CHARGED
                END-IF
            END-IF
    END-READ.

1100-MONTHLY-FEE.
    IF WS-MTH-FEE > 0
        MOVE "MTH" TO WS-FEE-CODE
        MOVE WS-MTH-FEE TO WS-FEE-AMOUNT
        MOVE "MONTHLY MAINTENANCE" TO WS-FEE-DESCRIPTION
        PERFORM 1500-RAISE-OR-WAIVE
    END-IF.

1200-TRANSACTION-FEE.
    *> Each posted item beyond the free allowance is charged at the
    *> per-item price; an account inside its allowance owes nothing
    *> and is not listed.
    IF WS-TXN-FEE > 0
        SET WS-TXC-IDX TO 1
        SEARCH WS-TXC-ENTRY
            AT END
                CONTINUE
            WHEN WS-TXC-ACCOUNT(WS-TXC-IDX) = AM-ACCOUNT-NUMBER
                IF WS-TXC-ITEMS(WS-TXC-IDX) > WS-TXN-FREE-ALLOWANCE
                    COMPUTE WS-BILLABLE-ITEMS =
                        WS-TXC-ITEMS(WS-TXC-IDX) - WS-TXN-FREE-ALLOWANCE
                    COMPUTE WS-FEE-AMOUNT =
                        WS-BILLABLE-ITEMS * WS-TXN-FEE
                    MOVE "TXN" TO WS-FEE-CODE
                    MOVE WS-TXC-ITEMS(WS-TXC-IDX) TO WS-FMT-ITEM-COUNT
                    MOVE WS-TXN-FREE-ALLOWANCE TO WS-FMT-FREE-COUNT
                    MOVE SPACES TO WS-FEE-DESCRIPTION
                    STRING WS-FMT-ITEM-COUNT " ITEMS," WS-FMT-FREE-COUNT
                        " FREE"
                        DELIMITED BY SIZE INTO WS-FEE-DESCRIPTION
                    PERFORM 1500-RAISE-OR-WAIVE
                END-IF
        END-SEARCH
    END-IF.

1300-OVERDRAFT-FEE.
    IF WS-ODN-FEE > 0
        SET WS-ODN-IDX TO 1
        SEARCH WS-ODN-ENTRY
            AT END
                CONTINUE
            WHEN WS-ODN-ACCOUNT(WS-ODN-IDX) = AM-ACCOUNT-NUMBER
                MOVE "ODN" TO WS-FEE-CODE
                MOVE WS-ODN-FEE TO WS-FEE-AMOUNT
                MOVE SPACES TO WS-FEE-DESCRIPTION
                STRING WS-ODN-CAUSE(WS-ODN-IDX) " "
                    WS-ODN-TRANS-ID(WS-ODN-IDX)
                    DELIMITED BY SIZE INTO WS-FEE-DESCRIPTION
                PERFORM 1500-RAISE-OR-WAIVE
        END-SEARCH
    END-IF.

1400-CHECK-WAIVER.
    *> A waiver matches this account for this charge, or for every
    *> charge (blank fee code). The first match found is the one the
    *> listing quotes.
    MOVE 'N' TO WS-FEE-WAIVED
    IF WS-WVR-COUNT > 0
        MOVE 1 TO WS-WVR-SUB
        PERFORM UNTIL WS-WVR-SUB > WS-WVR-COUNT
                OR WS-FEE-WAIVED = 'Y'
            IF WS-WVR-ACCOUNT(WS-WVR-SUB) = AM-ACCOUNT-NUMBER
                AND (WS-WVR-FEE-CODE(WS-WVR-SUB) = SPACES
                     OR WS-WVR-FEE-CODE(WS-WVR-SUB) = WS-FEE-CODE)
                MOVE 'Y' TO WS-FEE-WAIVED
                MOVE WS-WVR-SOURCE(WS-WVR-SUB) TO WS-WVR-HIT-SOURCE
                MOVE WS-WVR-SOURCE-ID(WS-WVR-SUB)
                    TO WS-WVR-HIT-SOURCE-ID
            END-IF
            ADD 1 TO WS-WVR-SUB
        END-PERFORM
    END-IF.

1500-RAISE-OR-WAIVE.
    *> One listing line per charge under its account's heading: the
    *> TRANS-ID it was raised under, or the waiver that exempted it.
    IF WS-ACCOUNT-LISTED = 'N'
        MOVE 'Y' TO WS-ACCOUNT-LISTED
        MOVE SPACES TO FDL-MSG
        STRING "ACCOUNT " AM-ACCOUNT-NUMBER
            DELIMITED BY SIZE INTO FDL-MSG
        WRITE FEE-LISTING-RECORD FROM FEE-DETAIL-LINE
    END-IF
    MOVE WS-FEE-AMOUNT TO WS-FMT-FEE-AMOUNT
    PERFORM 1400-CHECK-WAIVER
    MOVE SPACES TO FDL-MSG
    EVALUATE TRUE
        WHEN WS-FEE-WAIVED = 'Y'
            ADD 1 TO WS-FEES-WAIVED
            ADD WS-FEE-AMOUNT TO WS-WAIVED-VALUE
            IF WS-WVR-HIT-SOURCE = 'C'
                STRING "    " WS-FEE-CODE " " WS-FEE-DESCRIPTION
                    WS-FMT-FEE-AMOUNT " WAIVED CUST "
                    WS-WVR-HIT-SOURCE-ID
                    DELIMITED BY SIZE INTO FDL-MSG
            ELSE
                STRING "    " WS-FEE-CODE " " WS-FEE-DESCRIPTION
                    WS-FMT-FEE-AMOUNT " WAIVED ACCOUNT"
                    DELIMITED BY SIZE INTO FDL-MSG
            END-IF
        WHEN WS-GEN-COUNT >= 999
            IF WS-GEN-TABLE-FULL = 'N'
                MOVE 'Y' TO WS-GEN-TABLE-FULL
                WRITE FEE-LISTING-RECORD FROM " [SYSTEM] GENERATION TABLE FULL - REMAINING FEES HELD OVER."
            END-IF
            ADD 1 TO WS-FEES-HELD-OVER
            PERFORM 1510-CARRY-FEE-FORWARD
            STRING "    " WS-FEE-CODE " " WS-FEE-DESCRIPTION
                WS-FMT-FEE-AMOUNT " HELD OVER"
                DELIMITED BY SIZE INTO FDL-MSG
        WHEN OTHER
            ADD 1 TO WS-GEN-SEQ
            MOVE WS-GEN-SEQ TO WS-FTI-SEQ
            ADD 1 TO WS-GEN-COUNT
            SET WS-GEN-IDX TO WS-GEN-COUNT
            MOVE WS-FEE-TRANS-ID   TO WS-GEN-ID(WS-GEN-IDX)
            MOVE WS-FEE-AMOUNT     TO WS-GEN-AMOUNT(WS-GEN-IDX)
            MOVE AM-ACCOUNT-NUMBER TO WS-GEN-ACCOUNT(WS-GEN-IDX)
            ADD WS-FEE-AMOUNT TO WS-GEN-AMOUNT-HASH
            ADD 1 TO WS-FEES-RAISED
            ADD WS-FEE-AMOUNT TO WS-RAISED-VALUE
            MOVE 'Y' TO WS-ACCOUNT-CHARGED
            STRING "    " WS-FEE-CODE " " WS-FEE-DESCRIPTION
                WS-FMT-FEE-AMOUNT " " WS-FEE-TRANS-ID
                DELIMITED BY SIZE INTO FDL-MSG
    END-EVALUATE
    WRITE FEE-LISTING-RECORD FROM FEE-DETAIL-LINE.

1510-CARRY-FEE-FORWARD.
    *> Onto the held-over file for the next run to raise first.
    MOVE AM-ACCOUNT-NUMBER  TO FHO-ACCOUNT-NUMBER
    MOVE WS-FEE-CODE        TO FHO-FEE-CODE
    MOVE WS-FEE-DUE-DATE    TO FHO-DUE-DATE
    MOVE WS-FEE-AMOUNT      TO FHO-FEE-AMOUNT
    MOVE WS-FEE-DESCRIPTION TO FHO-DESCRIPTION
    WRITE HELD-OVER-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE.

2000-WRITE-FEE-FILE.
    *> Emit the generated file whole: HDR with the final count and
    *> amount hash, the staged detail records, and the matching TRL -
    *> written even when nothing was charged, so the engine's
    *> balancing reconciles a quiet night instead of failing on a
    *> missing file.
    OPEN OUTPUT FEE-TRANS-FILE
    MOVE SPACES TO FEE-TRANS-RECORD
    MOVE "HDR" TO FCR-RECORD-TYPE
    MOVE WS-GEN-COUNT TO FCR-RECORD-COUNT
    MOVE WS-GEN-AMOUNT-HASH TO FCR-AMOUNT-HASH
    WRITE FEE-TRANS-RECORD
    IF WS-GEN-COUNT > 0
        SET WS-GEN-IDX TO 1
        PERFORM WS-GEN-COUNT TIMES
            PERFORM 2100-WRITE-ONE-DETAIL
            SET WS-GEN-IDX UP BY 1
        END-PERFORM
    END-IF
    MOVE SPACES TO FEE-TRANS-RECORD
    MOVE "TRL" TO FCR-RECORD-TYPE
    MOVE WS-GEN-COUNT TO FCR-RECORD-COUNT
    MOVE WS-GEN-AMOUNT-HASH TO FCR-AMOUNT-HASH
    WRITE FEE-TRANS-RECORD
    CLOSE FEE-TRANS-FILE.

2100-WRITE-ONE-DETAIL.
    MOVE SPACES TO FEE-TRANS-RECORD
    MOVE WS-GEN-ID(WS-GEN-IDX)       TO FEE-TRANS-ID
    MOVE "DEB"                       TO FEE-TRANS-TYPE
    MOVE WS-GEN-AMOUNT(WS-GEN-IDX)   TO FEE-TRANS-AMOUNT
    MOVE SPACES                      TO FEE-REVERSAL-OF-ID
    MOVE WS-GEN-ACCOUNT(WS-GEN-IDX)  TO FEE-ACCOUNT-NUMBER
    MOVE WS-BASE-CURRENCY-CODE       TO FEE-CURRENCY-CODE
    MOVE WS-RUN-DATE                 TO FEE-EFFECTIVE-DATE
    MOVE WS-HOUSE-BRANCH             TO FEE-BRANCH-CODE
    WRITE FEE-TRANS-RECORD.

9800-CLOSE-CHAIN-STEP.
    *> The step's ledger entry is completed with its return code and key
    *> counts (accounts reviewed, fees raised, fees held over). A return
    *> code of 8 or more holds every step that depends on this one.
    MOVE WS-ACCOUNTS-READ TO WS-CHAIN-COUNT-IN
    MOVE WS-FEES-RAISED TO WS-CHAIN-COUNT-OUT
    MOVE WS-FEES-HELD-OVER TO WS-CHAIN-COUNT-EXCEPTIONS
    MOVE 'C' TO WS-CHAIN-STEP-STATUS
    MOVE RETURN-CODE TO WS-CHAIN-RETURN-CODE
    OPEN I-O CHAIN-LEDGER-FILE
    PERFORM 0162-WRITE-CHAIN-LEDGER-ENTRY
    CLOSE CHAIN-LEDGER-FILE.
