>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEVIATHAN-TD-MATURITY.
AUTHOR. UBAYDA ALI.
*> ====================================================================
*> DESCRIPTION: Term-Deposit Accrual, Maturity & Payout Run
*> Runs after the settlement engine each night and walks the
*> term-deposit master. Every running deposit accrues simple
*> interest at its contract rate for each calendar day up to the next
*> business day (never past its maturity date) - the interest
*> accrual run's weekend convention. A deposit whose maturity date
*> has arrived is settled by its maturity instruction: paid out
*> (principal plus interest to the linked account), rolled over
*> (principal plus interest for another term at the current rate
*> for that term) or interest paid with the principal rolled over.
*> A deposit broken early by the maintenance batch earns interest
*> only at the penalty rate for the days it was actually held, and
*> is paid out. Payouts are emitted as CRD TRANS-RECORDs on their own
*> HDR/TRL-wrapped transaction file - the interest capitalization
*> feed's convention - so they post through the engine on its next
*> run like any other credit. A deposit the maintenance batch opened
*> pending its funding debit starts running once that debit is on
*> the engine's posted history, and is cancelled if the engine
*> returned or refused it; the funding file is rewritten with the
*> deposits still waiting. Current rates and the penalty rate come
*> from a parameter file finance maintains. Besides the maturity
*> listing, branches get an upcoming-maturities report of everything
*> maturing in the next 30 days, by branch and date, so customers can
*> be contacted before their money moves.
*> ====================================================================

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> DYNAMIC, opened I-O: the walk reads every deposit in key order
    *> with READ NEXT and rewrites accrual and maturity in place.
    SELECT TD-MASTER-FILE
        ASSIGN TO "data/master/term_deposit_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TD-DEPOSIT-ID
        FILE STATUS IS WS-TD-FILE-STATUS.
    SELECT TD-RATE-PARM-FILE ASSIGN TO "data/master/term_deposit_rates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-PARM-STATUS.
    *> The payout transaction file the engine consumes; same layout
    *> and HDR/TRL wrapping as the upstream daily extract.
    SELECT PAYOUT-TRANS-FILE
        ASSIGN TO "data/input/term_deposit_payouts.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The funding-debit file LEVIATHAN-TD-MAINT builds, rewritten here
    *> once tonight's engine run has settled what was on it.
    SELECT FUNDING-TRANS-FILE
        ASSIGN TO "data/input/term_deposit_fundings.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The engine's cumulative posted history: a funding debit on it
    *> has posted and its deposit may start running.
    SELECT POSTED-HISTORY-FILE
        ASSIGN TO "data/master/posted_trans_history.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PTH-TRANS-ID
        FILE STATUS IS WS-HISTORY-FILE-STATUS.
    *> Tonight's returned items and account exceptions from the
    *> engine: a funding debit on either was not paid and its deposit
    *> is cancelled. No file means nothing was returned.
    SELECT RETURNED-ITEM-FILE
        ASSIGN TO "data/output/returned_items.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RI-TRANS-ID
        FILE STATUS IS WS-RETURN-FILE-STATUS.
    SELECT EXCEPTION-FILE
        ASSIGN TO "data/output/account_exceptions.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EXC-TRANS-ID
        FILE STATUS IS WS-EXCEPT-FILE-STATUS.
    SELECT MATURITY-LISTING-FILE
        ASSIGN TO "data/output/term_deposit_maturity_listing.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT UPCOMING-REPORT-FILE
        ASSIGN TO "data/output/term_deposit_upcoming.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORT-WORK-FILE ASSIGN TO "data/work/tdupcomingsort.dat".
    SELECT SORTED-UPCOMING-FILE
        ASSIGN TO "data/work/sorted_td_upcoming.dat"
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
*> --- Term-Deposit Master (keyed by deposit ID) ---
*> Field for field the record LEVIATHAN-TD-MAINT writes; its status
*> codes are described there.
FD  TD-MASTER-FILE.
01  TD-MASTER-RECORD.
    05 TD-DEPOSIT-ID           PIC X(10).
    05 TD-FUNDING-ACCOUNT      PIC X(10).
    05 TD-PRINCIPAL            PIC 9(9)V99.
    05 TD-CURRENCY-CODE        PIC X(3).
    05 TD-ANNUAL-RATE          PIC 9(3)V9(6).
    05 TD-START-DATE           PIC X(8).
    05 TD-TERM-DAYS            PIC 9(4).
    05 TD-MATURITY-DATE        PIC X(8).
    05 TD-MATURITY-INSTR       PIC X(1).
        88 TD-INSTR-PAYOUT     VALUE 'P'.
        88 TD-INSTR-ROLLOVER   VALUE 'R'.
        88 TD-INSTR-PAY-INT    VALUE 'I'.
    05 TD-BRANCH-CODE          PIC X(4).
    05 TD-ACCRUED-INTEREST     PIC 9(9)V99.
    05 TD-LAST-ACCRUAL-DATE    PIC X(8).
    05 TD-STATUS               PIC X(1).
        88 TD-STATUS-PENDING   VALUE 'P'.
        88 TD-STATUS-ACTIVE    VALUE 'A'.
        88 TD-STATUS-BREAKING  VALUE 'B'.
        88 TD-STATUS-MATURED   VALUE 'M'.
        88 TD-STATUS-BROKEN    VALUE 'X'.
        88 TD-STATUS-CANCELLED VALUE 'C'.
    05 TD-STATUS-DATE          PIC X(8).
    05 TD-ROLLOVER-COUNT       PIC 9(3).
    05 TD-OPERATOR-ID          PIC X(8).
    05 TD-FUNDING-TRANS-ID     PIC X(10).

*> --- Term-Deposit Rate Parameter File ---
*> Maintained by finance so rates change without a code change. "TM"
*> records carry a term ceiling in days and the annual rate (percent)
*> a rolled-over deposit of up to that term gets, shortest term
*> first; the single "PN" record carries the annual penalty rate an
*> early break earns instead of its contract rate. With no "TM" band
*> for its term a deposit rolls at its old rate; with no "PN" record
*> the half-percent penalty rate applies.
FD  TD-RATE-PARM-FILE.
01  TD-RATE-PARM-RECORD.
    05 TDR-RATE-TYPE            PIC X(2).
    05 TDR-TERM-CEILING         PIC 9(4).
    05 TDR-ANNUAL-RATE          PIC 9(3)V9(6).

*> --- Payout Transaction File ---
*> Field for field the TRANS-RECORD the engine reads, with the same
*> leading HDR / trailing TRL control-record overlay carrying the
*> record count and amount hash.
FD  PAYOUT-TRANS-FILE.
01  PAY-TRANS-RECORD.
    05 PAY-TRANS-ID        PIC X(10).
    05 PAY-TRANS-TYPE      PIC X(3).
    05 PAY-TRANS-AMOUNT    PIC 9(7)V99.
    05 PAY-REVERSAL-OF-ID  PIC X(10).
    05 PAY-ACCOUNT-NUMBER  PIC X(10).
    05 PAY-CURRENCY-CODE   PIC X(3).
    05 PAY-EFFECTIVE-DATE  PIC X(8).
    05 PAY-BRANCH-CODE     PIC X(4).
01  PAY-CONTROL-RECORD REDEFINES PAY-TRANS-RECORD.
    05 PCR-RECORD-TYPE     PIC X(3).
    05 PCR-RECORD-COUNT    PIC 9(7).
    05 PCR-AMOUNT-HASH     PIC 9(11)V99.

*> --- Funding Transaction File ---
*> Field for field the file LEVIATHAN-TD-MAINT writes.
FD  FUNDING-TRANS-FILE.
01  FND-TRANS-RECORD.
    05 FND-TRANS-ID        PIC X(10).
    05 FND-TRANS-TYPE      PIC X(3).
    05 FND-TRANS-AMOUNT    PIC 9(7)V99.
    05 FND-REVERSAL-OF-ID  PIC X(10).
    05 FND-ACCOUNT-NUMBER  PIC X(10).
    05 FND-CURRENCY-CODE   PIC X(3).
    05 FND-EFFECTIVE-DATE  PIC X(8).
    05 FND-BRANCH-CODE     PIC X(4).
01  FND-CONTROL-RECORD REDEFINES FND-TRANS-RECORD.
    05 FCR-RECORD-TYPE     PIC X(3).
    05 FCR-RECORD-COUNT    PIC 9(7).
    05 FCR-AMOUNT-HASH     PIC 9(11)V99.

*> --- Posted-Transaction History (keyed by TRANS-ID) ---
*> Field for field the record LEVIATHAN-ENGINE writes.
FD  POSTED-HISTORY-FILE.
01  POSTED-HISTORY-RECORD.
    05 PTH-TRANS-ID             PIC X(10).
    05 PTH-POSTED-DATE          PIC X(8).

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

*> --- Account Exception File (keyed by TRANS-ID) ---
*> Field for field the record LEVIATHAN-ENGINE writes.
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD.
    05 EXC-TRANS-ID             PIC X(10).
    05 EXC-DETAIL               PIC X(70).

FD  MATURITY-LISTING-FILE.
01  MATURITY-LISTING-RECORD PIC X(80).

FD  UPCOMING-REPORT-FILE.
01  UPCOMING-REPORT-RECORD  PIC X(80).

*> Deposits maturing in the next 30 days, re-sequenced by branch and
*> maturity date for the upcoming-maturities report.
SD  SORT-WORK-FILE.
01  SD-UPCOMING-RECORD.
    05 SD-BRANCH-CODE          PIC X(4).
    05 SD-MATURITY-DATE        PIC X(8).
    05 SD-DEPOSIT-ID           PIC X(10).
    05 SD-FUNDING-ACCOUNT      PIC X(10).
    05 SD-CURRENCY-CODE        PIC X(3).
    05 SD-PRINCIPAL            PIC 9(9)V99.
    05 SD-ACCRUED-INTEREST     PIC 9(9)V99.
    05 SD-MATURITY-INSTR       PIC X(1).

FD  SORTED-UPCOMING-FILE.
01  SORTED-UPCOMING-RECORD.
    05 SRT-BRANCH-CODE         PIC X(4).
    05 SRT-MATURITY-DATE       PIC X(8).
    05 SRT-DEPOSIT-ID          PIC X(10).
    05 SRT-FUNDING-ACCOUNT     PIC X(10).
    05 SRT-CURRENCY-CODE       PIC X(3).
    05 SRT-PRINCIPAL           PIC 9(9)V99.
    05 SRT-ACCRUED-INTEREST    PIC 9(9)V99.
    05 SRT-MATURITY-INSTR      PIC X(1).

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
01  WS-TD-EOF              PIC A(1) VALUE 'N'.
01  WS-RATE-EOF            PIC A(1) VALUE 'N'.
01  WS-SORTED-EOF          PIC A(1) VALUE 'N'.
01  WS-TD-FILE-STATUS      PIC X(2).
01  WS-RATE-PARM-STATUS    PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).
01  WS-HISTORY-FILE-STATUS PIC X(2).
01  WS-RETURN-FILE-STATUS  PIC X(2).
01  WS-EXCEPT-FILE-STATUS  PIC X(2).
01  WS-MASTER-ON-FILE      PIC A(1) VALUE 'Y'.
01  WS-HISTORY-ON-FILE     PIC A(1) VALUE 'N'.
01  WS-RETURNS-ON-FILE     PIC A(1) VALUE 'N'.
01  WS-EXCEPTIONS-ON-FILE  PIC A(1) VALUE 'N'.

*> --- Run Controls & Accumulators ---
01  WS-RUN-DATE            PIC X(8).
01  WS-NEXT-BUSINESS-DATE  PIC X(8) VALUE SPACES.
01  WS-DEPOSITS-READ       PIC 9(7) COMP-3 VALUE 0.
01  WS-DEPOSITS-ACCRUED    PIC 9(7) COMP-3 VALUE 0.
01  WS-MATURED-COUNT       PIC 9(5) COMP-3 VALUE 0.
01  WS-ROLLED-COUNT        PIC 9(5) COMP-3 VALUE 0.
01  WS-BROKEN-COUNT        PIC 9(5) COMP-3 VALUE 0.
01  WS-HELD-COUNT          PIC 9(5) COMP-3 VALUE 0.
01  WS-UPCOMING-COUNT      PIC 9(5) COMP-3 VALUE 0.
01  WS-TOTAL-ACCRUED       PIC 9(11)V99 COMP-3 VALUE 0.
01  WS-FMT-ACCRUED-COUNT   PIC Z,ZZZ,ZZ9.
01  WS-FMT-MATURED-COUNT   PIC ZZZ,ZZ9.
01  WS-FMT-ROLLED-COUNT    PIC ZZZ,ZZ9.
01  WS-FMT-BROKEN-COUNT    PIC ZZZ,ZZ9.
01  WS-FMT-HELD-COUNT      PIC ZZZ,ZZ9.
01  WS-FMT-UPCOMING-COUNT  PIC ZZZ,ZZ9.
01  WS-FMT-PAYOUT-COUNT    PIC ZZZ,ZZ9.
01  WS-FMT-TOTAL-ACCRUED   PIC $$$,$$$,$$$,$$9.99.
01  WS-FMT-PAYOUT-HASH     PIC $$$,$$$,$$$,$$9.99.

*> --- Deposit Funding Controls ---
*> What tonight's engine run made of each pending deposit's funding
*> debit, and the rebuilt funding file's control totals - counted on
*> a first pass over the master so the HDR leads with them.
01  WS-FUNDED-COUNT        PIC 9(5) COMP-3 VALUE 0.
01  WS-FUND-FAILED-COUNT   PIC 9(5) COMP-3 VALUE 0.
01  WS-FUNDING-POSTED      PIC A(1) VALUE 'N'.
01  WS-FUNDING-POSTED-DATE PIC X(8).
01  WS-FUNDING-FAIL-REASON PIC X(40).
01  WS-FUND-COUNT          PIC 9(7) VALUE 0.
01  WS-FUND-AMOUNT-HASH    PIC 9(11)V99 VALUE 0.
01  WS-FUND-PASS           PIC A(1) VALUE 'C'.
    88 WS-FUND-PASS-COUNT  VALUE 'C'.
    88 WS-FUND-PASS-WRITE  VALUE 'W'.
01  WS-FMT-FUNDED-COUNT    PIC ZZZ,ZZ9.
01  WS-FMT-FUND-FAILED     PIC ZZZ,ZZ9.
01  WS-FMT-FUND-COUNT      PIC ZZZ,ZZ9.
01  WS-FMT-FUND-HASH       PIC $$$,$$$,$$$,$$9.99.

*> --- Rate Tables ---
01  WS-TERM-BAND-COUNT     PIC 9(2) COMP-3 VALUE 0.
01  WS-TERM-BAND-TABLE.
    05 WS-TERM-BAND-ENTRY OCCURS 20 TIMES
        DEPENDING ON WS-TERM-BAND-COUNT
        INDEXED BY WS-TERM-IDX.
        10 WS-TERM-CEILING   PIC 9(4) COMP-3.
        10 WS-TERM-RATE      PIC 9(3)V9(6) COMP-3.
01  WS-PENALTY-RATE        PIC 9(3)V9(6) COMP-3 VALUE 0.500000.
01  WS-TERM-FOUND          PIC A(1) VALUE 'N'.

*> --- Accrual & Settlement Work Fields ---
*> Simple interest at an annual percentage rate: principal * rate *
*> days / 36500, rounded to the cent - the interest accrual run's
*> formula.
01  WS-ACCRUE-TO-DATE      PIC X(8).
01  WS-ACCRUAL-END-DATE    PIC X(8).
01  WS-ACCRUAL-DAYS        PIC S9(5) COMP-3 VALUE 0.
01  WS-DAY-ACCRUAL         PIC 9(9)V99 COMP-3 VALUE 0.
01  WS-PENALTY-INTEREST    PIC 9(9)V99 COMP-3 VALUE 0.
01  WS-FORFEITED-INTEREST  PIC 9(9)V99 COMP-3 VALUE 0.
01  WS-PAYOUT-AMOUNT       PIC 9(11)V99 COMP-3 VALUE 0.
01  WS-PAYOUT-STAGED       PIC A(1) VALUE 'N'.
01  WS-OLD-RATE            PIC 9(3)V9(6) COMP-3 VALUE 0.
01  WS-FMT-PRINCIPAL       PIC $$$,$$$,$$9.99.
01  WS-FMT-INTEREST        PIC $$,$$$,$$9.99.
01  WS-FMT-PAYOUT          PIC $$$,$$$,$$9.99.
01  WS-FMT-RATE            PIC ZZ9.999999.
01  WS-FMT-DAYS            PIC ZZZZ9.

*> --- Date Arithmetic ---
01  WS-DATE-NUM            PIC 9(8) VALUE 0.
01  WS-DATE-INT            PIC 9(7) COMP-3 VALUE 0.
01  WS-FROM-DATE-NUM       PIC 9(8) VALUE 0.
01  WS-TO-DATE-NUM         PIC 9(8) VALUE 0.
01  WS-HORIZON-DATE        PIC X(8).
01  WS-HORIZON-DAYS        PIC 9(3) COMP-3 VALUE 30.

*> --- House Branch ---
*> Payouts and funding debits are the bank's own bookings, posted
*> under the house branch as interest and fees are, so clearing does
*> not look for them from a branch.
01  WS-HOUSE-BRANCH        PIC X(4) VALUE "9999".

*> --- Generated TRANS-ID Construction ---
*> "D" + YYMMDD + a 3-digit within-run sequence - the standing-order
*> generator's uniqueness scheme under its own prefix, so the
*> engine's cross-run duplicate check never collides payouts with
*> any other feed.
01  WS-PAY-SEQ             PIC 9(3) VALUE 0.
01  WS-PAY-TRANS-ID.
    05 WS-PTI-PREFIX       PIC X(1) VALUE "D".
    05 WS-PTI-DATE         PIC X(6).
    05 WS-PTI-SEQ          PIC 9(3).

*> --- Payout Staging Table ---
*> The HDR record must lead the file with the final count and hash,
*> so payouts are staged here during the master walk and the file is
*> written whole afterwards - the interest capitalization run's
*> staging convention. A payout too large for TRANS-AMOUNT, or a
*> night with more payouts than the table holds, leaves the deposit
*> as it was and is reported, to be settled by hand or on the next
*> run rather than emitted truncated.
01  WS-PAY-COUNT           PIC 9(5) COMP-3 VALUE 0.
01  WS-PAY-TABLE-FULL      PIC A(1) VALUE 'N'.
01  WS-PAY-TABLE.
    05 WS-PAY-ENTRY OCCURS 999 TIMES
        DEPENDING ON WS-PAY-COUNT
        INDEXED BY WS-PAY-IDX.
        10 WS-PAY-ID         PIC X(10).
        10 WS-PAY-AMOUNT     PIC 9(7)V99.
        10 WS-PAY-ACCOUNT    PIC X(10).
        10 WS-PAY-CURRENCY   PIC X(3).
        10 WS-PAY-BRANCH     PIC X(4).
01  WS-PAY-AMOUNT-HASH     PIC 9(11)V99 COMP-3 VALUE 0.

*> --- Upcoming-Maturities Report Control Break ---
01  WS-CURRENT-BRANCH      PIC X(4) VALUE SPACES.
01  WS-FIRST-BRANCH-REC    PIC A(1) VALUE 'Y'.
01  WS-BRANCH-DEPOSITS     PIC 9(5) COMP-3 VALUE 0.
01  WS-BRANCH-PRINCIPAL    PIC 9(11)V99 COMP-3 VALUE 0.
01  WS-FMT-BRANCH-DEPOSITS PIC ZZ,ZZ9.
01  WS-FMT-BRANCH-PRINCIPAL PIC $$$,$$$,$$$,$$9.99.

*> --- Chain Step Ledger Controls ---
*> This step's name on the chain ledger and the steps that must have
*> completed for the same business date before it may start - cleanly
*> (return code below 8) unless the entry says otherwise.
01  WS-LEDGER-FILE-STATUS    PIC X(2).
01  WS-CHAIN-STEP-ID         PIC X(8) VALUE "TDMATURE".
01  WS-CHAIN-PROGRAM-ID      PIC X(30) VALUE "LEVIATHAN-TD-MATURITY".
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
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: TERM-DEPOSIT ACCRUAL & MATURITY LISTING".
01  HEADER-3               PIC X(80) VALUE "========================================================================".
01  UPCOMING-HEADER-2      PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: TERM DEPOSITS MATURING IN THE NEXT 30 DAYS".
01  MATURITY-DETAIL-LINE.
    05 FILLER              PIC X(9) VALUE " [TDMAT] ".
    05 MDL-MSG             PIC X(71).
01  UPCOMING-DETAIL-LINE.
    05 FILLER              PIC X(9) VALUE " [TDUPC] ".
    05 UDL-MSG             PIC X(71).

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

    OPEN I-O TD-MASTER-FILE
    OPEN OUTPUT MATURITY-LISTING-FILE
    OPEN INPUT POSTED-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS = "00"
        MOVE 'Y' TO WS-HISTORY-ON-FILE
    END-IF
    OPEN INPUT RETURNED-ITEM-FILE
    IF WS-RETURN-FILE-STATUS = "00"
        MOVE 'Y' TO WS-RETURNS-ON-FILE
    END-IF
    OPEN INPUT EXCEPTION-FILE
    IF WS-EXCEPT-FILE-STATUS = "00"
        MOVE 'Y' TO WS-EXCEPTIONS-ON-FILE
    END-IF

    MOVE WS-RUN-DATE(3:6) TO WS-PTI-DATE

    PERFORM 0175-READ-TD-RATES
    PERFORM 0180-SET-ACCRUAL-DATES

    WRITE MATURITY-LISTING-RECORD FROM HEADER-1
    WRITE MATURITY-LISTING-RECORD FROM HEADER-2
    WRITE MATURITY-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE "   ACCRUED TO: " WS-ACCRUE-TO-DATE
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD FROM " "

    *> A master that failed to open never raises AT END, so driving
    *> the walk against it would spin forever; report the condition
    *> and settle nothing instead. The first site to run this before
    *> any deposit is opened simply has nothing on file yet.
    IF WS-TD-FILE-STATUS NOT = "00"
        MOVE 'N' TO WS-MASTER-ON-FILE
        MOVE 'Y' TO WS-TD-EOF
        WRITE MATURITY-LISTING-RECORD FROM " [SYSTEM] TERM-DEPOSIT MASTER NOT AVAILABLE - NOTHING ACCRUED."
    ELSE
        MOVE LOW-VALUES TO TD-DEPOSIT-ID
        START TD-MASTER-FILE KEY NOT LESS THAN TD-DEPOSIT-ID
            INVALID KEY
                MOVE 'Y' TO WS-TD-EOF
        END-START
    END-IF

    PERFORM 1000-WALK-DEPOSITS UNTIL WS-TD-EOF = 'Y'

    *> Written every night, not just when something matures: the
    *> engine merges this feed on every run, so a quiet night must
    *> overwrite the previous (already consumed) file with a
    *> zero-count HDR/TRL pair - the always-rewrite convention the
    *> other generated feeds follow.
    PERFORM 2000-WRITE-PAYOUT-FILE

    *> Rewritten every night for the same reason: the engine has just
    *> consumed it, and only the deposits still waiting for their
    *> funding debit may be presented again.
    PERFORM 2500-WRITE-FUNDING-FILE

    PERFORM 3000-WRITE-UPCOMING-REPORT

    PERFORM 3900-WRITE-MATURITY-SUMMARY

    IF WS-MASTER-ON-FILE = 'Y'
        CLOSE TD-MASTER-FILE
    END-IF
    IF WS-HISTORY-ON-FILE = 'Y'
        CLOSE POSTED-HISTORY-FILE
    END-IF
    IF WS-RETURNS-ON-FILE = 'Y'
        CLOSE RETURNED-ITEM-FILE
    END-IF
    IF WS-EXCEPTIONS-ON-FILE = 'Y'
        CLOSE EXCEPTION-FILE
    END-IF
    CLOSE MATURITY-LISTING-FILE
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
    OPEN OUTPUT MATURITY-LISTING-FILE
    WRITE MATURITY-LISTING-RECORD FROM HEADER-1
    WRITE MATURITY-LISTING-RECORD FROM HEADER-2
    WRITE MATURITY-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD FROM " "
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING " [HELD]   NOT RUN - PREDECESSOR " WS-CHAIN-HELD-BY " "
        WS-CHAIN-HELD-REASON
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD FROM HEADER-1
    CLOSE MATURITY-LISTING-FILE.

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
                    END-IF
                END-IF
        END-READ
    END-IF
    CLOSE PROCESSING-DATE-FILE.

0175-READ-TD-RATES.
    OPEN INPUT TD-RATE-PARM-FILE
    IF WS-RATE-PARM-STATUS = "00"
        PERFORM 0176-READ-ONE-RATE-RECORD UNTIL WS-RATE-EOF = 'Y'
    END-IF
    CLOSE TD-RATE-PARM-FILE.

0176-READ-ONE-RATE-RECORD.
    READ TD-RATE-PARM-FILE
        AT END
            MOVE 'Y' TO WS-RATE-EOF
        NOT AT END
            EVALUATE TDR-RATE-TYPE
                WHEN "TM"
                    IF WS-TERM-BAND-COUNT < 20
                        ADD 1 TO WS-TERM-BAND-COUNT
                        SET WS-TERM-IDX TO WS-TERM-BAND-COUNT
                        MOVE TDR-TERM-CEILING
                            TO WS-TERM-CEILING(WS-TERM-IDX)
                        MOVE TDR-ANNUAL-RATE
                            TO WS-TERM-RATE(WS-TERM-IDX)
                    END-IF
                WHEN "PN"
                    MOVE TDR-ANNUAL-RATE TO WS-PENALTY-RATE
            END-EVALUATE
    END-READ.

0180-SET-ACCRUAL-DATES.
    *> Tonight accrues every calendar day up to (not including) the
    *> next business day, as the interest accrual run does; without
    *> the processing-date record that is simply tomorrow. The
    *> upcoming-maturities horizon runs 30 calendar days on from
    *> today.
    MOVE WS-RUN-DATE TO WS-DATE-NUM
    IF WS-NEXT-BUSINESS-DATE NOT = SPACES
        AND WS-NEXT-BUSINESS-DATE > WS-RUN-DATE
        MOVE WS-NEXT-BUSINESS-DATE TO WS-ACCRUE-TO-DATE
    ELSE
        COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
        COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
        MOVE WS-DATE-NUM TO WS-ACCRUE-TO-DATE
    END-IF
    MOVE WS-RUN-DATE TO WS-DATE-NUM
    COMPUTE WS-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-HORIZON-DAYS
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
    MOVE WS-DATE-NUM TO WS-HORIZON-DATE.

1000-WALK-DEPOSITS.
    READ TD-MASTER-FILE NEXT
        AT END
            MOVE 'Y' TO WS-TD-EOF
        NOT AT END
            ADD 1 TO WS-DEPOSITS-READ
            EVALUATE TRUE
                WHEN TD-STATUS-PENDING
                    PERFORM 1050-RESOLVE-FUNDING
                    IF TD-STATUS-ACTIVE
                        PERFORM 1100-ACCRUE-ONE-DEPOSIT
                        IF TD-MATURITY-DATE <= WS-RUN-DATE
                            PERFORM 1200-MATURE-ONE-DEPOSIT
                        END-IF
                    END-IF
                    PERFORM 1900-REWRITE-DEPOSIT
                WHEN TD-STATUS-ACTIVE
                    PERFORM 1100-ACCRUE-ONE-DEPOSIT
                    IF TD-MATURITY-DATE <= WS-RUN-DATE
                        PERFORM 1200-MATURE-ONE-DEPOSIT
                    END-IF
                    PERFORM 1900-REWRITE-DEPOSIT
                WHEN TD-STATUS-BREAKING
                    IF TD-MATURITY-DATE <= TD-STATUS-DATE
                        PERFORM 1350-PAY-OUT-MATURED-BREAK
                    ELSE
                        PERFORM 1300-BREAK-ONE-DEPOSIT
                    END-IF
                    PERFORM 1900-REWRITE-DEPOSIT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

1050-RESOLVE-FUNDING.
    *> A funding debit on the posted history has taken the principal,
    *> and the deposit starts running; one tonight's engine run
    *> returned unpaid or refused to the exception file never will,
    *> and the deposit is cancelled with the reason listed. Anything
    *> else has not reached the engine yet and stays pending.
    MOVE 'N' TO WS-FUNDING-POSTED
    MOVE SPACES TO WS-FUNDING-FAIL-REASON
    IF WS-HISTORY-ON-FILE = 'Y'
        MOVE TD-FUNDING-TRANS-ID TO PTH-TRANS-ID
        READ POSTED-HISTORY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-FUNDING-POSTED
                MOVE PTH-POSTED-DATE TO WS-FUNDING-POSTED-DATE
        END-READ
    END-IF
    IF WS-FUNDING-POSTED = 'N' AND WS-RETURNS-ON-FILE = 'Y'
        MOVE TD-FUNDING-TRANS-ID TO RI-TRANS-ID
        READ RETURNED-ITEM-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE RI-RETURN-REASON TO WS-FUNDING-FAIL-REASON
        END-READ
    END-IF
    IF WS-FUNDING-POSTED = 'N' AND WS-FUNDING-FAIL-REASON = SPACES
        AND WS-EXCEPTIONS-ON-FILE = 'Y'
        MOVE TD-FUNDING-TRANS-ID TO EXC-TRANS-ID
        READ EXCEPTION-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE EXC-DETAIL TO WS-FUNDING-FAIL-REASON
        END-READ
    END-IF
    EVALUATE TRUE
        WHEN WS-FUNDING-POSTED = 'Y'
            PERFORM 1060-START-FUNDED-DEPOSIT
        WHEN WS-FUNDING-FAIL-REASON NOT = SPACES
            ADD 1 TO WS-FUND-FAILED-COUNT
            MOVE 'C' TO TD-STATUS
            MOVE WS-RUN-DATE TO TD-STATUS-DATE
            MOVE SPACES TO MDL-MSG
            STRING TD-DEPOSIT-ID " FUNDING " TD-FUNDING-TRANS-ID
                " NOT PAID - DEPOSIT CANCELLED"
                DELIMITED BY SIZE INTO MDL-MSG
            WRITE MATURITY-LISTING-RECORD FROM MATURITY-DETAIL-LINE
            MOVE SPACES TO MDL-MSG
            STRING "    " WS-FUNDING-FAIL-REASON
                DELIMITED BY SIZE INTO MDL-MSG
            WRITE MATURITY-LISTING-RECORD FROM MATURITY-DETAIL-LINE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

1060-START-FUNDED-DEPOSIT.
    *> Interest is earned only on money actually held: a deposit whose
    *> funding posted after its keyed start date starts its term, and
    *> its accrual, on the day the principal was taken.
    ADD 1 TO WS-FUNDED-COUNT
    MOVE 'A' TO TD-STATUS
    MOVE WS-RUN-DATE TO TD-STATUS-DATE
    IF WS-FUNDING-POSTED-DATE IS NUMERIC
        AND WS-FUNDING-POSTED-DATE > TD-START-DATE
        MOVE WS-FUNDING-POSTED-DATE TO TD-START-DATE
        MOVE WS-FUNDING-POSTED-DATE TO TD-LAST-ACCRUAL-DATE
        MOVE TD-START-DATE TO WS-DATE-NUM
        COMPUTE WS-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + TD-TERM-DAYS
        COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
        MOVE WS-DATE-NUM TO TD-MATURITY-DATE
    END-IF
    MOVE SPACES TO MDL-MSG
    STRING TD-DEPOSIT-ID " FUNDED BY " TD-FUNDING-TRANS-ID
        " - RUNNING " TD-START-DATE " TO " TD-MATURITY-DATE
        DELIMITED BY SIZE INTO MDL-MSG
    WRITE MATURITY-LISTING-RECORD FROM MATURITY-DETAIL-LINE.

1100-ACCRUE-ONE-DEPOSIT.
    *> Interest from the last accrual date up to tonight's accrue-to
    *> date, stopping at maturity: a deposit earns its contract rate
    *> for its term and not a day beyond.
    IF TD-MATURITY-DATE < WS-ACCRUE-TO-DATE
        MOVE TD-MATURITY-DATE TO WS-ACCRUAL-END-DATE
    ELSE
        MOVE WS-ACCRUE-TO-DATE TO WS-ACCRUAL-END-DATE
    END-IF
    IF WS-ACCRUAL-END-DATE > TD-LAST-ACCRUAL-DATE
        MOVE TD-LAST-ACCRUAL-DATE TO WS-FROM-DATE-NUM
        MOVE WS-ACCRUAL-END-DATE TO WS-TO-DATE-NUM
        COMPUTE WS-ACCRUAL-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM)
            - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
        COMPUTE WS-DAY-ACCRUAL ROUNDED =
            (TD-PRINCIPAL * TD-ANNUAL-RATE * WS-ACCRUAL-DAYS) / 36500
        ADD WS-DAY-ACCRUAL TO TD-ACCRUED-INTEREST
        ADD WS-DAY-ACCRUAL TO WS-TOTAL-ACCRUED
        MOVE WS-ACCRUAL-END-DATE TO TD-LAST-ACCRUAL-DATE
        ADD 1 TO WS-DEPOSITS-ACCRUED
    END-IF.

1200-MATURE-ONE-DEPOSIT.
    *> The maturity instruction decides what the arrived maturity
    *> does. Anything that pays out must be staged first; a payout
    *> that cannot be staged leaves the deposit untouched, running
    *> and listed, so it is settled the next night or by hand.
    MOVE TD-PRINCIPAL TO WS-FMT-PRINCIPAL
    MOVE TD-ACCRUED-INTEREST TO WS-FMT-INTEREST
    EVALUATE TRUE
        WHEN TD-INSTR-PAYOUT
            COMPUTE WS-PAYOUT-AMOUNT = TD-PRINCIPAL + TD-ACCRUED-INTEREST
            PERFORM 1500-STAGE-PAYOUT
            IF WS-PAYOUT-STAGED = 'Y'
                ADD 1 TO WS-MATURED-COUNT
                MOVE SPACES TO MDL-MSG
                STRING TD-DEPOSIT-ID " MATURED - PAID " WS-FMT-PAYOUT
                    " TO " TD-FUNDING-ACCOUNT " " WS-PAY-TRANS-ID
                    DELIMITED BY SIZE INTO MDL-MSG
                WRITE MATURITY-LISTING-RECORD FROM MATURITY-DETAIL-LINE
                MOVE 'M' TO TD-STATUS
                MOVE WS-RUN-DATE TO TD-STATUS-DATE
            END-IF
        WHEN TD-INSTR-PAY-INT
            MOVE TD-ACCRUED-INTEREST TO WS-PAYOUT-AMOUNT
            IF WS-PAYOUT-AMOUNT > 0
                PERFORM 1500-STAGE-PAYOUT
            ELSE
                MOVE 'Y' TO WS-PAYOUT-STAGED
            END-IF
            IF WS-PAYOUT-STAGED = 'Y'
                MOVE SPACES TO MDL-MSG
                STRING TD-DEPOSIT-ID " MATURED - INTEREST " WS-FMT-INTEREST
                    " PAID TO " TD-FUNDING-ACCOUNT
                    DELIMITED BY SIZE INTO MDL-MSG
                WRITE MATURITY-LISTING-RECORD FROM MATURITY-DETAIL-LINE
                MOVE 0 TO TD-ACCRUED-INTEREST
                PERFORM 1250-ROLL-OVER-DEPOSIT
            END-IF
        WHEN OTHER
            MOVE SPACES TO MDL-MSG
            STRING TD-DEPOSIT-ID " MATURED - ROLLED " WS-FMT-PRINCIPAL
                " + INT " WS-FMT-INTEREST
                DELIMITED BY SIZE INTO MDL-MSG
            WRITE MATURITY-LISTING-RECORD FROM MATURITY-DETAIL-LINE
            ADD TD-ACCRUED-INTEREST TO TD-PRINCIPAL
            MOVE 0 TO TD-ACCRUED-INTEREST
            PERFORM 1250-ROLL-OVER-DEPOSIT
    END-EVALUATE.

1250-ROLL-OVER-DEPOSIT.
    *> A new term of the same length starts on the old maturity date
    *> at the current rate for that term, and starts accruing at once
    *> for the days already behind it.
    MOVE TD-ANNUAL-RATE TO WS-OLD-RATE
    PERFORM 1260-FIND-TERM-RATE
    MOVE TD-MATURITY-DATE TO TD-START-DATE
    MOVE TD-MATURITY-DATE TO TD-LAST-ACCRUAL-DATE
    MOVE TD-START-DATE TO WS-DATE-NUM
    COMPUTE WS-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + TD-TERM-DAYS
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
    MOVE WS-DATE-NUM TO TD-MATURITY-DATE
    ADD 1 TO TD-ROLLOVER-COUNT
    ADD 1 TO WS-ROLLED-COUNT
    MOVE WS-RUN-DATE TO TD-STATUS-DATE
    MOVE TD-PRINCIPAL TO WS-FMT-PRINCIPAL
    MOVE TD-ANNUAL-RATE TO WS-FMT-RATE
    MOVE SPACES TO MDL-MSG
    STRING "    ROLLED " WS-FMT-PRINCIPAL " AT " WS-FMT-RATE
        "% TO " TD-MATURITY-DATE
        DELIMITED BY SIZE INTO MDL-MSG
    WRITE MATURITY-LISTING-RECORD FROM MATURITY-DETAIL-LINE
    PERFORM 1100-ACCRUE-ONE-DEPOSIT.

1260-FIND-TERM-RATE.
    *> First band whose term ceiling the deposit's term does not
    *> exceed; no band for the term keeps the old rate.
    MOVE 'N' TO WS-TERM-FOUND
    SET WS-TERM-IDX TO 1
    PERFORM WS-TERM-BAND-COUNT TIMES
        IF WS-TERM-FOUND = 'N'
            AND TD-TERM-DAYS <= WS-TERM-CEILING(WS-TERM-IDX)
            MOVE WS-TERM-RATE(WS-TERM-IDX) TO TD-ANNUAL-RATE
            MOVE 'Y' TO WS-TERM-FOUND
        END-IF
        SET WS-TERM-IDX UP BY 1
    END-PERFORM.

1300-BREAK-ONE-DEPOSIT.
    *> An early break earns the penalty rate for the days actually
    *> held, from the start date to the day the break was keyed -
    *> never more than the contract interest already accrued - and
    *> the deposit pays out whole.
    MOVE 0 TO WS-ACCRUAL-DAYS
    IF TD-STATUS-DATE > TD-START-DATE
        MOVE TD-START-DATE TO WS-FROM-DATE-NUM
        MOVE TD-STATUS-DATE TO WS-TO-DATE-NUM
        COMPUTE WS-ACCRUAL-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM)
            - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
    END-IF
    COMPUTE WS-PENALTY-INTEREST ROUNDED =
        (TD-PRINCIPAL * WS-PENALTY-RATE * WS-ACCRUAL-DAYS) / 36500
    IF WS-PENALTY-INTEREST > TD-ACCRUED-INTEREST
        MOVE TD-ACCRUED-INTEREST TO WS-PENALTY-INTEREST
    END-IF
    COMPUTE WS-FORFEITED-INTEREST =
        TD-ACCRUED-INTEREST - WS-PENALTY-INTEREST
    COMPUTE WS-PAYOUT-AMOUNT = TD-PRINCIPAL + WS-PENALTY-INTEREST
    PERFORM 1500-STAGE-PAYOUT
    IF WS-PAYOUT-STAGED = 'Y'
        ADD 1 TO WS-BROKEN-COUNT
        MOVE WS-ACCRUAL-DAYS TO WS-FMT-DAYS
        MOVE SPACES TO MDL-MSG
        STRING TD-DEPOSIT-ID " BROKEN AFTER " WS-FMT-DAYS
            " DAYS - PAID " WS-FMT-PAYOUT " TO " TD-FUNDING-ACCOUNT
            DELIMITED BY SIZE INTO MDL-MSG
        WRITE MATURITY-LISTING-RECORD FROM MATURITY-DETAIL-LINE
        MOVE WS-PENALTY-INTEREST TO WS-FMT-INTEREST
        MOVE WS-FORFEITED-INTEREST TO WS-FMT-PRINCIPAL
        MOVE SPACES TO MDL-MSG
        STRING "    PENALTY INTEREST " WS-FMT-INTEREST
            " FORFEITED " WS-FMT-PRINCIPAL
            DELIMITED BY SIZE INTO MDL-MSG
        WRITE MATURITY-LISTING-RECORD FROM MATURITY-DETAIL-LINE
        MOVE WS-PENALTY-INTEREST TO TD-ACCRUED-INTEREST
        MOVE 'X' TO TD-STATUS
        MOVE WS-RUN-DATE TO TD-STATUS-DATE
    END-IF.

1350-PAY-OUT-MATURED-BREAK.
    *> A break keyed on or after the maturity date is no early break:
    *> the term was served, so the deposit earns its contract interest
    *> in full and matures tonight as a payout, whatever its standing
    *> instruction. A payout that cannot be staged leaves it running
    *> under the payout instruction, as any maturity would.
    MOVE 'A' TO TD-STATUS
    MOVE 'P' TO TD-MATURITY-INSTR
    PERFORM 1100-ACCRUE-ONE-DEPOSIT
    PERFORM 1200-MATURE-ONE-DEPOSIT.

1500-STAGE-PAYOUT.
    *> Stage WS-PAYOUT-AMOUNT as a CRD to the deposit's linked account
    *> in the deposit's currency under the house branch. Too large for
    *> TRANS-AMOUNT, or no room left in the table, and nothing is
    *> staged - WS-PAYOUT-STAGED tells the caller to leave the deposit
    *> as it was.
    MOVE 'N' TO WS-PAYOUT-STAGED
    MOVE WS-PAYOUT-AMOUNT TO WS-FMT-PAYOUT
    IF WS-PAYOUT-AMOUNT > 9999999.99
        ADD 1 TO WS-HELD-COUNT
        MOVE SPACES TO MDL-MSG
        STRING TD-DEPOSIT-ID " PAYOUT " WS-FMT-PAYOUT
            " EXCEEDS FIELD - PAY BY HAND"
            DELIMITED BY SIZE INTO MDL-MSG
        WRITE MATURITY-LISTING-RECORD FROM MATURITY-DETAIL-LINE
    ELSE
        IF WS-PAY-COUNT >= 999
            IF WS-PAY-TABLE-FULL = 'N'
                MOVE 'Y' TO WS-PAY-TABLE-FULL
                WRITE MATURITY-LISTING-RECORD FROM " [SYSTEM] PAYOUT TABLE FULL - REMAINDER HELD OVER."
            END-IF
            ADD 1 TO WS-HELD-COUNT
        ELSE
            ADD 1 TO WS-PAY-SEQ
            MOVE WS-PAY-SEQ TO WS-PTI-SEQ
            ADD 1 TO WS-PAY-COUNT
            SET WS-PAY-IDX TO WS-PAY-COUNT
            MOVE WS-PAY-TRANS-ID TO WS-PAY-ID(WS-PAY-IDX)
            MOVE WS-PAYOUT-AMOUNT TO WS-PAY-AMOUNT(WS-PAY-IDX)
            MOVE TD-FUNDING-ACCOUNT TO WS-PAY-ACCOUNT(WS-PAY-IDX)
            MOVE TD-CURRENCY-CODE TO WS-PAY-CURRENCY(WS-PAY-IDX)
            MOVE WS-HOUSE-BRANCH TO WS-PAY-BRANCH(WS-PAY-IDX)
            ADD WS-PAYOUT-AMOUNT TO WS-PAY-AMOUNT-HASH
            MOVE 'Y' TO WS-PAYOUT-STAGED
        END-IF
    END-IF.

1900-REWRITE-DEPOSIT.
    REWRITE TD-MASTER-RECORD
        INVALID KEY
            CONTINUE
    END-REWRITE.

2000-WRITE-PAYOUT-FILE.
    *> Emit the payout file whole: HDR with the final count and amount
    *> hash, the staged detail records, and the matching TRL.
    OPEN OUTPUT PAYOUT-TRANS-FILE
    MOVE SPACES TO PAY-TRANS-RECORD
    MOVE "HDR" TO PCR-RECORD-TYPE
    MOVE WS-PAY-COUNT TO PCR-RECORD-COUNT
    MOVE WS-PAY-AMOUNT-HASH TO PCR-AMOUNT-HASH
    WRITE PAY-TRANS-RECORD
    IF WS-PAY-COUNT > 0
        SET WS-PAY-IDX TO 1
        PERFORM WS-PAY-COUNT TIMES
            PERFORM 2100-WRITE-ONE-DETAIL
            SET WS-PAY-IDX UP BY 1
        END-PERFORM
    END-IF
    MOVE SPACES TO PAY-TRANS-RECORD
    MOVE "TRL" TO PCR-RECORD-TYPE
    MOVE WS-PAY-COUNT TO PCR-RECORD-COUNT
    MOVE WS-PAY-AMOUNT-HASH TO PCR-AMOUNT-HASH
    WRITE PAY-TRANS-RECORD
    CLOSE PAYOUT-TRANS-FILE.

2100-WRITE-ONE-DETAIL.
    MOVE SPACES TO PAY-TRANS-RECORD
    MOVE WS-PAY-ID(WS-PAY-IDX)       TO PAY-TRANS-ID
    MOVE "CRD"                       TO PAY-TRANS-TYPE
    MOVE WS-PAY-AMOUNT(WS-PAY-IDX)   TO PAY-TRANS-AMOUNT
    MOVE SPACES                      TO PAY-REVERSAL-OF-ID
    MOVE WS-PAY-ACCOUNT(WS-PAY-IDX)  TO PAY-ACCOUNT-NUMBER
    MOVE WS-PAY-CURRENCY(WS-PAY-IDX) TO PAY-CURRENCY-CODE
    MOVE WS-RUN-DATE                 TO PAY-EFFECTIVE-DATE
    MOVE WS-PAY-BRANCH(WS-PAY-IDX)   TO PAY-BRANCH-CODE
    WRITE PAY-TRANS-RECORD.

2500-WRITE-FUNDING-FILE.
    *> Emit the funding file whole: HDR with the final count and
    *> amount hash, a DEB for every deposit still pending, and the
    *> matching TRL - the same file LEVIATHAN-TD-MAINT builds.
    MOVE 0 TO WS-FUND-COUNT
    MOVE 0 TO WS-FUND-AMOUNT-HASH
    SET WS-FUND-PASS-COUNT TO TRUE
    PERFORM 2510-WALK-PENDING-DEPOSITS
    OPEN OUTPUT FUNDING-TRANS-FILE
    MOVE SPACES TO FND-TRANS-RECORD
    MOVE "HDR" TO FCR-RECORD-TYPE
    MOVE WS-FUND-COUNT TO FCR-RECORD-COUNT
    MOVE WS-FUND-AMOUNT-HASH TO FCR-AMOUNT-HASH
    WRITE FND-TRANS-RECORD
    SET WS-FUND-PASS-WRITE TO TRUE
    PERFORM 2510-WALK-PENDING-DEPOSITS
    MOVE SPACES TO FND-TRANS-RECORD
    MOVE "TRL" TO FCR-RECORD-TYPE
    MOVE WS-FUND-COUNT TO FCR-RECORD-COUNT
    MOVE WS-FUND-AMOUNT-HASH TO FCR-AMOUNT-HASH
    WRITE FND-TRANS-RECORD
    CLOSE FUNDING-TRANS-FILE.

2510-WALK-PENDING-DEPOSITS.
    *> The counting pass totals the pending deposits for the control
    *> records, the writing pass emits them.
    IF WS-MASTER-ON-FILE = 'Y'
        MOVE 'N' TO WS-TD-EOF
        MOVE LOW-VALUES TO TD-DEPOSIT-ID
        START TD-MASTER-FILE KEY NOT LESS THAN TD-DEPOSIT-ID
            INVALID KEY
                MOVE 'Y' TO WS-TD-EOF
        END-START
        PERFORM UNTIL WS-TD-EOF = 'Y'
            READ TD-MASTER-FILE NEXT
                AT END
                    MOVE 'Y' TO WS-TD-EOF
                NOT AT END
                    IF TD-STATUS-PENDING
                        IF WS-FUND-PASS-COUNT
                            ADD 1 TO WS-FUND-COUNT
                            ADD TD-PRINCIPAL TO WS-FUND-AMOUNT-HASH
                        ELSE
                            PERFORM 2520-WRITE-ONE-FUNDING
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

2520-WRITE-ONE-FUNDING.
    MOVE SPACES TO FND-TRANS-RECORD
    MOVE TD-FUNDING-TRANS-ID TO FND-TRANS-ID
    MOVE "DEB"               TO FND-TRANS-TYPE
    MOVE TD-PRINCIPAL        TO FND-TRANS-AMOUNT
    MOVE SPACES              TO FND-REVERSAL-OF-ID
    MOVE TD-FUNDING-ACCOUNT  TO FND-ACCOUNT-NUMBER
    MOVE TD-CURRENCY-CODE    TO FND-CURRENCY-CODE
    MOVE WS-RUN-DATE         TO FND-EFFECTIVE-DATE
    MOVE WS-HOUSE-BRANCH     TO FND-BRANCH-CODE
    WRITE FND-TRANS-RECORD.

3000-WRITE-UPCOMING-REPORT.
    *> Everything still running that matures after today and within
    *> the horizon, by branch and then maturity date, with a count and
    *> principal total per branch for the branch's call list.
    OPEN OUTPUT UPCOMING-REPORT-FILE
    WRITE UPCOMING-REPORT-RECORD FROM HEADER-1
    WRITE UPCOMING-REPORT-RECORD FROM UPCOMING-HEADER-2
    WRITE UPCOMING-REPORT-RECORD FROM HEADER-3
    MOVE SPACES TO UPCOMING-REPORT-RECORD
    STRING " RUN DATE: " WS-RUN-DATE "   MATURING THROUGH: " WS-HORIZON-DATE
        DELIMITED BY SIZE INTO UPCOMING-REPORT-RECORD
    WRITE UPCOMING-REPORT-RECORD
    IF WS-MASTER-ON-FILE = 'Y'
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SD-BRANCH-CODE
            ON ASCENDING KEY SD-MATURITY-DATE
            ON ASCENDING KEY SD-DEPOSIT-ID
            INPUT PROCEDURE IS 3100-RELEASE-UPCOMING
            GIVING SORTED-UPCOMING-FILE
        OPEN INPUT SORTED-UPCOMING-FILE
        PERFORM 3200-PRINT-UPCOMING UNTIL WS-SORTED-EOF = 'Y'
        CLOSE SORTED-UPCOMING-FILE
    END-IF
    MOVE WS-UPCOMING-COUNT TO WS-FMT-UPCOMING-COUNT
    WRITE UPCOMING-REPORT-RECORD FROM " "
    WRITE UPCOMING-REPORT-RECORD FROM HEADER-1
    MOVE SPACES TO UPCOMING-REPORT-RECORD
    STRING "    -> DEPOSITS MATURING : " WS-FMT-UPCOMING-COUNT
        DELIMITED BY SIZE INTO UPCOMING-REPORT-RECORD
    WRITE UPCOMING-REPORT-RECORD
    WRITE UPCOMING-REPORT-RECORD FROM HEADER-1
    CLOSE UPCOMING-REPORT-FILE.

3100-RELEASE-UPCOMING.
    *> Second walk of the master, now settled for tonight.
    MOVE 'N' TO WS-TD-EOF
    MOVE LOW-VALUES TO TD-DEPOSIT-ID
    START TD-MASTER-FILE KEY NOT LESS THAN TD-DEPOSIT-ID
        INVALID KEY
            MOVE 'Y' TO WS-TD-EOF
    END-START
    PERFORM UNTIL WS-TD-EOF = 'Y'
        READ TD-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-TD-EOF
            NOT AT END
                IF TD-STATUS-ACTIVE
                    AND TD-MATURITY-DATE > WS-RUN-DATE
                    AND TD-MATURITY-DATE <= WS-HORIZON-DATE
                    MOVE TD-BRANCH-CODE      TO SD-BRANCH-CODE
                    MOVE TD-MATURITY-DATE    TO SD-MATURITY-DATE
                    MOVE TD-DEPOSIT-ID       TO SD-DEPOSIT-ID
                    MOVE TD-FUNDING-ACCOUNT  TO SD-FUNDING-ACCOUNT
                    MOVE TD-CURRENCY-CODE    TO SD-CURRENCY-CODE
                    MOVE TD-PRINCIPAL        TO SD-PRINCIPAL
                    MOVE TD-ACCRUED-INTEREST TO SD-ACCRUED-INTEREST
                    MOVE TD-MATURITY-INSTR   TO SD-MATURITY-INSTR
                    RELEASE SD-UPCOMING-RECORD
                END-IF
        END-READ
    END-PERFORM.

3200-PRINT-UPCOMING.
    READ SORTED-UPCOMING-FILE
        AT END
            MOVE 'Y' TO WS-SORTED-EOF
            PERFORM 3300-UPCOMING-BRANCH-BREAK
        NOT AT END
            IF WS-FIRST-BRANCH-REC = 'Y'
                MOVE SRT-BRANCH-CODE TO WS-CURRENT-BRANCH
                MOVE 'N' TO WS-FIRST-BRANCH-REC
                PERFORM 3250-WRITE-BRANCH-HEADING
            ELSE
                IF SRT-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                    PERFORM 3300-UPCOMING-BRANCH-BREAK
                    MOVE SRT-BRANCH-CODE TO WS-CURRENT-BRANCH
                    PERFORM 3250-WRITE-BRANCH-HEADING
                END-IF
            END-IF
            ADD 1 TO WS-UPCOMING-COUNT
            ADD 1 TO WS-BRANCH-DEPOSITS
            ADD SRT-PRINCIPAL TO WS-BRANCH-PRINCIPAL
            MOVE SRT-PRINCIPAL TO WS-FMT-PRINCIPAL
            MOVE SRT-ACCRUED-INTEREST TO WS-FMT-INTEREST
            MOVE SPACES TO UDL-MSG
            STRING SRT-MATURITY-DATE " " SRT-DEPOSIT-ID " " SRT-FUNDING-ACCOUNT
                " " SRT-CURRENCY-CODE WS-FMT-PRINCIPAL
                " " SRT-MATURITY-INSTR WS-FMT-INTEREST
                DELIMITED BY SIZE INTO UDL-MSG
            WRITE UPCOMING-REPORT-RECORD FROM UPCOMING-DETAIL-LINE
    END-READ.

3250-WRITE-BRANCH-HEADING.
    WRITE UPCOMING-REPORT-RECORD FROM " "
    MOVE SPACES TO UPCOMING-REPORT-RECORD
    STRING "  [BRANCH " WS-CURRENT-BRANCH "]  MATURES  DEPOSIT    ACCOUNT"
        "        PRINCIPAL I     INTEREST"
        DELIMITED BY SIZE INTO UPCOMING-REPORT-RECORD
    WRITE UPCOMING-REPORT-RECORD.

3300-UPCOMING-BRANCH-BREAK.
    IF WS-FIRST-BRANCH-REC = 'N'
        MOVE WS-BRANCH-DEPOSITS TO WS-FMT-BRANCH-DEPOSITS
        MOVE WS-BRANCH-PRINCIPAL TO WS-FMT-BRANCH-PRINCIPAL
        MOVE SPACES TO UPCOMING-REPORT-RECORD
        STRING "    -> BRANCH " WS-CURRENT-BRANCH " : "
            WS-FMT-BRANCH-DEPOSITS " DEPOSITS, PRINCIPAL "
            WS-FMT-BRANCH-PRINCIPAL
            DELIMITED BY SIZE INTO UPCOMING-REPORT-RECORD
        WRITE UPCOMING-REPORT-RECORD
        MOVE 0 TO WS-BRANCH-DEPOSITS
        MOVE 0 TO WS-BRANCH-PRINCIPAL
    END-IF.

3900-WRITE-MATURITY-SUMMARY.
    MOVE WS-DEPOSITS-ACCRUED TO WS-FMT-ACCRUED-COUNT
    MOVE WS-TOTAL-ACCRUED TO WS-FMT-TOTAL-ACCRUED
    MOVE WS-MATURED-COUNT TO WS-FMT-MATURED-COUNT
    MOVE WS-ROLLED-COUNT TO WS-FMT-ROLLED-COUNT
    MOVE WS-BROKEN-COUNT TO WS-FMT-BROKEN-COUNT
    MOVE WS-HELD-COUNT TO WS-FMT-HELD-COUNT
    MOVE WS-PAY-COUNT TO WS-FMT-PAYOUT-COUNT
    MOVE WS-PAY-AMOUNT-HASH TO WS-FMT-PAYOUT-HASH
    MOVE WS-UPCOMING-COUNT TO WS-FMT-UPCOMING-COUNT
    MOVE WS-FUNDED-COUNT TO WS-FMT-FUNDED-COUNT
    MOVE WS-FUND-FAILED-COUNT TO WS-FMT-FUND-FAILED
    MOVE WS-FUND-COUNT TO WS-FMT-FUND-COUNT
    MOVE WS-FUND-AMOUNT-HASH TO WS-FMT-FUND-HASH
    WRITE MATURITY-LISTING-RECORD FROM " "
    WRITE MATURITY-LISTING-RECORD FROM HEADER-1
    WRITE MATURITY-LISTING-RECORD FROM " [SYSTEM] MATURITY RUN COMPLETE. SUMMARY:"
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING "    -> DEPOSITS ACCRUED     : " WS-FMT-ACCRUED-COUNT
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING "    -> INTEREST ACCRUED     : " WS-FMT-TOTAL-ACCRUED
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING "    -> MATURED AND PAID OUT : " WS-FMT-MATURED-COUNT
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING "    -> ROLLED OVER          : " WS-FMT-ROLLED-COUNT
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING "    -> BROKEN EARLY         : " WS-FMT-BROKEN-COUNT
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING "    -> PAYOUTS HELD OVER    : " WS-FMT-HELD-COUNT
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING "    -> PAYOUT RECORDS       : " WS-FMT-PAYOUT-COUNT
        "  TOTAL " WS-FMT-PAYOUT-HASH
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING "    -> MATURING IN 30 DAYS  : " WS-FMT-UPCOMING-COUNT
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING "    -> FUNDED AND STARTED   : " WS-FMT-FUNDED-COUNT
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING "    -> FUNDING NOT PAID     : " WS-FMT-FUND-FAILED
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    MOVE SPACES TO MATURITY-LISTING-RECORD
    STRING "    -> AWAITING FUNDING     : " WS-FMT-FUND-COUNT
        "  TOTAL " WS-FMT-FUND-HASH
        DELIMITED BY SIZE INTO MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD
    WRITE MATURITY-LISTING-RECORD FROM HEADER-1.

9800-CLOSE-CHAIN-STEP.
    *> The step's ledger entry is completed with its return code and key
    *> counts (deposits read, payouts raised, payouts held over and
    *> funding debits not paid). A
    *> return code of 8 or more holds every step that depends on this
    *> one.
    MOVE WS-DEPOSITS-READ TO WS-CHAIN-COUNT-IN
    MOVE WS-PAY-COUNT TO WS-CHAIN-COUNT-OUT
    COMPUTE WS-CHAIN-COUNT-EXCEPTIONS =
        WS-HELD-COUNT + WS-FUND-FAILED-COUNT
    MOVE 'C' TO WS-CHAIN-STEP-STATUS
    MOVE RETURN-CODE TO WS-CHAIN-RETURN-CODE
    OPEN I-O CHAIN-LEDGER-FILE
    PERFORM 0162-WRITE-CHAIN-LEDGER-ENTRY
    CLOSE CHAIN-LEDGER-FILE.
