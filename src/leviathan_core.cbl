        ACCESS MODE IS RANDOM
        RECORD KEY IS AUD-KEY
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    *> Authorized overdraft limits set through the account maintenance
    *> batch, keyed by account; an account with no record (or a site
    *> with no file yet) has a limit of zero.
    SELECT OVERDRAFT-LIMIT-FILE
        ASSIGN TO "data/master/overdraft_limits.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OD-ACCOUNT-NUMBER
        FILE STATUS IS WS-OD-LIMIT-STATUS.
    *> Holds and legal freezes placed through the hold maintenance
    *> batch, keyed account first so one account's holds are read
    *> together with START / READ NEXT; no file means no holds.
    SELECT HOLD-MASTER-FILE
        ASSIGN TO "data/master/holds_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HM-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.
    *> The branch reference file LEVIATHAN-BRANCH-MAINT keeps; loaded
    *> whole into WS-BRANCH-TABLE before the sort, DYNAMIC so it can
    *> be walked in key order. No file means branches go unchecked.
    SELECT BRANCH-MASTER-FILE
        ASSIGN TO "data/master/branch_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BR-BRANCH-CODE
        FILE STATUS IS WS-BRANCH-FILE-STATUS.
    *> One line per transaction whose merged branch code was remapped
    *> to its successor on the way into the branch sort; rebuilt with
    *> the sort, so a restart's re-sort lists the same remaps again.
    SELECT BRANCH-REMAP-FILE
        ASSIGN TO "data/output/branch_remap_listing.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    *> Accounts of customers under a confirmed sanctions hit, rebuilt
    *> each night by the sanctions screening batch ahead of this run;
    *> no file means nothing is blocked.
    SELECT BLOCKED-ACCOUNT-FILE
        ASSIGN TO "data/master/sanctions_blocked.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BLK-ACCOUNT-NUMBER
        FILE STATUS IS WS-BLOCKED-FILE-STATUS.
    *> Debits returned unpaid for want of funds, keyed by TRANS-ID so
    *> a restart's reprocessing window cannot return the same item
    *> twice - the INVALID-KEY-skips-a-duplicate pattern of the other
    *> daily feeds. The branches work their NSF notices from it.
    SELECT RETURNED-ITEM-FILE
        ASSIGN TO "data/output/returned_items.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RI-TRANS-ID
        FILE STATUS IS WS-RETURN-FILE-STATUS.
    *> One row per account a posted debit took from zero or above
    *> into the red today, keyed by account so the first breach is
    *> kept and a restart re-driving the posting phase adds nothing; the
    *> fee generator raises the day's overdraft charge from it.
    SELECT OVERDRAWN-ACCOUNT-FILE
        ASSIGN TO "data/output/overdrawn_accounts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OA-ACCOUNT-NUMBER
        FILE STATUS IS WS-OVERDRAWN-FILE-STATUS.
    *> Each account's running same-day available balance, keyed by
    *> account so there is no ceiling on how many accounts a day can
    *> touch. Rebuilt empty at the start of a day; a restart rolls it
    *> back to the last checkpoint instead. DYNAMIC so that roll-back
    *> can walk it with READ NEXT.
    SELECT AVAILABLE-FUNDS-FILE
        ASSIGN TO "data/work/available_funds.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AF-ACCOUNT-NUMBER
        FILE STATUS IS WS-FUNDS-FILE-STATUS.
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
    05 TRANS-TYPE          PIC X(3).
    05 TRANS-AMOUNT        PIC 9(7)V99.
    05 REVERSAL-OF-ID      PIC X(10).
    *> An XFR carries its credit (to) account where a REV carries the
    *> original's TRANS-ID; ACCOUNT-NUMBER is the debit (from) side.
    05 XFR-CREDIT-ACCOUNT REDEFINES REVERSAL-OF-ID PIC X(10).
    05 ACCOUNT-NUMBER      PIC X(10).
    05 CURRENCY-CODE       PIC X(3).
    05 EFFECTIVE-DATE      PIC X(8).
    05 TL-ACCOUNT-NUMBER   PIC X(10).
    05 TL-REVERSED-FLAG    PIC X(1).
    05 TL-POSTED-FLAG      PIC X(1).
    *> The credit (to) account of an XFR - TL-ACCOUNT-NUMBER is its
    *> debit (from) account. Spaces on every other type.
    05 TL-COUNTERPARTY-ACCOUNT PIC X(10).

*> --- Checkpoint File ---
*> Written every WS-CHECKPOINT-INTERVAL records so an abended overnight
            15 CKPT-GL-CURRENCY-CODE PIC X(3).
            15 CKPT-GL-CREDITS       PIC S9(11)V99.
            15 CKPT-GL-DEBITS        PIC S9(11)V99.
    05 CKPT-RETURNED-COUNT      PIC 9(5).
    05 CKPT-RETURNED-AMOUNT     PIC S9(11)V99.
    05 CKPT-TRANSFER-COUNT      PIC 9(5).
    05 CKPT-TOTAL-TRANSFERS     PIC S9(11)V99.
    05 CKPT-BRANCH-REJECT-COUNT PIC 9(5).

*> --- Account Master (keyed by account number, random read) ---
*> Every transaction is looked up here before its amount is folded
    05 TA-ACCOUNT-NUMBER        PIC X(10).
    05 TA-REVERSED-FLAG         PIC X(1).
    05 TA-POSTED-FLAG           PIC X(1).
    05 TA-COUNTERPARTY-ACCOUNT  PIC X(10).

*> --- Archive Retention Parameter File ---
*> Days of archived transaction detail to keep, supplied by
    05 AUD-THRESHOLD-USED          PIC 9(9)V99.
    05 AUD-FLAGGED                 PIC X(1).

*> --- Authorized Overdraft Limit (keyed by account number) ---
*> Field for field the record LEVIATHAN-ACCT-MAINT writes.
FD  OVERDRAFT-LIMIT-FILE.
01  OVERDRAFT-LIMIT-RECORD.
    05 OD-ACCOUNT-NUMBER        PIC X(10).
    05 OD-LIMIT-AMOUNT          PIC 9(11)V99.
    05 OD-SET-DATE              PIC X(8).
    05 OD-OPERATOR-ID           PIC X(8).

*> --- Holds Master (keyed by account + hold ID) ---
*> Field for field the record LEVIATHAN-HOLD-MAINT writes. A hold is
*> in force while active and through its expiry date (spaces: until
*> released).
FD  HOLD-MASTER-FILE.
01  HOLD-MASTER-RECORD.
    05 HM-KEY.
        10 HM-ACCOUNT-NUMBER    PIC X(10).
        10 HM-HOLD-ID           PIC X(10).
    05 HM-HOLD-TYPE             PIC X(1).
        88 HM-TYPE-AMOUNT       VALUE 'A'.
        88 HM-TYPE-FREEZE       VALUE 'F'.
    05 HM-HOLD-AMOUNT           PIC 9(11)V99.
    05 HM-REASON-CODE           PIC X(4).
    05 HM-REASON-TEXT           PIC X(30).
    05 HM-PLACED-DATE           PIC X(8).
    05 HM-EXPIRY-DATE           PIC X(8).
    05 HM-OPERATOR-ID           PIC X(8).
    05 HM-STATUS                PIC X(1).
        88 HM-STATUS-ACTIVE     VALUE 'A'.
        88 HM-STATUS-RELEASED   VALUE 'R'.
    05 HM-RELEASED-DATE         PIC X(8).
    05 HM-RELEASED-BY           PIC X(8).

*> --- Branch Master (keyed by branch code) ---
*> Field for field the record LEVIATHAN-BRANCH-MAINT writes.
FD  BRANCH-MASTER-FILE.
01  BRANCH-MASTER-RECORD.
    05 BR-BRANCH-CODE           PIC X(4).
    05 BR-BRANCH-NAME           PIC X(30).
    05 BR-REGION-CODE           PIC X(4).
    05 BR-GL-COST-CENTRE        PIC X(6).
    05 BR-STATUS                PIC X(1).
        88 BR-STATUS-OPEN       VALUE 'O'.
        88 BR-STATUS-CLOSED     VALUE 'C'.
        88 BR-STATUS-MERGED     VALUE 'M'.
    05 BR-SUCCESSOR-BRANCH      PIC X(4).
    05 BR-STATUS-DATE           PIC X(8).
    05 BR-OPERATOR-ID           PIC X(8).

FD  BRANCH-REMAP-FILE.
01  BRANCH-REMAP-RECORD         PIC X(80).

*> --- Sanctions Blocked-Account File (keyed by account) ---
*> Field for field the record LEVIATHAN-SANCTIONS-SCREEN writes.
FD  BLOCKED-ACCOUNT-FILE.
01  BLOCKED-ACCOUNT-RECORD.
    05 BLK-ACCOUNT-NUMBER       PIC X(10).
    05 BLK-CUSTOMER-ID          PIC X(10).
    05 BLK-ENTRY-ID             PIC X(10).
    05 BLK-CONFIRMED-DATE       PIC X(8).

*> --- Returned-Item Feed (keyed by TRANS-ID) ---
*> One row per debit returned unpaid: the item as presented, why it
*> was returned, and the ledger balance, limit, funds on hold and
*> available funds the decision was taken on, so an NSF notice can
*> quote them.
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

*> --- Overdrawn-Account Feed (keyed by account number) ---
*> The first debit that took the account below zero today, with the
*> balance either side of it.
FD  OVERDRAWN-ACCOUNT-FILE.
01  OVERDRAWN-ACCOUNT-RECORD.
    05 OA-ACCOUNT-NUMBER        PIC X(10).
    05 OA-TRANS-ID              PIC X(10).
    05 OA-PRIOR-BALANCE         PIC S9(11)V99.
    05 OA-DEBIT-AMOUNT          PIC 9(7)V99.
    05 OA-NEW-BALANCE           PIC S9(11)V99.
    05 OA-OVERDRAWN-DATE        PIC X(8).

*> --- Available-Funds Work File (keyed by account number) ---
*> Opened the first time a transaction touches the account today,
*> from the master balance, the limit in force and the holds against
*> it. AF-CKPT-BALANCE is the balance as it stood at the checkpoint
*> named by AF-CHANGE-MARK (the processed count that checkpoint was
*> taken at), refreshed the first time the record changes after each
*> new checkpoint - all a restart needs to put the record back.
FD  AVAILABLE-FUNDS-FILE.
01  AVAILABLE-FUNDS-RECORD.
    05 AF-ACCOUNT-NUMBER        PIC X(10).
    05 AF-BALANCE               PIC S9(11)V99.
    05 AF-LIMIT                 PIC 9(11)V99.
    05 AF-HELD                  PIC 9(11)V99.
    05 AF-FROZEN                PIC X(1).
    05 AF-CKPT-BALANCE          PIC S9(11)V99.
    05 AF-CHANGE-MARK           PIC 9(7).

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
*> --- End of File Flags ---
01  WS-EOF                 PIC A(1) VALUE 'N'.
01  WS-AUX-FEED-FILENAME   PIC X(40).
01  WS-AUX-FEED-COUNT      PIC 9(2) COMP-3 VALUE 0.
01  WS-AUX-FEED-TABLE.
    05 WS-AUX-FEED-ENTRY OCCURS 6 TIMES
        DEPENDING ON WS-AUX-FEED-COUNT
        INDEXED BY WS-AUX-IDX.
        10 WS-AUX-FEED-NAME  PIC X(40).
*> On a peak day one keyed read of ACCOUNT-MASTER-FILE per detail
*> record dominates the batch window. When the control header says
*> the day is at or over the threshold, the whole master (account
*> number, status and opening balance - all validation and the
*> funds check need) is preloaded in key
*> order and 1050-VALIDATE-ACCOUNT-MASTER binary-searches it
*> instead. A master too big for the table abandons the mode and
*> falls back to keyed reads rather than validating against a
        INDEXED BY WS-AMT-IDX.
        10 WS-AMT-ACCOUNT    PIC X(10).
        10 WS-AMT-STATUS     PIC X(1).
        10 WS-AMT-BALANCE    PIC S9(11)V99 COMP-3.
01  WS-AMT-EOF               PIC A(1) VALUE 'N'.
01  WS-ACCOUNT-VALID         PIC A(1) VALUE 'Y'.
01  WS-ACCOUNT-REJECT-REASON PIC X(20).
*> credits.
01  WS-STRUCT-FILE-STATUS      PIC X(2).
01  WS-VEL-PARM-STATUS         PIC X(2).
01  WS-PROC-DATE-STATUS        PIC X(2).
01  WS-VELOCITY-LIMIT          PIC 9(5) COMP-3 VALUE 25.
01  WS-STRUCT-ALERT-COUNT      PIC 9(5) COMP-3 VALUE 0.
01  WS-FMT-STRUCT-ALERT-COUNT  PIC ZZZ,ZZ9.
01  WS-CKPT-ACT-SUB            PIC 9(4) COMP-3 VALUE 0.
01  WS-ACT-ID-SUB              PIC 9(2) COMP-3 VALUE 0.

*> --- Authorized Overdraft Limits & NSF Returns ---
*> A debit is paid only if it fits within the account's available
*> funds: the master balance as it stood before today, plus today's
*> paid credits less today's paid debits, plus the authorized
*> overdraft limit. The running same-day balance is carried per
*> account on AVAILABLE-FUNDS-FILE (base currency, as posting
*> applies it). WS-FUNDS-CKPT-MARK is the processed count of the last
*> checkpoint written, stamped on each record as it changes.
01  WS-OD-LIMIT-STATUS         PIC X(2).
01  WS-OD-LIMIT-PRESENT        PIC A(1) VALUE 'N'.
01  WS-RETURN-FILE-STATUS      PIC X(2).
01  WS-OVERDRAWN-FILE-STATUS   PIC X(2).
01  WS-MASTER-BALANCE          PIC S9(11)V99 COMP-3 VALUE 0.
01  WS-FUNDS-BALANCE           PIC S9(11)V99 COMP-3 VALUE 0.
01  WS-FUNDS-LIMIT             PIC 9(11)V99 COMP-3 VALUE 0.
01  WS-FUNDS-AVAILABLE         PIC S9(11)V99 COMP-3 VALUE 0.
01  WS-FUNDS-SUFFICIENT        PIC A(1) VALUE 'Y'.
01  WS-FUNDS-FILE-STATUS       PIC X(2).
01  WS-FUNDS-ON-FILE           PIC A(1) VALUE 'N'.
01  WS-FUNDS-EOF               PIC A(1) VALUE 'N'.
01  WS-FUNDS-CKPT-MARK         PIC 9(7) COMP-3 VALUE 0.
*> Holds and freezes: funds on hold come off the available figure,
*> and a frozen account pays no debit at all. Both are read once,
*> when the account's funds record is opened, and carried on it.
01  WS-HOLD-FILE-STATUS        PIC X(2).
01  WS-HOLDS-PRESENT           PIC A(1) VALUE 'N'.
01  WS-HOLD-EOF                PIC A(1) VALUE 'N'.
01  WS-FUNDS-HELD              PIC 9(11)V99 COMP-3 VALUE 0.
01  WS-FUNDS-FROZEN            PIC A(1) VALUE 'N'.
*> Sanctions: an account linked to a customer under a confirmed hit
*> takes no activity at all, credit or debit.
01  WS-BLOCKED-FILE-STATUS     PIC X(2).
01  WS-BLOCKS-PRESENT          PIC A(1) VALUE 'N'.
01  WS-RETURNED-COUNT          PIC 9(5) COMP-3 VALUE 0.
01  WS-RETURNED-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
01  WS-FMT-RETURNED-COUNT      PIC ZZZ,ZZ9.
01  WS-FMT-RETURNED-AMOUNT     PIC $$$,$$$,$$$,$$9.99.

*> --- Internal Transfers (XFR) ---
*> A transfer moves money between two of our own accounts, so it is
*> neither inflow nor outflow: it is counted on its own rather than in
*> the credit/debit totals. The debit (from) side's account and
*> opening balance are held here while the credit (to) side is
*> validated and credited under ACCOUNT-NUMBER.
01  WS-TRANSFER-COUNT          PIC 9(5) COMP-3 VALUE 0.
01  WS-TOTAL-TRANSFERS         PIC S9(11)V99 COMP-3 VALUE 0.
01  WS-FMT-TRANSFER-COUNT      PIC ZZZ,ZZ9.
01  WS-FMT-TOTAL-TRANSFERS     PIC $$$,$$$,$$$,$$9.99.
01  WS-XFR-DEBIT-ACCOUNT       PIC X(10).
01  WS-XFR-DEBIT-BALANCE       PIC S9(11)V99 COMP-3 VALUE 0.
01  WS-XFR-CREDIT-BALANCE      PIC S9(11)V99 COMP-3 VALUE 0.
01  WS-XFR-LEGS-POSTABLE       PIC A(1) VALUE 'Y'.

*> --- Branch Control Break ---
01  WS-CURRENT-BRANCH          PIC X(4) VALUE SPACES.
01  WS-FIRST-BRANCH-REC        PIC A(1) VALUE 'Y'.
01  WS-FMT-BRANCH-DEBITS       PIC $$$,$$$,$$$,$$9.99.
01  WS-FMT-BRANCH-SUSP-COUNT   PIC ZZZ,ZZ9.

*> --- Branch Master Reference ---
*> Loaded in key order so SEARCH ALL can answer every lookup in core;
*> a master too big for the table is still honoured through keyed
*> reads for the branches that did not fit. The bank's own house
*> postings (interest, fees) ride under branch 9999, which is always
*> valid whether or not operations has put it on the master.
01  WS-BRANCH-FILE-STATUS      PIC X(2).
01  WS-BRANCH-MASTER-PRESENT   PIC A(1) VALUE 'N'.
01  WS-BRANCH-EOF              PIC A(1) VALUE 'N'.
01  WS-BRT-COUNT               PIC 9(4) COMP-3 VALUE 0.
01  WS-BRT-OVERFLOW            PIC A(1) VALUE 'N'.
01  WS-BRANCH-TABLE.
    05 WS-BRT-ENTRY OCCURS 1000 TIMES
        DEPENDING ON WS-BRT-COUNT
        ASCENDING KEY IS WS-BRT-CODE
        INDEXED BY WS-BRT-IDX.
        10 WS-BRT-CODE         PIC X(4).
        10 WS-BRT-NAME         PIC X(30).
        10 WS-BRT-STATUS       PIC X(1).
        10 WS-BRT-SUCCESSOR    PIC X(4).
01  WS-HOUSE-BRANCH            PIC X(4) VALUE "9999".
01  WS-LOOKUP-BRANCH           PIC X(4).
01  WS-LOOKUP-FOUND            PIC A(1) VALUE 'N'.
01  WS-LOOKUP-NAME             PIC X(30).
01  WS-LOOKUP-STATUS           PIC X(1).
01  WS-LOOKUP-SUCCESSOR        PIC X(4).
01  WS-BRANCH-VALID            PIC A(1) VALUE 'Y'.
01  WS-BRANCH-REJECT-REASON    PIC X(20).
01  WS-BRANCH-REJECT-COUNT     PIC 9(5) COMP-3 VALUE 0.
01  WS-FMT-BRANCH-REJECT-COUNT PIC ZZZ,ZZ9.
*> Merged-branch remapping, applied as records enter the sort.
01  WS-REMAP-FROM-BRANCH       PIC X(4).
01  WS-REMAP-HOPS              PIC 9(2) COMP-3 VALUE 0.
01  WS-REMAP-COUNT             PIC 9(7) COMP-3 VALUE 0.
01  WS-FMT-REMAP-COUNT         PIC Z,ZZZ,ZZ9.
01  REMAP-DETAIL-LINE.
    05 FILLER                  PIC X(9) VALUE " [REMAP] ".
    05 RMP-MSG                 PIC X(71).
01  REMAP-HEADER-2             PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: MERGED-BRANCH REMAPPING LISTING".

*> --- Completed-Branch Subtotal History ---
*> A branch's subtotal block is only ever written once, at the control
*> break that closes it out; on a restart the branches that closed out
01  WS-FMT-DEBITS          PIC $$$,$$$,$$$,$$9.99.
01  WS-FMT-COUNT           PIC Z,ZZZ,ZZ9.

*> --- Chain Step Ledger Controls ---
*> This step's name on the chain ledger and the steps that must have
*> completed for the same business date before it may start - cleanly
*> (return code below 8) unless the entry says otherwise.
01  WS-LEDGER-FILE-STATUS    PIC X(2).
01  WS-CHAIN-STEP-ID         PIC X(8) VALUE "ENGINE".
01  WS-CHAIN-PROGRAM-ID      PIC X(30) VALUE "LEVIATHAN-ENGINE".
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

*> --- Report Headers & Footers ---
01  HEADER-1               PIC X(80) VALUE "========================================================================".
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: DAILY SETTLEMENT & RECONCILIATION AUDIT".

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

    *> Open files for batch processing
    OPEN INPUT TRANS-FILE
    OPEN OUTPUT REPORT-FILE
        OPEN I-O SAR-FILE
        OPEN I-O REJECT-FILE
        OPEN I-O STRUCT-ALERT-FILE
        OPEN I-O RETURNED-ITEM-FILE
        OPEN I-O OVERDRAWN-ACCOUNT-FILE
    ELSE
        OPEN OUTPUT TRANS-LOG-FILE
        CLOSE TRANS-LOG-FILE
        OPEN OUTPUT STRUCT-ALERT-FILE
        CLOSE STRUCT-ALERT-FILE
        OPEN I-O STRUCT-ALERT-FILE
        OPEN OUTPUT RETURNED-ITEM-FILE
        CLOSE RETURNED-ITEM-FILE
        OPEN I-O RETURNED-ITEM-FILE
        OPEN OUTPUT OVERDRAWN-ACCOUNT-FILE
        CLOSE OVERDRAWN-ACCOUNT-FILE
        OPEN I-O OVERDRAWN-ACCOUNT-FILE
    END-IF

    *> The available-funds work file starts each day empty; a restart
    *> keeps the crashed run's and rolls it back to the checkpoint
    *> (created empty should the crash have come before it existed).
    IF WS-RESTART-MODE = 'Y'
        OPEN I-O AVAILABLE-FUNDS-FILE
        IF WS-FUNDS-FILE-STATUS = "35"
            OPEN OUTPUT AVAILABLE-FUNDS-FILE
            CLOSE AVAILABLE-FUNDS-FILE
            OPEN I-O AVAILABLE-FUNDS-FILE
        END-IF
        PERFORM 0138-ROLL-BACK-FUNDS-FILE
    ELSE
        OPEN OUTPUT AVAILABLE-FUNDS-FILE
        CLOSE AVAILABLE-FUNDS-FILE
        OPEN I-O AVAILABLE-FUNDS-FILE
    END-IF

    OPEN I-O ACCOUNT-MASTER-FILE
    OPEN INPUT FX-RATE-FILE

    *> No limit file yet (no limit ever granted) simply means every
    *> account's limit is zero; the file is only read, never created.
    OPEN INPUT OVERDRAFT-LIMIT-FILE
    IF WS-OD-LIMIT-STATUS = "00"
        MOVE 'Y' TO WS-OD-LIMIT-PRESENT
    END-IF

    *> Likewise no holds master yet means nothing is held or frozen.
    OPEN INPUT HOLD-MASTER-FILE
    IF WS-HOLD-FILE-STATUS = "00"
        MOVE 'Y' TO WS-HOLDS-PRESENT
    END-IF

    *> And no blocked-account file means no account is blocked.
    OPEN INPUT BLOCKED-ACCOUNT-FILE
    IF WS-BLOCKED-FILE-STATUS = "00"
        MOVE 'Y' TO WS-BLOCKS-PRESENT
    END-IF

    *> AUDIT-LOG-FILE is never reset day to day (it is the cumulative
    *> audit trail, unlike the feeds above), so it is opened I-O whether
    *> or not today's run is a checkpoint restart; the very first run
        OPEN I-O RUN-HISTORY-FILE
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
    MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP

    PERFORM 0185-READ-VELOCITY-LIMIT
    PERFORM 0190-READ-HIGHVOL-THRESHOLD
    PERFORM 0200-READ-CONTROL-HEADER
    PERFORM 0195-LOAD-BRANCH-TABLE

    *> The control header's record count is the cheapest honest
    *> signal of how heavy today is; at or over the threshold the
           DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM 0500-WRITE-REPORT-LINE

    MOVE WS-BRANCH-REJECT-COUNT TO WS-FMT-BRANCH-REJECT-COUNT
    STRING "    -> REJECTED (INVALID BRANCH)    : " WS-FMT-BRANCH-REJECT-COUNT
           DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM 0500-WRITE-REPORT-LINE

    MOVE WS-REMAP-COUNT TO WS-FMT-REMAP-COUNT
    STRING "    -> MERGED-BRANCH REMAPS         : " WS-FMT-REMAP-COUNT
           DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM 0500-WRITE-REPORT-LINE

    MOVE WS-POSTED-ACTIVITY-COUNT TO WS-FMT-POSTED-COUNT
    STRING "    -> POSTINGS TO ACCOUNT MASTER   : " WS-FMT-POSTED-COUNT
           DELIMITED BY SIZE INTO WS-REPORT-LINE
           DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM 0500-WRITE-REPORT-LINE

    MOVE WS-RETURNED-COUNT TO WS-FMT-RETURNED-COUNT
    STRING "    -> RETURNED UNPAID (NSF/HOLD)   : " WS-FMT-RETURNED-COUNT
           DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM 0500-WRITE-REPORT-LINE

    MOVE WS-RETURNED-AMOUNT TO WS-FMT-RETURNED-AMOUNT
    STRING "    -> RETURNED VALUE (BASE)        : " WS-FMT-RETURNED-AMOUNT
           DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM 0500-WRITE-REPORT-LINE

    MOVE WS-TRANSFER-COUNT TO WS-FMT-TRANSFER-COUNT
    STRING "    -> INTERNAL TRANSFERS           : " WS-FMT-TRANSFER-COUNT
           DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM 0500-WRITE-REPORT-LINE

    MOVE WS-TOTAL-TRANSFERS TO WS-FMT-TOTAL-TRANSFERS
    STRING "    -> TRANSFER VALUE (BASE)        : " WS-FMT-TOTAL-TRANSFERS
           DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM 0500-WRITE-REPORT-LINE

    MOVE WS-GL-PAIR-COUNT TO WS-FMT-GL-PAIR-COUNT
    STRING "    -> GL POSTING PAIRS EXTRACTED   : " WS-FMT-GL-PAIR-COUNT
           DELIMITED BY SIZE INTO WS-REPORT-LINE
    CLOSE POSTED-HISTORY-FILE
    CLOSE TRANS-ARCHIVE-FILE
    CLOSE STRUCT-ALERT-FILE
    CLOSE RETURNED-ITEM-FILE
    CLOSE OVERDRAWN-ACCOUNT-FILE
    CLOSE AVAILABLE-FUNDS-FILE
    IF WS-OD-LIMIT-PRESENT = 'Y'
        CLOSE OVERDRAFT-LIMIT-FILE
    END-IF
    IF WS-HOLDS-PRESENT = 'Y'
        CLOSE HOLD-MASTER-FILE
    END-IF
    IF WS-BLOCKS-PRESENT = 'Y'
        CLOSE BLOCKED-ACCOUNT-FILE
    END-IF
    IF WS-BRANCH-MASTER-PRESENT = 'Y'
        CLOSE BRANCH-MASTER-FILE
    END-IF

    PERFORM 2200-WRITE-RUN-HISTORY
    CLOSE RUN-HISTORY-FILE
    PERFORM 9800-CLOSE-CHAIN-STEP
    STOP RUN.

0500-WRITE-REPORT-LINE.
    END-IF
    MOVE SPACES TO WS-ALERT-LINE.

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
    MOVE "PREFLGHT" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "FXREVIEW" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "SANCSCRN" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "SOGEN" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
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
    OPEN OUTPUT REPORT-FILE
    WRITE REPORT-RECORD FROM HEADER-1
    WRITE REPORT-RECORD FROM HEADER-2
    WRITE REPORT-RECORD FROM HEADER-3
    MOVE SPACES TO REPORT-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    WRITE REPORT-RECORD FROM " "
    MOVE SPACES TO REPORT-RECORD
    STRING " [HELD]   NOT RUN - PREDECESSOR " WS-CHAIN-HELD-BY " "
        WS-CHAIN-HELD-REASON
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    WRITE REPORT-RECORD FROM HEADER-1
    CLOSE REPORT-FILE.

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

0175-READ-AML-THRESHOLD.
    *> Compliance maintains the cutoff in this parameter file so it can
    *> be tightened or loosened without a code change; fall back to the
                    MOVE AM-ACCOUNT-NUMBER
                        TO WS-AMT-ACCOUNT(WS-AMT-IDX)
                    MOVE AM-STATUS TO WS-AMT-STATUS(WS-AMT-IDX)
                    MOVE AM-CURRENT-BALANCE
                        TO WS-AMT-BALANCE(WS-AMT-IDX)
                END-IF
        END-READ
    END-PERFORM
            MOVE TCR-AMOUNT-HASH  TO WS-CTL-HEADER-HASH
    END-READ.

0195-LOAD-BRANCH-TABLE.
    *> No branch master yet (a site that has not keyed its branches)
    *> means no branch is checked, named or remapped; say so once.
    OPEN INPUT BRANCH-MASTER-FILE
    IF WS-BRANCH-FILE-STATUS NOT = "00"
        MOVE "BRANCH MASTER NOT AVAILABLE - BRANCH CODES NOT VALIDATED"
            TO DET-MSG
        MOVE DETAIL-LINE TO WS-ALERT-LINE
        PERFORM 1400-QUEUE-ALERT
    ELSE
        MOVE 'Y' TO WS-BRANCH-MASTER-PRESENT
        MOVE LOW-VALUES TO BR-BRANCH-CODE
        START BRANCH-MASTER-FILE KEY NOT LESS THAN BR-BRANCH-CODE
            INVALID KEY
                MOVE 'Y' TO WS-BRANCH-EOF
        END-START
        PERFORM UNTIL WS-BRANCH-EOF = 'Y'
            READ BRANCH-MASTER-FILE NEXT
                AT END
                    MOVE 'Y' TO WS-BRANCH-EOF
                NOT AT END
                    IF WS-BRT-COUNT >= 1000
                        IF WS-BRT-OVERFLOW = 'N'
                            MOVE 'Y' TO WS-BRT-OVERFLOW
                            MOVE "BRANCH TABLE FULL - LATER BRANCHES READ BY KEY"
                                TO DET-MSG
                            MOVE DETAIL-LINE TO WS-ALERT-LINE
                            PERFORM 1400-QUEUE-ALERT
                        END-IF
                    ELSE
                        ADD 1 TO WS-BRT-COUNT
                        SET WS-BRT-IDX TO WS-BRT-COUNT
                        MOVE BR-BRANCH-CODE TO WS-BRT-CODE(WS-BRT-IDX)
                        MOVE BR-BRANCH-NAME TO WS-BRT-NAME(WS-BRT-IDX)
                        MOVE BR-STATUS TO WS-BRT-STATUS(WS-BRT-IDX)
                        MOVE BR-SUCCESSOR-BRANCH
                            TO WS-BRT-SUCCESSOR(WS-BRT-IDX)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

0196-LOOKUP-BRANCH.
    *> Resolve WS-LOOKUP-BRANCH to its name, status and successor.
    MOVE 'N' TO WS-LOOKUP-FOUND
    MOVE SPACES TO WS-LOOKUP-NAME
    MOVE SPACE TO WS-LOOKUP-STATUS
    MOVE SPACES TO WS-LOOKUP-SUCCESSOR
    IF WS-BRT-COUNT > 0
        SEARCH ALL WS-BRT-ENTRY
            AT END
                CONTINUE
            WHEN WS-BRT-CODE(WS-BRT-IDX) = WS-LOOKUP-BRANCH
                MOVE 'Y' TO WS-LOOKUP-FOUND
                MOVE WS-BRT-NAME(WS-BRT-IDX) TO WS-LOOKUP-NAME
                MOVE WS-BRT-STATUS(WS-BRT-IDX) TO WS-LOOKUP-STATUS
                MOVE WS-BRT-SUCCESSOR(WS-BRT-IDX) TO WS-LOOKUP-SUCCESSOR
        END-SEARCH
    END-IF
    IF WS-LOOKUP-FOUND = 'N' AND WS-BRT-OVERFLOW = 'Y'
        MOVE WS-LOOKUP-BRANCH TO BR-BRANCH-CODE
        READ BRANCH-MASTER-FILE
            KEY IS BR-BRANCH-CODE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-LOOKUP-FOUND
                MOVE BR-BRANCH-NAME TO WS-LOOKUP-NAME
                MOVE BR-STATUS TO WS-LOOKUP-STATUS
                MOVE BR-SUCCESSOR-BRANCH TO WS-LOOKUP-SUCCESSOR
        END-READ
    END-IF
    IF WS-LOOKUP-FOUND = 'N' AND WS-LOOKUP-BRANCH = WS-HOUSE-BRANCH
        MOVE 'Y' TO WS-LOOKUP-FOUND
        MOVE "HOUSE POSTINGS" TO WS-LOOKUP-NAME
        MOVE 'O' TO WS-LOOKUP-STATUS
    END-IF.

0250-SORT-DETAIL-BY-BRANCH.
    *> Re-sequence the detail records by BRANCH-CODE ahead of the main
    *> loop so branch subtotals can be produced with a simple control
    *> SD-TRANS-ID breaks ties within a branch so a restart's re-sort
    *> lands the detail records in the same order every time; COBOL's
    *> SORT gives no stability guarantee among equal-key records.
    *> A merged branch's code is remapped to its successor as each
    *> record is released, so the successor's subtotal, GL slot and
    *> log rows carry it; every remap is listed for the branches.
    OPEN OUTPUT BRANCH-REMAP-FILE
    WRITE BRANCH-REMAP-RECORD FROM HEADER-1
    WRITE BRANCH-REMAP-RECORD FROM REMAP-HEADER-2
    WRITE BRANCH-REMAP-RECORD FROM HEADER-3
    MOVE SPACES TO BRANCH-REMAP-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO BRANCH-REMAP-RECORD
    WRITE BRANCH-REMAP-RECORD
    WRITE BRANCH-REMAP-RECORD FROM " "
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SD-BRANCH-CODE
        ON ASCENDING KEY SD-TRANS-ID
        INPUT PROCEDURE IS 0260-RELEASE-DETAIL-RECORDS
        GIVING SORTED-DETAIL-FILE
    MOVE WS-REMAP-COUNT TO WS-FMT-REMAP-COUNT
    WRITE BRANCH-REMAP-RECORD FROM " "
    WRITE BRANCH-REMAP-RECORD FROM HEADER-1
    MOVE SPACES TO BRANCH-REMAP-RECORD
    STRING "    -> TRANSACTIONS REMAPPED : " WS-FMT-REMAP-COUNT
        DELIMITED BY SIZE INTO BRANCH-REMAP-RECORD
    WRITE BRANCH-REMAP-RECORD
    WRITE BRANCH-REMAP-RECORD FROM HEADER-1
    CLOSE BRANCH-REMAP-FILE
    IF WS-REMAP-COUNT > 0
        STRING "MERGED-BRANCH CODES REMAPPED ON " WS-FMT-REMAP-COUNT
            " RECORDS - SEE REMAP LISTING"
            DELIMITED BY SIZE INTO DET-MSG
        MOVE DETAIL-LINE TO WS-ALERT-LINE
        PERFORM 1400-QUEUE-ALERT
    END-IF.

0260-RELEASE-DETAIL-RECORDS.
    *> Feed every detail record (excluding the trailing control record,
                    MOVE CURRENCY-CODE  TO SD-CURRENCY-CODE
                    MOVE EFFECTIVE-DATE TO SD-EFFECTIVE-DATE
                    MOVE BRANCH-CODE    TO SD-BRANCH-CODE
                    PERFORM 0280-REMAP-MERGED-BRANCH
                    RELEASE SD-DETAIL-RECORD
                END-IF
        END-READ

0265-RELEASE-AUX-FEEDS.
    *> Behind the upstream extract ride the in-house generated feeds:
    *> standing orders, capitalized interest, corrected reject
    *> resubmissions, generated fees, term-deposit payouts and the
    *> debits that fund newly opened term deposits, each its own
    *> HDR/TRL-wrapped file. Every feed is prevalidated whole
    *> before its first record is released, so a corrupt or truncated
    *> feed is skipped (and alerted) instead of poisoning the merged
    *> day's balancing; a feed not produced tonight is a quiet night
    *> for its generator, not an error.
    MOVE 0 TO WS-AUX-FEED-COUNT
    ADD 1 TO WS-AUX-FEED-COUNT
    SET WS-AUX-IDX TO WS-AUX-FEED-COUNT
    SET WS-AUX-IDX TO WS-AUX-FEED-COUNT
    MOVE "data/input/reject_resubmit.dat"
        TO WS-AUX-FEED-NAME(WS-AUX-IDX)
    ADD 1 TO WS-AUX-FEED-COUNT
    SET WS-AUX-IDX TO WS-AUX-FEED-COUNT
    MOVE "data/input/fee_charges.dat"
        TO WS-AUX-FEED-NAME(WS-AUX-IDX)
    ADD 1 TO WS-AUX-FEED-COUNT
    SET WS-AUX-IDX TO WS-AUX-FEED-COUNT
    MOVE "data/input/term_deposit_payouts.dat"
        TO WS-AUX-FEED-NAME(WS-AUX-IDX)
    ADD 1 TO WS-AUX-FEED-COUNT
    SET WS-AUX-IDX TO WS-AUX-FEED-COUNT
    MOVE "data/input/term_deposit_fundings.dat"
        TO WS-AUX-FEED-NAME(WS-AUX-IDX)
    MOVE 1 TO WS-AUX-SUB
    PERFORM WS-AUX-FEED-COUNT TIMES
        MOVE WS-AUX-FEED-NAME(WS-AUX-SUB) TO WS-AUX-FEED-FILENAME
                    MOVE AUX-CURRENCY-CODE  TO SD-CURRENCY-CODE
                    MOVE AUX-EFFECTIVE-DATE TO SD-EFFECTIVE-DATE
                    MOVE AUX-BRANCH-CODE    TO SD-BRANCH-CODE
                    PERFORM 0280-REMAP-MERGED-BRANCH
                    RELEASE SD-DETAIL-RECORD
                END-IF
        END-READ
        PERFORM 1400-QUEUE-ALERT
    END-IF.

0280-REMAP-MERGED-BRANCH.
    *> Follow a merged branch to its successor - and on, should the
    *> successor itself since have merged - until an open, closed or
    *> unknown branch is reached; the validation in the main loop
    *> then judges the branch the record has landed on. The hop limit
    *> only guards against a master damaged outside the maintenance
    *> batch, which never lets a merge chain loop.
    IF WS-BRANCH-MASTER-PRESENT = 'Y'
        MOVE SD-BRANCH-CODE TO WS-REMAP-FROM-BRANCH
        MOVE SD-BRANCH-CODE TO WS-LOOKUP-BRANCH
        MOVE 0 TO WS-REMAP-HOPS
        PERFORM 0196-LOOKUP-BRANCH
        PERFORM UNTIL WS-LOOKUP-FOUND = 'N'
                OR WS-LOOKUP-STATUS NOT = 'M'
                OR WS-LOOKUP-SUCCESSOR = SPACES
                OR WS-REMAP-HOPS >= 10
            MOVE WS-LOOKUP-SUCCESSOR TO WS-LOOKUP-BRANCH
            ADD 1 TO WS-REMAP-HOPS
            PERFORM 0196-LOOKUP-BRANCH
        END-PERFORM
        IF WS-LOOKUP-BRANCH NOT = WS-REMAP-FROM-BRANCH
            MOVE WS-LOOKUP-BRANCH TO SD-BRANCH-CODE
            ADD 1 TO WS-REMAP-COUNT
            MOVE SPACES TO RMP-MSG
            STRING SD-TRANS-ID " " SD-TRANS-TYPE " ACCT "
                SD-ACCOUNT-NUMBER " BRANCH " WS-REMAP-FROM-BRANCH
                " REMAPPED TO " SD-BRANCH-CODE
                DELIMITED BY SIZE INTO RMP-MSG
            WRITE BRANCH-REMAP-RECORD FROM REMAP-DETAIL-LINE
        END-IF
    END-IF.

0100-CHECK-FOR-RESTART.
    *> A readable checkpoint file means a prior run left off partway
    *> through the file; rebuild totals from it instead of from zero.
                    PERFORM 0136-RESTORE-ACTIVITY-TABLE
                    MOVE CKPT-ALERT-COUNT TO WS-ALERT-COUNT
                    PERFORM 0137-RESTORE-ALERT-TABLE
                    MOVE CKPT-RETURNED-COUNT TO WS-RETURNED-COUNT
                    MOVE CKPT-RETURNED-AMOUNT TO WS-RETURNED-AMOUNT
                    MOVE CKPT-TRANSFER-COUNT TO WS-TRANSFER-COUNT
                    MOVE CKPT-TOTAL-TRANSFERS TO WS-TOTAL-TRANSFERS
                    MOVE CKPT-BRANCH-REJECT-COUNT TO WS-BRANCH-REJECT-COUNT
                    MOVE 'N' TO WS-FIRST-BRANCH-REC
            END-READ
        END-PERFORM
        MOVE WS-TOTAL-PROCESSED TO WS-RECORDS-TO-SKIP
        MOVE WS-TOTAL-PROCESSED TO WS-FUNDS-CKPT-MARK
    END-IF
    CLOSE CHECKPOINT-FILE.

        END-PERFORM
    END-IF.

0138-ROLL-BACK-FUNDS-FILE.
    *> Put every available-funds record the crashed run changed after
    *> its last checkpoint back to its balance at that checkpoint, so
    *> the reprocessing window pays and returns exactly what the
    *> crashed run did. A record first opened after the checkpoint
    *> goes back to its opening balance - as it would be reopened.
    MOVE 'N' TO WS-FUNDS-EOF
    MOVE LOW-VALUES TO AF-ACCOUNT-NUMBER
    START AVAILABLE-FUNDS-FILE KEY NOT LESS THAN AF-ACCOUNT-NUMBER
        INVALID KEY
            MOVE 'Y' TO WS-FUNDS-EOF
    END-START
    PERFORM UNTIL WS-FUNDS-EOF = 'Y'
        READ AVAILABLE-FUNDS-FILE NEXT
            AT END
                MOVE 'Y' TO WS-FUNDS-EOF
            NOT AT END
                IF AF-CHANGE-MARK NOT < WS-FUNDS-CKPT-MARK
                    MOVE AF-CKPT-BALANCE TO AF-BALANCE
                    MOVE WS-FUNDS-CKPT-MARK TO AF-CHANGE-MARK
                    REWRITE AVAILABLE-FUNDS-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                END-IF
        END-READ
    END-PERFORM.

0140-REPLAY-COMPLETED-BRANCHES.
    *> REPORT-FILE was reopened OUTPUT (truncated) for this restart, so
    *> every branch that had already been closed out and reset before
0145-REPLAY-ONE-BRANCH.
    MOVE " " TO WS-REPORT-LINE
    PERFORM 0500-WRITE-REPORT-LINE
    MOVE WS-CBR-BRANCH-CODE(WS-CBR-IDX) TO WS-LOOKUP-BRANCH
    PERFORM 0196-LOOKUP-BRANCH
    STRING "  [BRANCH " WS-CBR-BRANCH-CODE(WS-CBR-IDX) "] SUBTOTALS: "
        WS-LOOKUP-NAME
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM 0500-WRITE-REPORT-LINE
    MOVE WS-CBR-CREDITS(WS-CBR-IDX) TO WS-FMT-BRANCH-CREDITS
            IF WS-DUPLICATE-TRANS = 'Y'
                PERFORM 1040-WRITE-DUPLICATE-EXCEPTION
            ELSE
                MOVE BRANCH-CODE TO WS-LOOKUP-BRANCH
                PERFORM 1057-VALIDATE-BRANCH
                IF WS-BRANCH-VALID = 'N'
                    PERFORM 1067-WRITE-BRANCH-REJECT
                ELSE
                    PERFORM 1045-ROUTE-VALIDATED-RECORD
                END-IF
            END-IF

            IF FUNCTION MOD(WS-TOTAL-PROCESSED, WS-CHECKPOINT-INTERVAL) = 0
                    ELSE
                        ADD WS-BASE-AMOUNT TO WS-TOTAL-CREDITS
                        ADD WS-BASE-AMOUNT TO WS-BRANCH-CREDITS
                        PERFORM 1142-CREDIT-AVAILABLE-FUNDS
                        PERFORM 1110-ACCUMULATE-GL-ACTIVITY
                        *> Flag High-Value Credits (Anti-Money Laundering logic)
                        MOVE 'N' TO WS-AML-FLAGGED
                    IF WS-RATE-VALID = 'N'
                        PERFORM 1072-WRITE-STALE-RATE-EXCEPTION
                    ELSE
                        *> A debit past balance plus overdraft limit
                        *> is returned unpaid: it never reaches the
                        *> totals, the GL or the log, so nothing posts.
                        PERFORM 1140-CHECK-AVAILABLE-FUNDS
                        IF WS-FUNDS-SUFFICIENT = 'N'
                            PERFORM 1150-WRITE-RETURNED-ITEM
                        ELSE
                            ADD WS-BASE-AMOUNT TO WS-TOTAL-DEBITS
                            ADD WS-BASE-AMOUNT TO WS-BRANCH-DEBITS
                            PERFORM 1110-ACCUMULATE-GL-ACTIVITY
                            PERFORM 1100-LOG-TRANSACTION
                            PERFORM 1085-ACCUMULATE-AGING
                        END-IF
                    END-IF
                WHEN "XFR"
                    *> Both legs stand or fall together: the credit
                    *> account is validated as the debit account just
                    *> was, and a bad account, a stale rate or short
                    *> funds on the debit side refuses the whole pair.
                    PERFORM 1160-VALIDATE-TRANSFER-CREDIT-SIDE
                    IF WS-ACCOUNT-VALID = 'Y'
                        PERFORM 1070-CONVERT-CURRENCY
                        IF WS-RATE-VALID = 'N'
                            PERFORM 1072-WRITE-STALE-RATE-EXCEPTION
                        ELSE
                            PERFORM 1140-CHECK-AVAILABLE-FUNDS
                            IF WS-FUNDS-SUFFICIENT = 'N'
                                PERFORM 1150-WRITE-RETURNED-ITEM
                            ELSE
                                PERFORM 1165-ACCEPT-TRANSFER
                            END-IF
                        END-IF
                    END-IF
                WHEN "REV"
                    PERFORM 1200-PROCESS-REVERSAL

1500-BRANCH-CONTROL-BREAK.
    *> Emit the just-completed branch's subtotal block and reset the
    *> branch-level accumulators for the next BRANCH-CODE group. A
    *> group under an unknown or closed branch was rejected record by
    *> record and has nothing to subtotal, so it gets no block, no
    *> extract row and no place in the restart history.
    MOVE 'Y' TO WS-BRANCH-VALID
    IF WS-FIRST-BRANCH-REC = 'N'
        MOVE WS-CURRENT-BRANCH TO WS-LOOKUP-BRANCH
        PERFORM 1057-VALIDATE-BRANCH
    END-IF
    IF WS-FIRST-BRANCH-REC = 'N' AND WS-BRANCH-VALID = 'Y'
        MOVE " " TO WS-REPORT-LINE
        PERFORM 0500-WRITE-REPORT-LINE
        STRING "  [BRANCH " WS-CURRENT-BRANCH "] SUBTOTALS: "
            WS-LOOKUP-NAME
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        PERFORM 0500-WRITE-REPORT-LINE
        MOVE WS-BRANCH-CREDITS TO WS-FMT-BRANCH-CREDITS
    PERFORM 1350-SAVE-ACTIVITY-TABLE
    MOVE WS-ALERT-COUNT          TO CKPT-ALERT-COUNT
    PERFORM 1360-SAVE-ALERT-TABLE
    MOVE WS-RETURNED-COUNT       TO CKPT-RETURNED-COUNT
    MOVE WS-RETURNED-AMOUNT      TO CKPT-RETURNED-AMOUNT
    MOVE WS-TRANSFER-COUNT       TO CKPT-TRANSFER-COUNT
    MOVE WS-TOTAL-TRANSFERS      TO CKPT-TOTAL-TRANSFERS
    MOVE WS-BRANCH-REJECT-COUNT  TO CKPT-BRANCH-REJECT-COUNT
    WRITE CHECKPOINT-RECORD
    MOVE WS-TOTAL-PROCESSED      TO WS-FUNDS-CKPT-MARK.

1310-SAVE-CURRENCY-TABLE.
    *> Mirror the in-flight WS-CURRENCY-TABLE into this checkpoint
    *> Confirm the account carried on this transaction is on the
    *> master file and open before its amount is trusted for posting.
    *> A high-volume day answers from the preloaded table instead of
    *> issuing one keyed read per detail record. The opening balance
    *> is kept for the available-funds check either way.
    MOVE 'Y' TO WS-ACCOUNT-VALID
    MOVE 0 TO WS-MASTER-BALANCE
    IF WS-HIGHVOL-MODE = 'Y'
        PERFORM 1052-SEARCH-ACCOUNT-TABLE
    ELSE
                MOVE 'N' TO WS-ACCOUNT-VALID
                MOVE "UNKNOWN ACCOUNT" TO WS-ACCOUNT-REJECT-REASON
            NOT INVALID KEY
                MOVE AM-CURRENT-BALANCE TO WS-MASTER-BALANCE
                IF AM-STATUS-CLOSED
                    MOVE 'N' TO WS-ACCOUNT-VALID
                    MOVE "CLOSED ACCOUNT" TO WS-ACCOUNT-REJECT-REASON
                    MOVE "DORMANT ACCOUNT" TO WS-ACCOUNT-REJECT-REASON
                END-IF
        END-READ
    END-IF
    IF WS-ACCOUNT-VALID = 'Y' AND WS-BLOCKS-PRESENT = 'Y'
        PERFORM 1053-CHECK-SANCTIONS-BLOCK
    END-IF.

1052-SEARCH-ACCOUNT-TABLE.
            MOVE 'N' TO WS-ACCOUNT-VALID
            MOVE "UNKNOWN ACCOUNT" TO WS-ACCOUNT-REJECT-REASON
        WHEN WS-AMT-ACCOUNT(WS-AMT-IDX) = ACCOUNT-NUMBER
            MOVE WS-AMT-BALANCE(WS-AMT-IDX) TO WS-MASTER-BALANCE
            IF WS-AMT-STATUS(WS-AMT-IDX) = 'C'
                MOVE 'N' TO WS-ACCOUNT-VALID
                MOVE "CLOSED ACCOUNT" TO WS-ACCOUNT-REJECT-REASON
            END-IF
    END-SEARCH.

1053-CHECK-SANCTIONS-BLOCK.
    *> An account otherwise good for posting is refused while its
    *> customer is under a confirmed sanctions hit; the transaction
    *> goes to the exception flow like one on a closed account and
    *> stays out until compliance releases the hit.
    MOVE ACCOUNT-NUMBER TO BLK-ACCOUNT-NUMBER
    READ BLOCKED-ACCOUNT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO WS-ACCOUNT-VALID
            MOVE "SANCTIONS BLOCK" TO WS-ACCOUNT-REJECT-REASON
    END-READ.

1057-VALIDATE-BRANCH.
    *> WS-LOOKUP-BRANCH must be on the branch master and open. A
    *> merged code has already been remapped on the way into the
    *> sort, so one still seen here had no successor to go to.
    MOVE 'Y' TO WS-BRANCH-VALID
    IF WS-BRANCH-MASTER-PRESENT = 'Y'
        PERFORM 0196-LOOKUP-BRANCH
        IF WS-LOOKUP-FOUND = 'N'
            MOVE 'N' TO WS-BRANCH-VALID
            MOVE "UNKNOWN BRANCH" TO WS-BRANCH-REJECT-REASON
        ELSE
            IF WS-LOOKUP-STATUS = 'C'
                MOVE 'N' TO WS-BRANCH-VALID
                MOVE "CLOSED BRANCH" TO WS-BRANCH-REJECT-REASON
            END-IF
            IF WS-LOOKUP-STATUS = 'M'
                MOVE 'N' TO WS-BRANCH-VALID
                MOVE "MERGED BRANCH" TO WS-BRANCH-REJECT-REASON
            END-IF
        END-IF
    END-IF.

1067-WRITE-BRANCH-REJECT.
    *> A record under a bad branch code never reaches the totals, the
    *> branch subtotals or the GL; it goes to the reject queue intact
    *> so operations can correct the branch and resubmit it.
    ADD 1 TO WS-BRANCH-REJECT-COUNT
    STRING "INVALID BRANCH " BRANCH-CODE " (" WS-BRANCH-REJECT-REASON
        "): " TRANS-ID
        DELIMITED BY SIZE INTO DET-MSG
    MOVE DETAIL-LINE TO WS-ALERT-LINE
    PERFORM 1400-QUEUE-ALERT
    PERFORM 1090-WRITE-REJECT-RECORD.

1060-WRITE-ACCOUNT-EXCEPTION.
    *> Route the rejected transaction to the exception listing instead
    *> of folding its amount into the settlement totals. Keyed by
        ADD WS-BASE-AMOUNT TO WS-CURR-BASE-TOTAL(WS-CURR-IDX)
    END-IF.

1077-BACK-OUT-CURRENCY-SLOT.
    *> Take back what 1070-CONVERT-CURRENCY just added to the
    *> per-currency breakdown for a record that settles as neither
    *> inflow nor outflow - a returned debit or an internal transfer -
    *> so the breakdown keeps footing to the credit/debit totals.
    SUBTRACT 1 FROM WS-CURR-COUNT(WS-CURR-IDX)
    SUBTRACT TRANS-AMOUNT FROM WS-CURR-ORIG-TOTAL(WS-CURR-IDX)
    SUBTRACT WS-BASE-AMOUNT FROM WS-CURR-BASE-TOTAL(WS-CURR-IDX).

1072-WRITE-STALE-RATE-EXCEPTION.
    ADD 1 TO WS-STALE-RATE-COUNT
    MOVE TRANS-ID TO EXC-TRANS-ID
    *> posting extract written at end of run. Once the combination
    *> table has overflowed the figures are incomplete and nothing
    *> more is accumulated - the extract is suppressed at end of run.
    *> An internal transfer is both a debit and a credit on its
    *> branch/currency slot, so its DR/CR pair nets to zero.
    PERFORM 1115-FIND-OR-ADD-GL-SLOT
    IF WS-GL-SLOTTED = 'Y'
        EVALUATE TRANS-TYPE
            WHEN "CRD"
                ADD WS-BASE-AMOUNT TO WS-GL-CREDITS(WS-GL-IDX)
            WHEN "XFR"
                ADD WS-BASE-AMOUNT TO WS-GL-CREDITS(WS-GL-IDX)
                ADD WS-BASE-AMOUNT TO WS-GL-DEBITS(WS-GL-IDX)
            WHEN OTHER
                ADD WS-BASE-AMOUNT TO WS-GL-DEBITS(WS-GL-IDX)
        END-EVALUATE
    END-IF.

1115-FIND-OR-ADD-GL-SLOT.
    MOVE DETAIL-LINE TO WS-ALERT-LINE
    PERFORM 1400-QUEUE-ALERT.

1140-CHECK-AVAILABLE-FUNDS.
    *> Decide whether this debit is paid: the account must not be
    *> frozen, and its base amount must not exceed the account's
    *> same-day balance plus its authorized overdraft limit less the
    *> funds on hold. A paid debit is taken off the running balance
    *> at once so the next debit on the account sees what is left.
    PERFORM 1145-FIND-OR-ADD-FUNDS-RECORD
    MOVE AF-BALANCE TO WS-FUNDS-BALANCE
    MOVE AF-LIMIT TO WS-FUNDS-LIMIT
    MOVE AF-HELD TO WS-FUNDS-HELD
    MOVE AF-FROZEN TO WS-FUNDS-FROZEN
    COMPUTE WS-FUNDS-AVAILABLE =
        WS-FUNDS-BALANCE + WS-FUNDS-LIMIT - WS-FUNDS-HELD
    IF WS-FUNDS-FROZEN = 'Y'
        OR WS-BASE-AMOUNT > WS-FUNDS-AVAILABLE
        MOVE 'N' TO WS-FUNDS-SUFFICIENT
    ELSE
        MOVE 'Y' TO WS-FUNDS-SUFFICIENT
        PERFORM 1143-NOTE-FUNDS-CHANGE
        SUBTRACT WS-BASE-AMOUNT FROM AF-BALANCE
        PERFORM 1144-REWRITE-FUNDS-RECORD
    END-IF.

1141-READ-FUNDS-RECORD.
    *> Keyed read of the funds record for AF-ACCOUNT-NUMBER; an
    *> account not yet touched today has none.
    MOVE 'Y' TO WS-FUNDS-ON-FILE
    READ AVAILABLE-FUNDS-FILE
        INVALID KEY
            MOVE 'N' TO WS-FUNDS-ON-FILE
    END-READ.

1142-CREDIT-AVAILABLE-FUNDS.
    *> A paid credit is money a later debit on the same account may
    *> draw on today, so it is added to the running balance now, not
    *> left for the end-of-run posting phase.
    PERFORM 1145-FIND-OR-ADD-FUNDS-RECORD
    PERFORM 1143-NOTE-FUNDS-CHANGE
    ADD WS-BASE-AMOUNT TO AF-BALANCE
    PERFORM 1144-REWRITE-FUNDS-RECORD.

1143-NOTE-FUNDS-CHANGE.
    *> The first change to a record since the last checkpoint keeps
    *> the balance it had at that checkpoint, for a restart to go
    *> back to.
    IF AF-CHANGE-MARK < WS-FUNDS-CKPT-MARK
        MOVE AF-BALANCE TO AF-CKPT-BALANCE
        MOVE WS-FUNDS-CKPT-MARK TO AF-CHANGE-MARK
    END-IF.

1144-REWRITE-FUNDS-RECORD.
    REWRITE AVAILABLE-FUNDS-RECORD
        INVALID KEY
            CONTINUE
    END-REWRITE.

1145-FIND-OR-ADD-FUNDS-RECORD.
    *> Read this account's available-funds record, opening it the
    *> first time the account is touched today with the master balance
    *> 1050-VALIDATE-ACCOUNT-MASTER just saw, the limit in force and
    *> the holds standing against it.
    MOVE ACCOUNT-NUMBER TO AF-ACCOUNT-NUMBER
    PERFORM 1141-READ-FUNDS-RECORD
    IF WS-FUNDS-ON-FILE = 'N'
        PERFORM 1147-READ-OVERDRAFT-LIMIT
        PERFORM 1148-READ-ACCOUNT-HOLDS
        MOVE ACCOUNT-NUMBER TO AF-ACCOUNT-NUMBER
        MOVE WS-MASTER-BALANCE TO AF-BALANCE
        MOVE WS-MASTER-BALANCE TO AF-CKPT-BALANCE
        MOVE WS-FUNDS-CKPT-MARK TO AF-CHANGE-MARK
        MOVE WS-FUNDS-LIMIT TO AF-LIMIT
        MOVE WS-FUNDS-HELD TO AF-HELD
        MOVE WS-FUNDS-FROZEN TO AF-FROZEN
        WRITE AVAILABLE-FUNDS-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF.

1147-READ-OVERDRAFT-LIMIT.
    *> The limit in force for this account; none on file is zero.
    MOVE 0 TO WS-FUNDS-LIMIT
    IF WS-OD-LIMIT-PRESENT = 'Y'
        MOVE ACCOUNT-NUMBER TO OD-ACCOUNT-NUMBER
        READ OVERDRAFT-LIMIT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE OD-LIMIT-AMOUNT TO WS-FUNDS-LIMIT
        END-READ
    END-IF.

1148-READ-ACCOUNT-HOLDS.
    *> Total the amount holds in force on this account and note any
    *> freeze. A hold counts while it is active and its expiry (if
    *> any) has not passed; a released or lapsed hold the nightly
    *> review has not yet dropped holds nothing. Holds are read as
    *> they stood when the run opened - a hold keyed mid-run waits
    *> for the next run, as a limit change does.
    MOVE 0 TO WS-FUNDS-HELD
    MOVE 'N' TO WS-FUNDS-FROZEN
    IF WS-HOLDS-PRESENT = 'Y'
        MOVE 'N' TO WS-HOLD-EOF
        MOVE ACCOUNT-NUMBER TO HM-ACCOUNT-NUMBER
        MOVE LOW-VALUES TO HM-HOLD-ID
        START HOLD-MASTER-FILE KEY NOT LESS THAN HM-KEY
            INVALID KEY
                MOVE 'Y' TO WS-HOLD-EOF
        END-START
        PERFORM UNTIL WS-HOLD-EOF = 'Y'
            READ HOLD-MASTER-FILE NEXT
                AT END
                    MOVE 'Y' TO WS-HOLD-EOF
                NOT AT END
                    IF HM-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                        MOVE 'Y' TO WS-HOLD-EOF
                    ELSE
                        PERFORM 1149-APPLY-ACCOUNT-HOLD
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

1149-APPLY-ACCOUNT-HOLD.
    IF HM-STATUS-ACTIVE
        AND (HM-EXPIRY-DATE = SPACES
             OR HM-EXPIRY-DATE NOT < WS-RUN-DATE)
        IF HM-TYPE-FREEZE
            MOVE 'Y' TO WS-FUNDS-FROZEN
        ELSE
            ADD HM-HOLD-AMOUNT TO WS-FUNDS-HELD
        END-IF
    END-IF.

1150-WRITE-RETURNED-ITEM.
    *> Return the debit unpaid with the figures the decision was taken
    *> on. Its amount stays in the control hash (it was presented) but
    *> reaches no settlement total or currency breakdown, so the books
    *> show only money that actually moved. A returned XFR returns
    *> both legs: its credit side was never applied.
    PERFORM 1077-BACK-OUT-CURRENCY-SLOT
    ADD 1 TO WS-RETURNED-COUNT
    ADD WS-BASE-AMOUNT TO WS-RETURNED-AMOUNT
    MOVE TRANS-ID            TO RI-TRANS-ID
    MOVE TRANS-TYPE          TO RI-TRANS-TYPE
    MOVE ACCOUNT-NUMBER      TO RI-ACCOUNT-NUMBER
    MOVE BRANCH-CODE         TO RI-BRANCH-CODE
    MOVE CURRENCY-CODE       TO RI-CURRENCY-CODE
    MOVE TRANS-AMOUNT        TO RI-NATIVE-AMOUNT
    MOVE WS-BASE-AMOUNT      TO RI-BASE-AMOUNT
    *> The reason names what actually stopped the item: a freeze, or
    *> holds when the debit would have been paid without them, or a
    *> plain shortfall over the limit.
    EVALUATE TRUE
        WHEN WS-FUNDS-FROZEN = 'Y'
            MOVE "FRZN"          TO RI-RETURN-REASON-CODE
            MOVE "ACCOUNT FROZEN - LEGAL ORDER" TO RI-RETURN-REASON
        WHEN WS-BASE-AMOUNT NOT > WS-FUNDS-BALANCE + WS-FUNDS-LIMIT
            MOVE "HOLD"          TO RI-RETURN-REASON-CODE
            MOVE "INSUFFICIENT FUNDS - ON HOLD" TO RI-RETURN-REASON
        WHEN OTHER
            MOVE "NSF "          TO RI-RETURN-REASON-CODE
            MOVE "INSUFFICIENT FUNDS - OVER LIMIT" TO RI-RETURN-REASON
    END-EVALUATE
    MOVE WS-FUNDS-BALANCE    TO RI-LEDGER-BALANCE
    MOVE WS-FUNDS-LIMIT      TO RI-OD-LIMIT
    MOVE WS-FUNDS-AVAILABLE  TO RI-AVAILABLE-BALANCE
    MOVE WS-RUN-DATE         TO RI-RETURN-DATE
    MOVE WS-FUNDS-HELD       TO RI-HELD-AMOUNT
    WRITE RETURNED-ITEM-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE.

1160-VALIDATE-TRANSFER-CREDIT-SIDE.
    *> The debit (from) account has just passed 1050; put the credit
    *> (to) account through the same checks so that an unknown, closed
    *> or dormant receiving account refuses the whole transfer, never
    *> just its credit half. A transfer to itself moves nothing and is
    *> refused the same way. The debit account and its opening balance
    *> are put back under ACCOUNT-NUMBER for the debit leg either way.
    MOVE ACCOUNT-NUMBER TO WS-XFR-DEBIT-ACCOUNT
    MOVE WS-MASTER-BALANCE TO WS-XFR-DEBIT-BALANCE
    MOVE 0 TO WS-XFR-CREDIT-BALANCE
    IF XFR-CREDIT-ACCOUNT = ACCOUNT-NUMBER
        MOVE 'N' TO WS-ACCOUNT-VALID
        MOVE "TRANSFER TO ITSELF" TO WS-ACCOUNT-REJECT-REASON
        PERFORM 1060-WRITE-ACCOUNT-EXCEPTION
    ELSE
        MOVE XFR-CREDIT-ACCOUNT TO ACCOUNT-NUMBER
        PERFORM 1050-VALIDATE-ACCOUNT-MASTER
        MOVE WS-MASTER-BALANCE TO WS-XFR-CREDIT-BALANCE
        IF WS-ACCOUNT-VALID = 'N'
            PERFORM 1060-WRITE-ACCOUNT-EXCEPTION
        END-IF
    END-IF
    MOVE WS-XFR-DEBIT-ACCOUNT TO ACCOUNT-NUMBER
    MOVE WS-XFR-DEBIT-BALANCE TO WS-MASTER-BALANCE.

1165-ACCEPT-TRANSFER.
    *> Both accounts are good and the debit leg has already been taken
    *> off the from-account's running balance by 1140; add the credit
    *> leg to the to-account's so a later debit there can draw on it.
    *> The transfer is counted on its own, kept out of the credit/debit
    *> totals, the branch subtotals and the currency breakdown, and
    *> put on both sides of its GL slot. It is logged once, with the
    *> to-account as its counterparty, and posted leg by leg at end of
    *> run.
    PERFORM 1077-BACK-OUT-CURRENCY-SLOT
    ADD 1 TO WS-TRANSFER-COUNT
    ADD WS-BASE-AMOUNT TO WS-TOTAL-TRANSFERS
    PERFORM 1110-ACCUMULATE-GL-ACTIVITY
    MOVE XFR-CREDIT-ACCOUNT TO ACCOUNT-NUMBER
    MOVE WS-XFR-CREDIT-BALANCE TO WS-MASTER-BALANCE
    PERFORM 1142-CREDIT-AVAILABLE-FUNDS
    MOVE WS-XFR-DEBIT-ACCOUNT TO ACCOUNT-NUMBER
    MOVE WS-XFR-DEBIT-BALANCE TO WS-MASTER-BALANCE
    PERFORM 1100-LOG-TRANSACTION
    PERFORM 1085-ACCUMULATE-AGING.

1055-VALIDATE-EFFECTIVE-DATE.
    *> Reject any transaction dated after today's run date rather than
    *> letting a mis-keyed future posting into the settlement totals.
    MOVE ACCOUNT-NUMBER TO TL-ACCOUNT-NUMBER
    MOVE 'N' TO TL-REVERSED-FLAG
    MOVE 'N' TO TL-POSTED-FLAG
    IF TRANS-TYPE = "XFR"
        MOVE XFR-CREDIT-ACCOUNT TO TL-COUNTERPARTY-ACCOUNT
    ELSE
        MOVE SPACES TO TL-COUNTERPARTY-ACCOUNT
    END-IF
    WRITE TRANS-LOG-RECORD
        INVALID KEY
            CONTINUE
                    SUBTRACT TL-TRANS-AMOUNT FROM WS-TOTAL-CREDITS
                WHEN "DEB"
                    SUBTRACT TL-TRANS-AMOUNT FROM WS-TOTAL-DEBITS
                WHEN "XFR"
                    SUBTRACT TL-TRANS-AMOUNT FROM WS-TOTAL-TRANSFERS
            END-EVALUATE
            IF BRANCH-CODE = TL-BRANCH-CODE
                EVALUATE TL-TRANS-TYPE
                MOVE DETAIL-LINE TO WS-ALERT-LINE
                PERFORM 1400-QUEUE-ALERT
            END-IF
            *> A transfer never entered the currency breakdown.
            IF TL-TRANS-TYPE NOT = "XFR"
                PERFORM 1210-BACKOUT-REVERSAL-CURRENCY
            END-IF
            PERFORM 1215-BACKOUT-REVERSAL-GL
            PERFORM 1220-BACKOUT-REVERSAL-FUNDS
            *> Mark the original so the end-of-run posting phase skips
            *> the reversed pair instead of applying it to the master.
            MOVE 'Y' TO TL-REVERSED-FLAG
                WHEN "DEB"
                    SUBTRACT TL-TRANS-AMOUNT
                        FROM WS-GL-DEBITS(WS-GL-IDX)
                WHEN "XFR"
                    SUBTRACT TL-TRANS-AMOUNT
                        FROM WS-GL-CREDITS(WS-GL-IDX)
                    SUBTRACT TL-TRANS-AMOUNT
                        FROM WS-GL-DEBITS(WS-GL-IDX)
            END-EVALUATE
    END-SEARCH.

1220-BACKOUT-REVERSAL-FUNDS.
    *> Undo the original's effect on its account's running available
    *> balance - looked up by TL-ACCOUNT-NUMBER, the account of
    *> record - so a reversed credit can no longer fund a later debit
    *> and a reversed debit frees its funds again. A reversed transfer
    *> unwinds both legs: the from-account gets its money back and
    *> the to-account loses it. An account with no funds record was
    *> never touched today, so there is nothing to correct.
    MOVE TL-ACCOUNT-NUMBER TO AF-ACCOUNT-NUMBER
    PERFORM 1141-READ-FUNDS-RECORD
    IF WS-FUNDS-ON-FILE = 'Y'
        PERFORM 1143-NOTE-FUNDS-CHANGE
        EVALUATE TL-TRANS-TYPE
            WHEN "CRD"
                SUBTRACT TL-TRANS-AMOUNT FROM AF-BALANCE
            WHEN "DEB"
            WHEN "XFR"
                ADD TL-TRANS-AMOUNT TO AF-BALANCE
        END-EVALUATE
        PERFORM 1144-REWRITE-FUNDS-RECORD
    END-IF
    IF TL-TRANS-TYPE = "XFR"
        MOVE TL-COUNTERPARTY-ACCOUNT TO AF-ACCOUNT-NUMBER
        PERFORM 1141-READ-FUNDS-RECORD
        IF WS-FUNDS-ON-FILE = 'Y'
            PERFORM 1143-NOTE-FUNDS-CHANGE
            SUBTRACT TL-TRANS-AMOUNT FROM AF-BALANCE
            PERFORM 1144-REWRITE-FUNDS-RECORD
        END-IF
    END-IF.

1990-WRITE-GL-EXTRACT.
    *> Emit the GL interface file: an HDR record, one DR/CR posting
    *> pair per branch/currency combination, and a TRL record, with
    MOVE TL-ACCOUNT-NUMBER TO TA-ACCOUNT-NUMBER
    MOVE TL-REVERSED-FLAG  TO TA-REVERSED-FLAG
    MOVE TL-POSTED-FLAG    TO TA-POSTED-FLAG
    MOVE TL-COUNTERPARTY-ACCOUNT TO TA-COUNTERPARTY-ACCOUNT
    WRITE TRANS-ARCHIVE-RECORD
        INVALID KEY
            *> Same date + TRANS-ID already archived: a restart or a
    *> nothing safe to post to, so the amount is not applied.
    IF TL-POSTED-FLAG NOT = 'Y'
        PERFORM 2015-RECORD-POSTED-HISTORY
        IF TL-REVERSED-FLAG NOT = 'Y' AND TL-TRANS-TYPE = "XFR"
            PERFORM 2030-POST-TRANSFER-LEGS
        END-IF
        IF TL-REVERSED-FLAG NOT = 'Y' AND TL-TRANS-TYPE NOT = "XFR"
            MOVE TL-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
            READ ACCOUNT-MASTER-FILE
                INVALID KEY
            CONTINUE
    END-WRITE.

2030-POST-TRANSFER-LEGS.
    *> Both legs of a transfer post or neither does. The to-account is
    *> proved still on the master before the from-account is touched;
    *> each leg is then applied, rewritten and counted as a posting of
    *> its own, the debit leg raising the usual overdraft alert.
    MOVE 'Y' TO WS-XFR-LEGS-POSTABLE
    MOVE TL-COUNTERPARTY-ACCOUNT TO AM-ACCOUNT-NUMBER
    READ ACCOUNT-MASTER-FILE
        INVALID KEY
            MOVE 'N' TO WS-XFR-LEGS-POSTABLE
    END-READ
    IF WS-XFR-LEGS-POSTABLE = 'Y'
        MOVE TL-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
        READ ACCOUNT-MASTER-FILE
            INVALID KEY
                MOVE 'N' TO WS-XFR-LEGS-POSTABLE
            NOT INVALID KEY
                MOVE AM-CURRENT-BALANCE TO WS-PRIOR-BALANCE
                SUBTRACT TL-TRANS-AMOUNT FROM AM-CURRENT-BALANCE
                MOVE WS-RUN-DATE TO AM-LAST-ACTIVITY-DATE
                REWRITE ACCOUNT-MASTER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                ADD 1 TO WS-POSTED-ACTIVITY-COUNT
                IF AM-CURRENT-BALANCE < 0
                    PERFORM 2020-WRITE-OVERDRAFT-ALERT
                END-IF
        END-READ
    END-IF
    IF WS-XFR-LEGS-POSTABLE = 'Y'
        MOVE TL-COUNTERPARTY-ACCOUNT TO AM-ACCOUNT-NUMBER
        READ ACCOUNT-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD TL-TRANS-AMOUNT TO AM-CURRENT-BALANCE
                MOVE WS-RUN-DATE TO AM-LAST-ACTIVITY-DATE
                REWRITE ACCOUNT-MASTER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                ADD 1 TO WS-POSTED-ACTIVITY-COUNT
        END-READ
    END-IF.

2020-WRITE-OVERDRAFT-ALERT.
    *> A debit has taken this account below zero: flag it on the
    *> settlement report with the balance it held before the posting,
    *> the debit that breached it, and the resulting negative balance,
    *> and - when this is the debit that took a balance from zero or
    *> above into the red - record the account on the overdrawn-
    *> account feed the fee generator charges from. A debit on an
    *> account already overdrawn is alerted but adds no second charge.
    ADD 1 TO WS-OVERDRAFT-COUNT
    MOVE WS-PRIOR-BALANCE TO WS-FMT-PRIOR-BALANCE
    MOVE TL-TRANS-AMOUNT TO WS-FMT-POSTED-AMOUNT
    STRING "    NEW BALANCE   : " WS-FMT-NEW-BALANCE
        DELIMITED BY SIZE INTO ODL-MSG
    MOVE OVERDRAFT-DETAIL-LINE TO WS-ALERT-LINE
    PERFORM 1400-QUEUE-ALERT
    IF WS-PRIOR-BALANCE NOT < 0
        MOVE TL-ACCOUNT-NUMBER  TO OA-ACCOUNT-NUMBER
        MOVE TL-TRANS-ID        TO OA-TRANS-ID
        MOVE WS-PRIOR-BALANCE   TO OA-PRIOR-BALANCE
        MOVE TL-TRANS-AMOUNT    TO OA-DEBIT-AMOUNT
        MOVE AM-CURRENT-BALANCE TO OA-NEW-BALANCE
        MOVE WS-RUN-DATE        TO OA-OVERDRAWN-DATE
        WRITE OVERDRAWN-ACCOUNT-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF.

9800-CLOSE-CHAIN-STEP.
    *> The step's ledger entry is completed with its return code and key
    *> counts (transactions processed, postings applied, exceptions plus
    *> rejects). A return code of 8 or more holds every step that depends
    *> on this one.
    MOVE WS-TOTAL-PROCESSED TO WS-CHAIN-COUNT-IN
    MOVE WS-POSTED-ACTIVITY-COUNT TO WS-CHAIN-COUNT-OUT
    COMPUTE WS-CHAIN-COUNT-EXCEPTIONS =
        WS-ACCOUNT-EXCEPT-COUNT + WS-REJECT-COUNT
    MOVE 'C' TO WS-CHAIN-STEP-STATUS
    MOVE RETURN-CODE TO WS-CHAIN-RETURN-CODE
    OPEN I-O CHAIN-LEDGER-FILE
    PERFORM 0162-WRITE-CHAIN-LEDGER-ENTRY
    CLOSE CHAIN-LEDGER-FILE.
