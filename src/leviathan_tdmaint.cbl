>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEVIATHAN-TD-MAINT.
AUTHOR. UBAYDA ALI.
*> ====================================================================
*> DESCRIPTION: Term-Deposit Master Maintenance Batch
*> Applies the day's term-deposit maintenance file to the
*> term-deposit master: open a deposit (funding account, principal,
*> currency, rate, start date, term and what to do at maturity),
*> amend its maturity instruction or linked account, or break it
*> early. A before/after change listing proves who changed what -
*> the change-listing discipline the account maintenance batch
*> established - and rejected requests (duplicate or unknown
*> deposit, closed or unknown account, unknown or closed branch, bad
*> terms, a deposit no longer running) go to their own exception
*> file. This program is the only sanctioned writer of deposit terms;
*> the nightly maturity run only accrues, matures, rolls over and
*> pays out what is set up here. A newly opened deposit is funded by
*> a DEB of its principal against the funding account, emitted on
*> its own HDR/TRL-wrapped transaction file for the engine's next
*> run; the deposit waits as pending until that debit posts.
*> ====================================================================

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TD-MAINT-FILE ASSIGN TO "data/input/term_deposit_maint.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-FILE-STATUS.
    SELECT TD-MAINT-LISTING-FILE
        ASSIGN TO "data/output/term_deposit_maint_listing.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The term-deposit master the nightly maturity run walks; keyed
    *> by the branch-assigned deposit ID. DYNAMIC: requests read and
    *> write it by key, and the funding file is built from a walk of
    *> it in key order.
    SELECT TD-MASTER-FILE
        ASSIGN TO "data/master/term_deposit_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TD-DEPOSIT-ID
        FILE STATUS IS WS-TD-FILE-STATUS.
    *> The linked account must be live; it is checked against the
    *> same master the settlement engine validates with.
    SELECT ACCOUNT-MASTER-FILE ASSIGN TO "data/master/account_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AM-ACCOUNT-NUMBER
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    *> A deposit's branch must be on the branch master and open; no
    *> branch master on file means branches go unchecked.
    SELECT BRANCH-MASTER-FILE
        ASSIGN TO "data/master/branch_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BR-BRANCH-CODE
        FILE STATUS IS WS-BRANCH-FILE-STATUS.
    *> Keyed by the maintenance request's own sequence ID, rebuilt
    *> from empty each run - the account maintenance batch's
    *> exception-file convention.
    SELECT TD-EXCEPTION-FILE
        ASSIGN TO "data/output/term_deposit_maint_exc.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TEX-SEQ-ID
        FILE STATUS IS WS-EXCEPT-FILE-STATUS.
    *> The funding debits the engine consumes; same layout and HDR/TRL
    *> wrapping as the upstream daily extract.
    SELECT FUNDING-TRANS-FILE
        ASSIGN TO "data/input/term_deposit_fundings.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The processing-date control record LEVIATHAN-DATE-ROLL rolls
    *> forward each night; the business date this run belongs to.
    SELECT PROCESSING-DATE-FILE
        ASSIGN TO "data/master/processing_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
FILE SECTION.
*> --- Daily Term-Deposit Maintenance File ---
*> One request per record, keyed by a branch-assigned sequence ID so
*> every request - applied or rejected - can be traced back to the
*> keying operator. OPN uses every field; AMD only the linked account
*> and maturity instruction (blank keeps the current value); BRK
*> only the deposit ID. A blank start date on an OPN means today.
FD  TD-MAINT-FILE.
01  TD-MAINT-RECORD.
    05 TDM-SEQ-ID              PIC X(10).
    05 TDM-ACTION              PIC X(3).
        88 TDM-ACTION-OPEN     VALUE "OPN".
        88 TDM-ACTION-AMEND    VALUE "AMD".
        88 TDM-ACTION-BREAK    VALUE "BRK".
    05 TDM-DEPOSIT-ID          PIC X(10).
    05 TDM-FUNDING-ACCOUNT     PIC X(10).
    05 TDM-PRINCIPAL           PIC 9(9)V99.
    05 TDM-CURRENCY-CODE       PIC X(3).
    05 TDM-ANNUAL-RATE         PIC 9(3)V9(6).
    05 TDM-START-DATE          PIC X(8).
    05 TDM-TERM-DAYS           PIC 9(4).
    05 TDM-MATURITY-INSTR      PIC X(1).
    05 TDM-BRANCH-CODE         PIC X(4).
    05 TDM-OPERATOR-ID         PIC X(8).

FD  TD-MAINT-LISTING-FILE.
01  TD-MAINT-LISTING-RECORD PIC X(80).

*> --- Term-Deposit Master (keyed by deposit ID) ---
*> One record per fixed-term deposit. TD-MATURITY-INSTR says what
*> happens at maturity: 'P' pays principal plus interest to the
*> funding account, 'R' rolls principal plus interest over for
*> another term, 'I' pays the interest and rolls the principal.
*> Interest accrues nightly onto TD-ACCRUED-INTEREST up to
*> TD-LAST-ACCRUAL-DATE. TD-STATUS 'P' is opened and waiting for the
*> funding debit TD-FUNDING-TRANS-ID to post, 'A' running, 'B' an
*> early break requested and awaiting tonight's payout, 'M' matured
*> and paid out, 'X' broken and paid out, 'C' cancelled because its
*> funding debit was returned unpaid; closed-out deposits stay on
*> file so the history remains queryable.
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

FD  TD-EXCEPTION-FILE.
01  TD-EXCEPTION-RECORD.
    05 TEX-SEQ-ID               PIC X(10).
    05 TEX-DETAIL               PIC X(70).

*> --- Funding Transaction File ---
*> Field for field the TRANS-RECORD the engine reads, with the same
*> leading HDR / trailing TRL control-record overlay carrying the
*> record count and amount hash.
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

WORKING-STORAGE SECTION.
*> --- End of File Flags & File Statuses ---
01  WS-EOF                 PIC A(1) VALUE 'N'.
01  WS-TD-EOF              PIC A(1) VALUE 'N'.
01  WS-MAINT-FILE-STATUS   PIC X(2).
01  WS-TD-FILE-STATUS      PIC X(2).
01  WS-ACCT-FILE-STATUS    PIC X(2).
01  WS-BRANCH-FILE-STATUS  PIC X(2).
01  WS-EXCEPT-FILE-STATUS  PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).
01  WS-BRANCH-MASTER-PRESENT PIC A(1) VALUE 'N'.
01  WS-MASTER-ON-FILE      PIC A(1) VALUE 'Y'.
*> The bank's own house postings branch; valid whether or not it
*> has been keyed onto the branch master.
01  WS-HOUSE-BRANCH        PIC X(4) VALUE "9999".
*> The highest annual rate a deposit may be opened at - the same
*> ceiling the preflight audit holds the term-deposit rate file to.
01  WS-MAX-ANNUAL-RATE     PIC 9(3)V9(6) COMP-3 VALUE 100.

*> --- Run Controls & Accumulators ---
01  WS-RUN-DATE            PIC X(8).
01  WS-APPLIED-COUNT       PIC 9(5) COMP-3 VALUE 0.
01  WS-MAINT-REJECT-COUNT  PIC 9(5) COMP-3 VALUE 0.
01  WS-FMT-APPLIED-COUNT   PIC ZZZ,ZZ9.
01  WS-FMT-REJECT-COUNT    PIC ZZZ,ZZ9.
01  WS-MAINT-REJECT-REASON PIC X(20).
01  WS-REQUEST-VALID       PIC A(1) VALUE 'Y'.

*> --- Generated Funding TRANS-ID Construction ---
*> "T" + YYMMDD + a 3-digit sequence - the standing-order generator's
*> uniqueness scheme under its own prefix. This batch may run more
*> than once a business day, so the sequence carries on from the
*> highest one already issued today, found on the master at start.
01  WS-FUND-SEQ            PIC 9(3) VALUE 0.
01  WS-FUND-TRANS-ID.
    05 WS-FTI-PREFIX       PIC X(1) VALUE "T".
    05 WS-FTI-DATE         PIC X(6).
    05 WS-FTI-SEQ          PIC 9(3).
01  WS-FUND-ID-TODAY       PIC X(7).

*> --- Funding File Controls ---
*> The file is rebuilt whole from every deposit still pending, so a
*> debit the engine has not yet seen is never lost; a first pass over
*> the master gives the HDR its final count and hash.
01  WS-FUND-COUNT          PIC 9(7) VALUE 0.
01  WS-FUND-AMOUNT-HASH    PIC 9(11)V99 VALUE 0.
01  WS-FUND-PASS           PIC A(1) VALUE 'C'.
    88 WS-FUND-PASS-COUNT  VALUE 'C'.
    88 WS-FUND-PASS-WRITE  VALUE 'W'.
01  WS-FMT-FUND-COUNT      PIC ZZZ,ZZ9.
01  WS-FMT-FUND-HASH       PIC $$$,$$$,$$$,$$9.99.

*> --- Maturity Date Computation ---
01  WS-DATE-NUM            PIC 9(8) VALUE 0.
01  WS-DATE-INT            PIC 9(7) COMP-3 VALUE 0.

*> --- Before Image for the Change Listing ---
01  WS-BEFORE-IMAGE.
    05 WS-BEF-FUNDING-ACCOUNT PIC X(10).
    05 WS-BEF-PRINCIPAL    PIC 9(9)V99 COMP-3.
    05 WS-BEF-MATURITY     PIC X(8).
    05 WS-BEF-INSTR        PIC X(1).
    05 WS-BEF-STATUS       PIC X(1).
01  WS-FMT-BEFORE-AMOUNT   PIC $$$,$$$,$$9.99.
01  WS-FMT-AFTER-AMOUNT    PIC $$$,$$$,$$9.99.

*> --- Listing Headers & Detail Lines ---
01  HEADER-1               PIC X(80) VALUE "========================================================================".
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: TERM-DEPOSIT MAINTENANCE CHANGE LISTING".
01  HEADER-3               PIC X(80) VALUE "========================================================================".
01  TD-DETAIL-LINE.
    05 FILLER              PIC X(9) VALUE " [TDMNT] ".
    05 TML-MSG             PIC X(71).

PROCEDURE DIVISION.
0000-MAIN-PROCESSING.
    OPEN INPUT TD-MAINT-FILE
    OPEN OUTPUT TD-MAINT-LISTING-FILE
    OPEN INPUT ACCOUNT-MASTER-FILE
    OPEN INPUT BRANCH-MASTER-FILE
    IF WS-BRANCH-FILE-STATUS = "00"
        MOVE 'Y' TO WS-BRANCH-MASTER-PRESENT
    END-IF

    *> The very first site to run this program has no term-deposit
    *> master yet (FILE STATUS "35"); create it so day one's OPN
    *> requests have somewhere to land - the create-on-first-use
    *> pattern the account maintenance batch applies to its master.
    OPEN I-O TD-MASTER-FILE
    IF WS-TD-FILE-STATUS = "35"
        OPEN OUTPUT TD-MASTER-FILE
        CLOSE TD-MASTER-FILE
        OPEN I-O TD-MASTER-FILE
    END-IF
    IF WS-TD-FILE-STATUS NOT = "00"
        MOVE 'N' TO WS-MASTER-ON-FILE
    END-IF

    OPEN OUTPUT TD-EXCEPTION-FILE
    CLOSE TD-EXCEPTION-FILE
    OPEN I-O TD-EXCEPTION-FILE

    PERFORM 0170-READ-PROCESSING-DATE
    MOVE WS-RUN-DATE(3:6) TO WS-FTI-DATE
    PERFORM 0200-FIND-LAST-FUNDING-SEQ

    WRITE TD-MAINT-LISTING-RECORD FROM HEADER-1
    WRITE TD-MAINT-LISTING-RECORD FROM HEADER-2
    WRITE TD-MAINT-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO TD-MAINT-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO TD-MAINT-LISTING-RECORD
    WRITE TD-MAINT-LISTING-RECORD
    WRITE TD-MAINT-LISTING-RECORD FROM " "

    *> A maintenance file that failed to open never raises AT END, so
    *> driving the read loop against it would spin forever; report
    *> the condition on the listing and apply nothing instead.
    IF WS-MAINT-FILE-STATUS = "00"
        PERFORM 1000-PROCESS-MAINT-RECORDS UNTIL WS-EOF = 'Y'
    ELSE
        WRITE TD-MAINT-LISTING-RECORD FROM " [SYSTEM] MAINTENANCE FILE NOT AVAILABLE - NOTHING APPLIED."
    END-IF

    *> Rewritten on every run, today's opens or not: it carries every
    *> deposit still waiting for its funding debit, and a run with
    *> none pending leaves a zero-count HDR/TRL pair - the
    *> always-rewrite convention the other generated feeds follow.
    PERFORM 2000-WRITE-FUNDING-FILE

    MOVE WS-APPLIED-COUNT TO WS-FMT-APPLIED-COUNT
    MOVE WS-MAINT-REJECT-COUNT TO WS-FMT-REJECT-COUNT
    WRITE TD-MAINT-LISTING-RECORD FROM " "
    WRITE TD-MAINT-LISTING-RECORD FROM HEADER-1
    WRITE TD-MAINT-LISTING-RECORD FROM " [SYSTEM] MAINTENANCE RUN COMPLETE. SUMMARY:"
    MOVE SPACES TO TD-MAINT-LISTING-RECORD
    STRING "    -> REQUESTS APPLIED  : " WS-FMT-APPLIED-COUNT
        DELIMITED BY SIZE INTO TD-MAINT-LISTING-RECORD
    WRITE TD-MAINT-LISTING-RECORD
    MOVE SPACES TO TD-MAINT-LISTING-RECORD
    STRING "    -> REQUESTS REJECTED : " WS-FMT-REJECT-COUNT
        DELIMITED BY SIZE INTO TD-MAINT-LISTING-RECORD
    WRITE TD-MAINT-LISTING-RECORD
    MOVE WS-FUND-COUNT TO WS-FMT-FUND-COUNT
    MOVE WS-FUND-AMOUNT-HASH TO WS-FMT-FUND-HASH
    MOVE SPACES TO TD-MAINT-LISTING-RECORD
    STRING "    -> FUNDING PENDING   : " WS-FMT-FUND-COUNT
        "  TOTAL " WS-FMT-FUND-HASH
        DELIMITED BY SIZE INTO TD-MAINT-LISTING-RECORD
    WRITE TD-MAINT-LISTING-RECORD
    WRITE TD-MAINT-LISTING-RECORD FROM HEADER-1

    CLOSE TD-MAINT-FILE
    CLOSE TD-MAINT-LISTING-FILE
    CLOSE TD-MASTER-FILE
    CLOSE ACCOUNT-MASTER-FILE
    IF WS-BRANCH-MASTER-PRESENT = 'Y'
        CLOSE BRANCH-MASTER-FILE
    END-IF
    CLOSE TD-EXCEPTION-FILE
    STOP RUN.

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

0200-FIND-LAST-FUNDING-SEQ.
    *> The highest funding sequence already issued under today's date
    *> by an earlier run, so this run's IDs carry on from it.
    MOVE 0 TO WS-FUND-SEQ
    MOVE WS-FTI-PREFIX TO WS-FUND-ID-TODAY(1:1)
    MOVE WS-FTI-DATE TO WS-FUND-ID-TODAY(2:6)
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
                    IF TD-FUNDING-TRANS-ID(1:7) = WS-FUND-ID-TODAY
                        AND TD-FUNDING-TRANS-ID(8:3) IS NUMERIC
                        MOVE TD-FUNDING-TRANS-ID(8:3) TO WS-FTI-SEQ
                        IF WS-FTI-SEQ > WS-FUND-SEQ
                            MOVE WS-FTI-SEQ TO WS-FUND-SEQ
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

1000-PROCESS-MAINT-RECORDS.
    READ TD-MAINT-FILE
        AT END
            MOVE 'Y' TO WS-EOF
        NOT AT END
            EVALUATE TRUE
                WHEN TDM-ACTION-OPEN
                    PERFORM 1100-APPLY-OPEN
                WHEN TDM-ACTION-AMEND
                    PERFORM 1200-APPLY-AMEND
                WHEN TDM-ACTION-BREAK
                    PERFORM 1300-APPLY-BREAK
                WHEN OTHER
                    MOVE "INVALID ACTION CODE" TO WS-MAINT-REJECT-REASON
                    PERFORM 1400-WRITE-MAINT-EXCEPTION
            END-EVALUATE
    END-READ.

1050-VALIDATE-DEPOSIT-TERMS.
    *> The edits an OPN must pass before a deposit exists: a deposit
    *> ID to key it by, a positive principal, a currency, a rate above
    *> zero and within the ceiling, a term in days, a usable start
    *> date, a recognized maturity instruction, a live linked account,
    *> a branch that is open, and a principal small enough for the
    *> funding debit's TRANS-AMOUNT. The first edit failed is the
    *> reason given.
    MOVE 'Y' TO WS-REQUEST-VALID
    IF TDM-START-DATE = SPACES
        MOVE WS-RUN-DATE TO TDM-START-DATE
    END-IF
    EVALUATE TRUE
        WHEN TDM-DEPOSIT-ID = SPACES
            MOVE 'N' TO WS-REQUEST-VALID
            MOVE "MISSING DEPOSIT ID" TO WS-MAINT-REJECT-REASON
        WHEN TDM-PRINCIPAL = 0
            MOVE 'N' TO WS-REQUEST-VALID
            MOVE "ZERO PRINCIPAL" TO WS-MAINT-REJECT-REASON
        WHEN TDM-CURRENCY-CODE = SPACES
            MOVE 'N' TO WS-REQUEST-VALID
            MOVE "MISSING CURRENCY" TO WS-MAINT-REJECT-REASON
        WHEN TDM-ANNUAL-RATE IS NOT NUMERIC
            MOVE 'N' TO WS-REQUEST-VALID
            MOVE "BAD RATE" TO WS-MAINT-REJECT-REASON
        WHEN TDM-ANNUAL-RATE = 0
            OR TDM-ANNUAL-RATE > WS-MAX-ANNUAL-RATE
            MOVE 'N' TO WS-REQUEST-VALID
            MOVE "BAD RATE" TO WS-MAINT-REJECT-REASON
        WHEN TDM-TERM-DAYS = 0
            MOVE 'N' TO WS-REQUEST-VALID
            MOVE "ZERO TERM" TO WS-MAINT-REJECT-REASON
        WHEN TDM-START-DATE IS NOT NUMERIC
            MOVE 'N' TO WS-REQUEST-VALID
            MOVE "BAD START DATE" TO WS-MAINT-REJECT-REASON
        WHEN OTHER
            PERFORM 1055-VALIDATE-INSTRUCTION
            IF WS-REQUEST-VALID = 'Y'
                MOVE TDM-FUNDING-ACCOUNT TO AM-ACCOUNT-NUMBER
                PERFORM 1060-VALIDATE-LINKED-ACCOUNT
            END-IF
            IF WS-REQUEST-VALID = 'Y'
                PERFORM 1070-VALIDATE-DEPOSIT-BRANCH
            END-IF
    END-EVALUATE
    IF WS-REQUEST-VALID = 'Y' AND TDM-PRINCIPAL > 9999999.99
        MOVE 'N' TO WS-REQUEST-VALID
        MOVE "PRINCIPAL OVER LIMIT" TO WS-MAINT-REJECT-REASON
    END-IF.

1055-VALIDATE-INSTRUCTION.
    IF TDM-MATURITY-INSTR NOT = 'P' AND TDM-MATURITY-INSTR NOT = 'R'
        AND TDM-MATURITY-INSTR NOT = 'I'
        MOVE 'N' TO WS-REQUEST-VALID
        MOVE "BAD MATURITY INSTR" TO WS-MAINT-REJECT-REASON
    END-IF.

1060-VALIDATE-LINKED-ACCOUNT.
    *> AM-ACCOUNT-NUMBER is set by the caller.
    READ ACCOUNT-MASTER-FILE
        INVALID KEY
            MOVE 'N' TO WS-REQUEST-VALID
            MOVE "UNKNOWN ACCOUNT" TO WS-MAINT-REJECT-REASON
        NOT INVALID KEY
            IF AM-STATUS-CLOSED
                MOVE 'N' TO WS-REQUEST-VALID
                MOVE "CLOSED ACCOUNT" TO WS-MAINT-REJECT-REASON
            END-IF
            IF AM-STATUS-DORMANT
                MOVE 'N' TO WS-REQUEST-VALID
                MOVE "DORMANT ACCOUNT" TO WS-MAINT-REJECT-REASON
            END-IF
    END-READ.

1070-VALIDATE-DEPOSIT-BRANCH.
    *> The deposit is booked to its branch, whose staff work its
    *> upcoming maturities, so it is held to the standing-order
    *> maintenance batch's branch rule.
    IF WS-BRANCH-MASTER-PRESENT = 'Y'
        AND TDM-BRANCH-CODE NOT = WS-HOUSE-BRANCH
        MOVE TDM-BRANCH-CODE TO BR-BRANCH-CODE
        READ BRANCH-MASTER-FILE
            INVALID KEY
                MOVE 'N' TO WS-REQUEST-VALID
                MOVE "UNKNOWN BRANCH" TO WS-MAINT-REJECT-REASON
            NOT INVALID KEY
                IF BR-STATUS-CLOSED
                    MOVE 'N' TO WS-REQUEST-VALID
                    MOVE "CLOSED BRANCH" TO WS-MAINT-REJECT-REASON
                END-IF
                IF BR-STATUS-MERGED
                    MOVE 'N' TO WS-REQUEST-VALID
                    MOVE "MERGED BRANCH" TO WS-MAINT-REJECT-REASON
                END-IF
        END-READ
    END-IF.

1100-APPLY-OPEN.
    *> A new deposit goes on file pending, maturing a term's worth of
    *> calendar days after its start date, with the funding debit that
    *> takes its principal from the funding account; the maturity run
    *> sets it running once that debit has posted, or cancels it if
    *> the debit is returned. A key collision means the deposit ID is
    *> already in use and the request is rejected rather than
    *> silently overwriting a live deposit.
    PERFORM 1050-VALIDATE-DEPOSIT-TERMS
    IF WS-REQUEST-VALID = 'Y' AND WS-FUND-SEQ >= 999
        MOVE 'N' TO WS-REQUEST-VALID
        MOVE "NO FUNDING ID LEFT" TO WS-MAINT-REJECT-REASON
    END-IF
    IF WS-REQUEST-VALID = 'N'
        PERFORM 1400-WRITE-MAINT-EXCEPTION
    ELSE
        COMPUTE WS-FTI-SEQ = WS-FUND-SEQ + 1
        MOVE TDM-DEPOSIT-ID      TO TD-DEPOSIT-ID
        MOVE TDM-FUNDING-ACCOUNT TO TD-FUNDING-ACCOUNT
        MOVE TDM-PRINCIPAL       TO TD-PRINCIPAL
        MOVE TDM-CURRENCY-CODE   TO TD-CURRENCY-CODE
        MOVE TDM-ANNUAL-RATE     TO TD-ANNUAL-RATE
        MOVE TDM-START-DATE      TO TD-START-DATE
        MOVE TDM-TERM-DAYS       TO TD-TERM-DAYS
        MOVE TDM-START-DATE TO WS-DATE-NUM
        COMPUTE WS-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + TDM-TERM-DAYS
        COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
        MOVE WS-DATE-NUM         TO TD-MATURITY-DATE
        MOVE TDM-MATURITY-INSTR  TO TD-MATURITY-INSTR
        MOVE TDM-BRANCH-CODE     TO TD-BRANCH-CODE
        MOVE 0                   TO TD-ACCRUED-INTEREST
        MOVE TDM-START-DATE      TO TD-LAST-ACCRUAL-DATE
        MOVE 'P'                 TO TD-STATUS
        MOVE WS-RUN-DATE         TO TD-STATUS-DATE
        MOVE 0                   TO TD-ROLLOVER-COUNT
        MOVE TDM-OPERATOR-ID     TO TD-OPERATOR-ID
        MOVE WS-FUND-TRANS-ID    TO TD-FUNDING-TRANS-ID
        WRITE TD-MASTER-RECORD
            INVALID KEY
                MOVE "DUPLICATE DEPOSIT" TO WS-MAINT-REJECT-REASON
                PERFORM 1400-WRITE-MAINT-EXCEPTION
            NOT INVALID KEY
                MOVE WS-FTI-SEQ TO WS-FUND-SEQ
                ADD 1 TO WS-APPLIED-COUNT
                MOVE SPACES TO WS-BEFORE-IMAGE
                MOVE 0 TO WS-BEF-PRINCIPAL
                PERFORM 1500-WRITE-CHANGE-LISTING
                MOVE TD-PRINCIPAL TO WS-FMT-AFTER-AMOUNT
                MOVE SPACES TO TML-MSG
                STRING "    FUNDING: DEB " TD-FUNDING-TRANS-ID " "
                    WS-FMT-AFTER-AMOUNT " FROM " TD-FUNDING-ACCOUNT
                    DELIMITED BY SIZE INTO TML-MSG
                WRITE TD-MAINT-LISTING-RECORD FROM TD-DETAIL-LINE
        END-WRITE
    END-IF.

1200-APPLY-AMEND.
    *> Only what a customer may change mid-term: the linked account
    *> and the maturity instruction. Principal, rate and term are the
    *> contract and are not amendable - break and reopen instead.
    MOVE TDM-DEPOSIT-ID TO TD-DEPOSIT-ID
    READ TD-MASTER-FILE
        INVALID KEY
            MOVE "UNKNOWN DEPOSIT" TO WS-MAINT-REJECT-REASON
            PERFORM 1400-WRITE-MAINT-EXCEPTION
        NOT INVALID KEY
            PERFORM 1250-VALIDATE-AMEND
            IF WS-REQUEST-VALID = 'N'
                PERFORM 1400-WRITE-MAINT-EXCEPTION
            ELSE
                PERFORM 1280-CAPTURE-BEFORE-IMAGE
                IF TDM-FUNDING-ACCOUNT NOT = SPACES
                    MOVE TDM-FUNDING-ACCOUNT TO TD-FUNDING-ACCOUNT
                END-IF
                IF TDM-MATURITY-INSTR NOT = SPACE
                    MOVE TDM-MATURITY-INSTR TO TD-MATURITY-INSTR
                END-IF
                MOVE WS-RUN-DATE TO TD-STATUS-DATE
                MOVE TDM-OPERATOR-ID TO TD-OPERATOR-ID
                REWRITE TD-MASTER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                ADD 1 TO WS-APPLIED-COUNT
                PERFORM 1500-WRITE-CHANGE-LISTING
            END-IF
    END-READ.

1250-VALIDATE-AMEND.
    MOVE 'Y' TO WS-REQUEST-VALID
    IF NOT TD-STATUS-ACTIVE
        MOVE 'N' TO WS-REQUEST-VALID
        MOVE "DEPOSIT NOT RUNNING" TO WS-MAINT-REJECT-REASON
    ELSE
        IF TDM-MATURITY-INSTR NOT = SPACE
            PERFORM 1055-VALIDATE-INSTRUCTION
        END-IF
        IF WS-REQUEST-VALID = 'Y' AND TDM-FUNDING-ACCOUNT NOT = SPACES
            MOVE TDM-FUNDING-ACCOUNT TO AM-ACCOUNT-NUMBER
            PERFORM 1060-VALIDATE-LINKED-ACCOUNT
        END-IF
    END-IF.

1280-CAPTURE-BEFORE-IMAGE.
    MOVE TD-FUNDING-ACCOUNT TO WS-BEF-FUNDING-ACCOUNT
    MOVE TD-PRINCIPAL       TO WS-BEF-PRINCIPAL
    MOVE TD-MATURITY-DATE   TO WS-BEF-MATURITY
    MOVE TD-MATURITY-INSTR  TO WS-BEF-INSTR
    MOVE TD-STATUS          TO WS-BEF-STATUS.

1300-APPLY-BREAK.
    *> An early break only marks the deposit; tonight's maturity run
    *> recomputes its interest at the penalty rate and pays it out,
    *> so the payout rides the same feed as every maturity. A deposit
    *> whose maturity date has come has served its term and is not
    *> broken early - to pay it out, amend its instruction to P.
    MOVE TDM-DEPOSIT-ID TO TD-DEPOSIT-ID
    READ TD-MASTER-FILE
        INVALID KEY
            MOVE "UNKNOWN DEPOSIT" TO WS-MAINT-REJECT-REASON
            PERFORM 1400-WRITE-MAINT-EXCEPTION
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN NOT TD-STATUS-ACTIVE
                    MOVE "DEPOSIT NOT RUNNING" TO WS-MAINT-REJECT-REASON
                    PERFORM 1400-WRITE-MAINT-EXCEPTION
                WHEN TD-MATURITY-DATE <= WS-RUN-DATE
                    MOVE "DEPOSIT MATURED" TO WS-MAINT-REJECT-REASON
                    PERFORM 1400-WRITE-MAINT-EXCEPTION
                WHEN OTHER
                    PERFORM 1280-CAPTURE-BEFORE-IMAGE
                    MOVE 'B' TO TD-STATUS
                    MOVE WS-RUN-DATE TO TD-STATUS-DATE
                    MOVE TDM-OPERATOR-ID TO TD-OPERATOR-ID
                    REWRITE TD-MASTER-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 1500-WRITE-CHANGE-LISTING
            END-EVALUATE
    END-READ.

1400-WRITE-MAINT-EXCEPTION.
    ADD 1 TO WS-MAINT-REJECT-COUNT
    MOVE TDM-SEQ-ID TO TEX-SEQ-ID
    STRING TDM-ACTION " DEPOSIT " TDM-DEPOSIT-ID
        " " WS-MAINT-REJECT-REASON " BY " TDM-OPERATOR-ID
        DELIMITED BY SIZE INTO TEX-DETAIL
    WRITE TD-EXCEPTION-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE
    MOVE SPACES TO TML-MSG
    STRING TDM-SEQ-ID " " TDM-ACTION " DEPOSIT " TDM-DEPOSIT-ID
        " REJECTED - " WS-MAINT-REJECT-REASON
        DELIMITED BY SIZE INTO TML-MSG
    WRITE TD-MAINT-LISTING-RECORD FROM TD-DETAIL-LINE.

1500-WRITE-CHANGE-LISTING.
    *> Before/after block for audit: who keyed it, what the deposit
    *> was, what it became. An OPN shows a blank before image,
    *> marking the deposit as newly opened.
    MOVE SPACES TO TML-MSG
    STRING TDM-SEQ-ID " " TDM-ACTION " DEPOSIT " TD-DEPOSIT-ID
        " " TD-CURRENCY-CODE " TERM " TD-TERM-DAYS
        " BY " TDM-OPERATOR-ID
        DELIMITED BY SIZE INTO TML-MSG
    WRITE TD-MAINT-LISTING-RECORD FROM TD-DETAIL-LINE
    MOVE WS-BEF-PRINCIPAL TO WS-FMT-BEFORE-AMOUNT
    MOVE SPACES TO TML-MSG
    STRING "    BEFORE: " WS-BEF-FUNDING-ACCOUNT " " WS-FMT-BEFORE-AMOUNT
        " MAT " WS-BEF-MATURITY " INSTR " WS-BEF-INSTR
        " STATUS " WS-BEF-STATUS
        DELIMITED BY SIZE INTO TML-MSG
    WRITE TD-MAINT-LISTING-RECORD FROM TD-DETAIL-LINE
    MOVE TD-PRINCIPAL TO WS-FMT-AFTER-AMOUNT
    MOVE SPACES TO TML-MSG
    STRING "    AFTER : " TD-FUNDING-ACCOUNT " " WS-FMT-AFTER-AMOUNT
        " MAT " TD-MATURITY-DATE " INSTR " TD-MATURITY-INSTR
        " STATUS " TD-STATUS
        DELIMITED BY SIZE INTO TML-MSG
    WRITE TD-MAINT-LISTING-RECORD FROM TD-DETAIL-LINE.

2000-WRITE-FUNDING-FILE.
    *> Emit the funding file whole: HDR with the final count and
    *> amount hash, a detail record for every pending deposit, and
    *> the matching TRL.
    MOVE 0 TO WS-FUND-COUNT
    MOVE 0 TO WS-FUND-AMOUNT-HASH
    SET WS-FUND-PASS-COUNT TO TRUE
    PERFORM 2100-WALK-PENDING-DEPOSITS
    OPEN OUTPUT FUNDING-TRANS-FILE
    MOVE SPACES TO FND-TRANS-RECORD
    MOVE "HDR" TO FCR-RECORD-TYPE
    MOVE WS-FUND-COUNT TO FCR-RECORD-COUNT
    MOVE WS-FUND-AMOUNT-HASH TO FCR-AMOUNT-HASH
    WRITE FND-TRANS-RECORD
    SET WS-FUND-PASS-WRITE TO TRUE
    PERFORM 2100-WALK-PENDING-DEPOSITS
    MOVE SPACES TO FND-TRANS-RECORD
    MOVE "TRL" TO FCR-RECORD-TYPE
    MOVE WS-FUND-COUNT TO FCR-RECORD-COUNT
    MOVE WS-FUND-AMOUNT-HASH TO FCR-AMOUNT-HASH
    WRITE FND-TRANS-RECORD
    CLOSE FUNDING-TRANS-FILE.

2100-WALK-PENDING-DEPOSITS.
    *> One pass over the master in key order: the counting pass totals
    *> the pending deposits for the control records, the writing pass
    *> emits them.
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
                            PERFORM 2200-WRITE-ONE-FUNDING
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

2200-WRITE-ONE-FUNDING.
    *> A DEB of the principal from the funding account in the
    *> deposit's currency. It posts under the house branch, as
    *> interest and fees do: moving a customer's money into a deposit
    *> is the bank's own booking, not a branch item to be cleared or
    *> billed.
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
