>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEVIATHAN-SANCTIONS-SCREEN.
AUTHOR. UBAYDA ALI.
*> ====================================================================
*> DESCRIPTION: Nightly Sanctions Screening & Account Blocking Batch
*> Runs ahead of the settlement engine. First applies compliance's
*> decisions on the screening-hit file: a CNF confirms a hit (the
*> customer is a true match and their accounts are to be blocked), a
*> REL releases it (a false match, or the customer has been cleared),
*> each with the before/after listing the maintenance batches keep.
*> Then, whenever compliance delivers a new watchlist version, every
*> customer on the customer master is re-screened against it by the
*> same name-matching rules the customer maintenance batch applies
*> at add and rename, and new hits go to the hit file as pending.
*> Last, it rebuilds the blocked-account file the engine checks: every
*> account linked to a customer under a confirmed hit. The engine
*> rejects any transaction on a blocked account to its exception
*> file until the hit is released.
*> ====================================================================

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Compliance's confirm/release decisions on open hits.
    SELECT SCREEN-DECISION-FILE
        ASSIGN TO "data/input/sanctions_release.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECISION-FILE-STATUS.
    SELECT SCREEN-LISTING-FILE
        ASSIGN TO "data/output/sanctions_screen_listing.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT WATCHLIST-FILE
        ASSIGN TO "data/master/sanctions_watchlist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WATCH-FILE-STATUS.
    SELECT SCREEN-PARM-FILE
        ASSIGN TO "data/master/sanctions_threshold.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCREEN-PARM-STATUS.
    *> The list version the customer master was last fully screened
    *> against, and when; a different version on the watchlist header
    *> triggers the re-screen.
    SELECT SCREEN-CONTROL-FILE
        ASSIGN TO "data/master/sanctions_screen_control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.
    *> DYNAMIC so the re-screen walks the whole master in key order.
    SELECT CUSTOMER-MASTER-FILE
        ASSIGN TO "data/master/customer_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CUSTOMER-ID
        FILE STATUS IS WS-CUST-FILE-STATUS.
    *> Keyed customer + account, so a customer's accounts are read
    *> together with START / READ NEXT.
    SELECT CUST-LINK-FILE
        ASSIGN TO "data/master/customer_account_link.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LNK-KEY
        FILE STATUS IS WS-LINK-FILE-STATUS.
    SELECT SCREENING-HIT-FILE
        ASSIGN TO "data/output/screening_hits.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-KEY
        FILE STATUS IS WS-HIT-FILE-STATUS.
    *> Rebuilt from empty every run from the confirmed hits; keyed by
    *> account for the engine's one keyed read per transaction.
    SELECT BLOCKED-ACCOUNT-FILE
        ASSIGN TO "data/master/sanctions_blocked.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BLK-ACCOUNT-NUMBER
        FILE STATUS IS WS-BLOCKED-FILE-STATUS.
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
*> --- Compliance Decision File ---
*> One decision per record on one customer's hit against one list
*> entry, keyed by compliance's own sequence ID for tracing.
FD  SCREEN-DECISION-FILE.
01  SCREEN-DECISION-RECORD.
    05 SRD-SEQ-ID              PIC X(10).
    05 SRD-ACTION              PIC X(3).
        88 SRD-ACTION-CONFIRM  VALUE "CNF".
        88 SRD-ACTION-RELEASE  VALUE "REL".
    05 SRD-CUSTOMER-ID         PIC X(10).
    05 SRD-ENTRY-ID            PIC X(10).
    05 SRD-OPERATOR-ID         PIC X(8).
    05 SRD-REASON              PIC X(30).

FD  SCREEN-LISTING-FILE.
01  SCREEN-LISTING-RECORD PIC X(80).

*> --- Sanctions Watchlist ---
*> Field for field the record LEVIATHAN-CUST-MAINT reads.
FD  WATCHLIST-FILE.
01  WATCHLIST-RECORD.
    05 WL-RECORD-TYPE           PIC X(1).
        88 WL-HEADER            VALUE 'H'.
        88 WL-ENTRY             VALUE 'E'.
    05 WL-ENTRY-ID              PIC X(10).
    05 WL-ENTRY-NAME            PIC X(30).
    05 WL-LIST-SOURCE           PIC X(10).

FD  SCREEN-PARM-FILE.
01  SCREEN-PARM-RECORD          PIC 9(3).

FD  SCREEN-CONTROL-FILE.
01  SCREEN-CONTROL-RECORD.
    05 SC-LIST-VERSION          PIC X(10).
    05 SC-SCREENED-DATE         PIC X(8).

*> --- Customer Master ---
*> Field for field the record LEVIATHAN-CUST-MAINT writes.
FD  CUSTOMER-MASTER-FILE.
01  CUSTOMER-MASTER-RECORD.
    05 CM-CUSTOMER-ID           PIC X(10).
    05 CM-NAME-LINE             PIC X(30).
    05 CM-STATUS                PIC X(1).
        88 CM-STATUS-OPEN       VALUE 'O'.
        88 CM-STATUS-CLOSED     VALUE 'C'.

FD  CUST-LINK-FILE.
01  CUST-LINK-RECORD.
    05 LNK-KEY.
        10 LNK-CUSTOMER-ID      PIC X(10).
        10 LNK-ACCOUNT-NUMBER   PIC X(10).
    05 LNK-LINKED-DATE          PIC X(8).

*> --- Screening-Hit File ---
*> Field for field the record LEVIATHAN-CUST-MAINT writes.
FD  SCREENING-HIT-FILE.
01  SCREENING-HIT-RECORD.
    05 SH-KEY.
        10 SH-CUSTOMER-ID       PIC X(10).
        10 SH-ENTRY-ID          PIC X(10).
    05 SH-ENTRY-NAME            PIC X(30).
    05 SH-LIST-SOURCE           PIC X(10).
    05 SH-LIST-VERSION          PIC X(10).
    05 SH-CUSTOMER-NAME         PIC X(30).
    05 SH-MATCH-SCORE           PIC 9(3).
    05 SH-SCREEN-POINT          PIC X(4).
    05 SH-SCREENED-DATE         PIC X(8).
    05 SH-STATUS                PIC X(1).
        88 SH-STATUS-PENDING    VALUE 'P'.
        88 SH-STATUS-CONFIRMED  VALUE 'C'.
        88 SH-STATUS-RELEASED   VALUE 'R'.
    05 SH-STATUS-DATE           PIC X(8).
    05 SH-STATUS-BY             PIC X(8).

*> --- Blocked-Account File (keyed by account) ---
FD  BLOCKED-ACCOUNT-FILE.
01  BLOCKED-ACCOUNT-RECORD.
    05 BLK-ACCOUNT-NUMBER       PIC X(10).
    05 BLK-CUSTOMER-ID          PIC X(10).
    05 BLK-ENTRY-ID             PIC X(10).
    05 BLK-CONFIRMED-DATE       PIC X(8).

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
01  WS-DECISION-EOF          PIC A(1) VALUE 'N'.
01  WS-WATCH-EOF             PIC A(1) VALUE 'N'.
01  WS-CUST-EOF              PIC A(1) VALUE 'N'.
01  WS-LINK-EOF              PIC A(1) VALUE 'N'.
01  WS-HIT-EOF               PIC A(1) VALUE 'N'.
01  WS-DECISION-FILE-STATUS  PIC X(2).
01  WS-WATCH-FILE-STATUS     PIC X(2).
01  WS-SCREEN-PARM-STATUS    PIC X(2).
01  WS-CONTROL-FILE-STATUS   PIC X(2).
01  WS-CUST-FILE-STATUS      PIC X(2).
01  WS-LINK-FILE-STATUS      PIC X(2).
01  WS-HIT-FILE-STATUS       PIC X(2).
01  WS-BLOCKED-FILE-STATUS   PIC X(2).
01  WS-PROC-DATE-STATUS      PIC X(2).

*> --- Run Controls & Accumulators ---
01  WS-RUN-DATE              PIC X(8).
01  WS-CONFIRMED-COUNT       PIC 9(5) COMP-3 VALUE 0.
01  WS-RELEASED-COUNT        PIC 9(5) COMP-3 VALUE 0.
01  WS-DECISION-REJECT-COUNT PIC 9(5) COMP-3 VALUE 0.
01  WS-SCREENED-COUNT        PIC 9(7) COMP-3 VALUE 0.
01  WS-NEW-HIT-COUNT         PIC 9(5) COMP-3 VALUE 0.
01  WS-BLOCKED-COUNT         PIC 9(7) COMP-3 VALUE 0.
01  WS-BLOCKED-CUST-COUNT    PIC 9(5) COMP-3 VALUE 0.
01  WS-LAST-BLOCKED-CUSTOMER PIC X(10) VALUE SPACES.
01  WS-FMT-COUNT             PIC Z,ZZZ,ZZ9.
01  WS-DECISION-REJECT-REASON PIC X(24).
01  WS-BEFORE-STATUS         PIC X(1).
01  WS-BEFORE-STATUS-DATE    PIC X(8).
01  WS-CUST-PRESENT          PIC A(1) VALUE 'N'.
01  WS-LINK-PRESENT          PIC A(1) VALUE 'N'.
01  WS-CONTROL-VERSION       PIC X(10) VALUE SPACES.
01  WS-CONTROL-DATE          PIC X(8) VALUE SPACES.

*> --- Sanctions Screening ---
*> The same matching rules as the customer maintenance batch: case
*> folded, punctuation to spaces, up to six words a name in any
*> order; score 200 x common words / total words of both names.
01  WS-SCREEN-THRESHOLD    PIC 9(3) VALUE 80.
01  WS-WATCH-PRESENT       PIC A(1) VALUE 'N'.
01  WS-LIST-VERSION        PIC X(10) VALUE SPACES.
01  WS-MATCH-SCORE         PIC 9(3) COMP-3 VALUE 0.
01  WS-MATCH-WORDS         PIC 9(1) COMP-3 VALUE 0.
01  WS-WORD-FOUND          PIC A(1) VALUE 'N'.
01  WS-CUS-SUB             PIC 9(1) COMP-3 VALUE 0.
01  WS-ENT-SUB             PIC 9(1) COMP-3 VALUE 0.
01  WS-RAW-SUB             PIC 9(1) COMP-3 VALUE 0.
01  WS-SCREEN-NAME         PIC X(30).
01  WS-RAW-WORDS.
    05 WS-RAW-WORD         PIC X(30) OCCURS 6 TIMES.
01  WS-TOKEN-SET.
    05 WS-TOK-WORD-COUNT   PIC 9(1).
    05 WS-TOK-WORD         PIC X(30) OCCURS 6 TIMES.
01  WS-CUS-TOKENS.
    05 WS-CUS-WORD-COUNT   PIC 9(1).
    05 WS-CUS-WORD         PIC X(30) OCCURS 6 TIMES.
01  WS-WL-COUNT            PIC 9(4) COMP-3 VALUE 0.
01  WS-WL-FULL-WARNED      PIC A(1) VALUE 'N'.
01  WS-WL-TABLE.
    05 WS-WL-TABLE-ENTRY OCCURS 5000 TIMES
        DEPENDING ON WS-WL-COUNT
        INDEXED BY WS-WL-IDX.
        10 WS-WL-ID            PIC X(10).
        10 WS-WL-NAME          PIC X(30).
        10 WS-WL-SOURCE        PIC X(10).
        10 WS-WL-TOKENS.
            15 WS-WL-WORD-COUNT    PIC 9(1).
            15 WS-WL-WORD          PIC X(30) OCCURS 6 TIMES.

*> --- Chain Step Ledger Controls ---
*> This step's name on the chain ledger and the steps that must have
*> completed for the same business date before it may start - cleanly
*> (return code below 8) unless the entry says otherwise.
01  WS-LEDGER-FILE-STATUS    PIC X(2).
01  WS-CHAIN-STEP-ID         PIC X(8) VALUE "SANCSCRN".
01  WS-CHAIN-PROGRAM-ID      PIC X(30) VALUE "LEVIATHAN-SANCTIONS-SCREEN".
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
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: SANCTIONS SCREENING & BLOCKING LISTING".
01  HEADER-3               PIC X(80) VALUE "========================================================================".
01  SCREEN-DETAIL-LINE.
    05 FILLER              PIC X(9) VALUE " [SANC]  ".
    05 SDL-MSG             PIC X(71).

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

    OPEN OUTPUT SCREEN-LISTING-FILE

    PERFORM 0175-READ-SCREEN-THRESHOLD

    WRITE SCREEN-LISTING-RECORD FROM HEADER-1
    WRITE SCREEN-LISTING-RECORD FROM HEADER-2
    WRITE SCREEN-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO SCREEN-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD FROM " "

    *> The hit file is cumulative and is normally created by the
    *> customer maintenance batch; a site that has never run it still
    *> gets an empty one so tonight's re-screen has somewhere to land.
    OPEN I-O SCREENING-HIT-FILE
    IF WS-HIT-FILE-STATUS = "35"
        OPEN OUTPUT SCREENING-HIT-FILE
        CLOSE SCREENING-HIT-FILE
        OPEN I-O SCREENING-HIT-FILE
    END-IF

    OPEN INPUT CUSTOMER-MASTER-FILE
    IF WS-CUST-FILE-STATUS = "00"
        MOVE 'Y' TO WS-CUST-PRESENT
    END-IF
    OPEN INPUT CUST-LINK-FILE
    IF WS-LINK-FILE-STATUS = "00"
        MOVE 'Y' TO WS-LINK-PRESENT
    END-IF

    *> Compliance's decisions come first, so a hit released today
    *> unblocks its accounts in tonight's rebuild.
    WRITE SCREEN-LISTING-RECORD FROM " [SYSTEM] COMPLIANCE DECISIONS:"
    OPEN INPUT SCREEN-DECISION-FILE
    IF WS-DECISION-FILE-STATUS = "00"
        PERFORM 1000-PROCESS-DECISIONS UNTIL WS-DECISION-EOF = 'Y'
        CLOSE SCREEN-DECISION-FILE
    ELSE
        WRITE SCREEN-LISTING-RECORD FROM " [SYSTEM] NO DECISION FILE - NO HITS CONFIRMED OR RELEASED."
    END-IF
    WRITE SCREEN-LISTING-RECORD FROM " "

    PERFORM 0180-LOAD-WATCHLIST
    PERFORM 0190-READ-SCREEN-CONTROL
    IF WS-WATCH-PRESENT = 'Y'
        AND WS-LIST-VERSION NOT = SPACES
        AND WS-LIST-VERSION NOT = WS-CONTROL-VERSION
        PERFORM 2000-RESCREEN-CUSTOMERS
    END-IF
    WRITE SCREEN-LISTING-RECORD FROM " "

    PERFORM 3000-REBUILD-BLOCKED-ACCOUNTS

    WRITE SCREEN-LISTING-RECORD FROM " "
    WRITE SCREEN-LISTING-RECORD FROM HEADER-1
    WRITE SCREEN-LISTING-RECORD FROM " [SYSTEM] SANCTIONS SCREENING COMPLETE. SUMMARY:"
    MOVE WS-CONFIRMED-COUNT TO WS-FMT-COUNT
    MOVE SPACES TO SCREEN-LISTING-RECORD
    STRING "    -> HITS CONFIRMED        : " WS-FMT-COUNT
        DELIMITED BY SIZE INTO SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD
    MOVE WS-RELEASED-COUNT TO WS-FMT-COUNT
    MOVE SPACES TO SCREEN-LISTING-RECORD
    STRING "    -> HITS RELEASED         : " WS-FMT-COUNT
        DELIMITED BY SIZE INTO SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD
    MOVE WS-DECISION-REJECT-COUNT TO WS-FMT-COUNT
    MOVE SPACES TO SCREEN-LISTING-RECORD
    STRING "    -> DECISIONS REJECTED    : " WS-FMT-COUNT
        DELIMITED BY SIZE INTO SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD
    MOVE WS-SCREENED-COUNT TO WS-FMT-COUNT
    MOVE SPACES TO SCREEN-LISTING-RECORD
    STRING "    -> CUSTOMERS RE-SCREENED : " WS-FMT-COUNT
        DELIMITED BY SIZE INTO SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD
    MOVE WS-NEW-HIT-COUNT TO WS-FMT-COUNT
    MOVE SPACES TO SCREEN-LISTING-RECORD
    STRING "    -> NEW HITS PENDING      : " WS-FMT-COUNT
        DELIMITED BY SIZE INTO SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD
    MOVE WS-BLOCKED-CUST-COUNT TO WS-FMT-COUNT
    MOVE SPACES TO SCREEN-LISTING-RECORD
    STRING "    -> CUSTOMERS BLOCKED     : " WS-FMT-COUNT
        DELIMITED BY SIZE INTO SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD
    MOVE WS-BLOCKED-COUNT TO WS-FMT-COUNT
    MOVE SPACES TO SCREEN-LISTING-RECORD
    STRING "    -> ACCOUNTS BLOCKED      : " WS-FMT-COUNT
        DELIMITED BY SIZE INTO SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD FROM HEADER-1

    IF WS-CUST-PRESENT = 'Y'
        CLOSE CUSTOMER-MASTER-FILE
    END-IF
    IF WS-LINK-PRESENT = 'Y'
        CLOSE CUST-LINK-FILE
    END-IF
    CLOSE SCREENING-HIT-FILE
    CLOSE SCREEN-LISTING-FILE
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
    MOVE "PREFLGHT" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
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
    OPEN OUTPUT SCREEN-LISTING-FILE
    WRITE SCREEN-LISTING-RECORD FROM HEADER-1
    WRITE SCREEN-LISTING-RECORD FROM HEADER-2
    WRITE SCREEN-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO SCREEN-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD FROM " "
    MOVE SPACES TO SCREEN-LISTING-RECORD
    STRING " [HELD]   NOT RUN - PREDECESSOR " WS-CHAIN-HELD-BY " "
        WS-CHAIN-HELD-REASON
        DELIMITED BY SIZE INTO SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD
    WRITE SCREEN-LISTING-RECORD FROM HEADER-1
    CLOSE SCREEN-LISTING-FILE.

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

0175-READ-SCREEN-THRESHOLD.
    *> Compliance keeps the match threshold in this parameter file so
    *> it can be tightened or loosened without a code change; fall
    *> back to 80 if the file is missing or empty.
    OPEN INPUT SCREEN-PARM-FILE
    IF WS-SCREEN-PARM-STATUS = "00"
        READ SCREEN-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SCREEN-PARM-RECORD IS NUMERIC
                    AND SCREEN-PARM-RECORD > 0
                    MOVE SCREEN-PARM-RECORD TO WS-SCREEN-THRESHOLD
                END-IF
        END-READ
    END-IF
    CLOSE SCREEN-PARM-FILE.

0180-LOAD-WATCHLIST.
    OPEN INPUT WATCHLIST-FILE
    IF WS-WATCH-FILE-STATUS NOT = "00"
        WRITE SCREEN-LISTING-RECORD FROM " [SYSTEM] SANCTIONS WATCHLIST NOT AVAILABLE - NO RE-SCREEN."
    ELSE
        MOVE 'Y' TO WS-WATCH-PRESENT
        PERFORM UNTIL WS-WATCH-EOF = 'Y'
            READ WATCHLIST-FILE
                AT END
                    MOVE 'Y' TO WS-WATCH-EOF
                NOT AT END
                    IF WL-HEADER
                        MOVE WL-ENTRY-ID TO WS-LIST-VERSION
                    END-IF
                    IF WL-ENTRY AND WL-ENTRY-NAME NOT = SPACES
                        PERFORM 0185-ADD-WATCHLIST-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WATCHLIST-FILE
    END-IF.

0185-ADD-WATCHLIST-ENTRY.
    IF WS-WL-COUNT >= 5000
        IF WS-WL-FULL-WARNED = 'N'
            MOVE 'Y' TO WS-WL-FULL-WARNED
            WRITE SCREEN-LISTING-RECORD FROM " [SYSTEM] WATCHLIST TABLE FULL - LATER ENTRIES NOT SCREENED."
        END-IF
    ELSE
        ADD 1 TO WS-WL-COUNT
        SET WS-WL-IDX TO WS-WL-COUNT
        MOVE WL-ENTRY-ID TO WS-WL-ID(WS-WL-IDX)
        MOVE WL-ENTRY-NAME TO WS-WL-NAME(WS-WL-IDX)
        MOVE WL-LIST-SOURCE TO WS-WL-SOURCE(WS-WL-IDX)
        MOVE WL-ENTRY-NAME TO WS-SCREEN-NAME
        PERFORM 2110-TOKENIZE-NAME
        MOVE WS-TOKEN-SET TO WS-WL-TOKENS(WS-WL-IDX)
    END-IF.

0190-READ-SCREEN-CONTROL.
    *> No control record yet means the master has never been screened
    *> against any version: the first versioned list re-screens it.
    OPEN INPUT SCREEN-CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS = "00"
        READ SCREEN-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE SC-LIST-VERSION TO WS-CONTROL-VERSION
                MOVE SC-SCREENED-DATE TO WS-CONTROL-DATE
        END-READ
    END-IF
    CLOSE SCREEN-CONTROL-FILE.

1000-PROCESS-DECISIONS.
    READ SCREEN-DECISION-FILE
        AT END
            MOVE 'Y' TO WS-DECISION-EOF
        NOT AT END
            IF NOT SRD-ACTION-CONFIRM AND NOT SRD-ACTION-RELEASE
                MOVE "INVALID ACTION CODE" TO WS-DECISION-REJECT-REASON
                PERFORM 1400-WRITE-DECISION-REJECT
            ELSE
                IF SRD-OPERATOR-ID = SPACES
                    MOVE "MISSING OPERATOR ID" TO WS-DECISION-REJECT-REASON
                    PERFORM 1400-WRITE-DECISION-REJECT
                ELSE
                    PERFORM 1100-APPLY-DECISION
                END-IF
            END-IF
    END-READ.

1100-APPLY-DECISION.
    *> A decision must name a hit on file and change its state: a
    *> confirm of a confirmed hit or a release of a released one is
    *> rejected so the listing never shows a change that did not
    *> happen. A confirmed hit may be released (compliance has cleared
    *> the customer) and a released one confirmed (it was cleared in
    *> error).
    MOVE SRD-CUSTOMER-ID TO SH-CUSTOMER-ID
    MOVE SRD-ENTRY-ID TO SH-ENTRY-ID
    READ SCREENING-HIT-FILE
        INVALID KEY
            MOVE "UNKNOWN SCREENING HIT" TO WS-DECISION-REJECT-REASON
            PERFORM 1400-WRITE-DECISION-REJECT
        NOT INVALID KEY
            IF SRD-ACTION-CONFIRM AND SH-STATUS-CONFIRMED
                MOVE "HIT ALREADY CONFIRMED" TO WS-DECISION-REJECT-REASON
                PERFORM 1400-WRITE-DECISION-REJECT
            ELSE
                IF SRD-ACTION-RELEASE AND SH-STATUS-RELEASED
                    MOVE "HIT ALREADY RELEASED"
                        TO WS-DECISION-REJECT-REASON
                    PERFORM 1400-WRITE-DECISION-REJECT
                ELSE
                    MOVE SH-STATUS TO WS-BEFORE-STATUS
                    MOVE SH-STATUS-DATE TO WS-BEFORE-STATUS-DATE
                    IF SRD-ACTION-CONFIRM
                        MOVE 'C' TO SH-STATUS
                        ADD 1 TO WS-CONFIRMED-COUNT
                    ELSE
                        MOVE 'R' TO SH-STATUS
                        ADD 1 TO WS-RELEASED-COUNT
                    END-IF
                    MOVE WS-RUN-DATE TO SH-STATUS-DATE
                    MOVE SRD-OPERATOR-ID TO SH-STATUS-BY
                    REWRITE SCREENING-HIT-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    PERFORM 1500-WRITE-DECISION-LISTING
                END-IF
            END-IF
    END-READ.

1400-WRITE-DECISION-REJECT.
    ADD 1 TO WS-DECISION-REJECT-COUNT
    MOVE SPACES TO SDL-MSG
    STRING SRD-SEQ-ID " " SRD-ACTION " CUST " SRD-CUSTOMER-ID
        " REJECTED - " WS-DECISION-REJECT-REASON
        DELIMITED BY SIZE INTO SDL-MSG
    WRITE SCREEN-LISTING-RECORD FROM SCREEN-DETAIL-LINE.

1500-WRITE-DECISION-LISTING.
    *> Before/after block for audit: who decided it, on what grounds,
    *> and what state the hit was in before and after.
    MOVE SPACES TO SDL-MSG
    STRING SRD-SEQ-ID " " SRD-ACTION " CUST " SRD-CUSTOMER-ID
        " ENTRY " SRD-ENTRY-ID " BY " SRD-OPERATOR-ID
        DELIMITED BY SIZE INTO SDL-MSG
    WRITE SCREEN-LISTING-RECORD FROM SCREEN-DETAIL-LINE
    MOVE SPACES TO SDL-MSG
    STRING "    REASON: " SRD-REASON
        DELIMITED BY SIZE INTO SDL-MSG
    WRITE SCREEN-LISTING-RECORD FROM SCREEN-DETAIL-LINE
    MOVE SPACES TO SDL-MSG
    STRING "    BEFORE: STATUS " WS-BEFORE-STATUS
        " SINCE " WS-BEFORE-STATUS-DATE
        DELIMITED BY SIZE INTO SDL-MSG
    WRITE SCREEN-LISTING-RECORD FROM SCREEN-DETAIL-LINE
    MOVE SPACES TO SDL-MSG
    STRING "    AFTER : STATUS " SH-STATUS
        " SINCE " SH-STATUS-DATE
        DELIMITED BY SIZE INTO SDL-MSG
    WRITE SCREEN-LISTING-RECORD FROM SCREEN-DETAIL-LINE.

2000-RESCREEN-CUSTOMERS.
    *> A new list version can name people already on the books, so
    *> every customer is screened against it - closed customers too,
    *> since their accounts may still be linked and open. A hit
    *> already on file (under review, confirmed or released) is left
    *> as compliance last decided it; only new hits are written.
    MOVE SPACES TO SDL-MSG
    STRING "LIST VERSION " WS-LIST-VERSION " (LAST SCREENED "
        WS-CONTROL-VERSION ") - FULL RE-SCREEN"
        DELIMITED BY SIZE INTO SDL-MSG
    WRITE SCREEN-LISTING-RECORD FROM SCREEN-DETAIL-LINE
    IF WS-CUST-PRESENT = 'Y'
        MOVE LOW-VALUES TO CM-CUSTOMER-ID
        START CUSTOMER-MASTER-FILE KEY NOT LESS THAN CM-CUSTOMER-ID
            INVALID KEY
                MOVE 'Y' TO WS-CUST-EOF
        END-START
        PERFORM UNTIL WS-CUST-EOF = 'Y'
            READ CUSTOMER-MASTER-FILE NEXT
                AT END
                    MOVE 'Y' TO WS-CUST-EOF
                NOT AT END
                    ADD 1 TO WS-SCREENED-COUNT
                    PERFORM 2100-SCREEN-CUSTOMER
            END-READ
        END-PERFORM
    END-IF
    *> The control record moves to the new version only once the
    *> whole master has been walked.
    OPEN OUTPUT SCREEN-CONTROL-FILE
    MOVE WS-LIST-VERSION TO SC-LIST-VERSION
    MOVE WS-RUN-DATE TO SC-SCREENED-DATE
    WRITE SCREEN-CONTROL-RECORD
    CLOSE SCREEN-CONTROL-FILE.

2100-SCREEN-CUSTOMER.
    MOVE CM-NAME-LINE TO WS-SCREEN-NAME
    PERFORM 2110-TOKENIZE-NAME
    MOVE WS-TOKEN-SET TO WS-CUS-TOKENS
    IF WS-CUS-WORD-COUNT > 0
        PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                UNTIL WS-WL-IDX > WS-WL-COUNT
            PERFORM 2120-SCORE-WATCHLIST-ENTRY
            IF WS-MATCH-SCORE >= WS-SCREEN-THRESHOLD
                PERFORM 2130-RECORD-SCREENING-HIT
            END-IF
        END-PERFORM
    END-IF.

2110-TOKENIZE-NAME.
    *> Fold WS-SCREEN-NAME to upper case, turn punctuation into word
    *> breaks, and split it into WS-TOKEN-SET's words with the blank
    *> ones squeezed out (leading or doubled spaces leave empties).
    INSPECT WS-SCREEN-NAME CONVERTING
        "abcdefghijklmnopqrstuvwxyz.,'-/&()"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
    MOVE SPACES TO WS-RAW-WORDS
    UNSTRING WS-SCREEN-NAME DELIMITED BY ALL SPACE
        INTO WS-RAW-WORD(1) WS-RAW-WORD(2) WS-RAW-WORD(3)
             WS-RAW-WORD(4) WS-RAW-WORD(5) WS-RAW-WORD(6)
    END-UNSTRING
    MOVE SPACES TO WS-TOKEN-SET
    MOVE 0 TO WS-TOK-WORD-COUNT
    PERFORM VARYING WS-RAW-SUB FROM 1 BY 1 UNTIL WS-RAW-SUB > 6
        IF WS-RAW-WORD(WS-RAW-SUB) NOT = SPACES
            ADD 1 TO WS-TOK-WORD-COUNT
            MOVE WS-RAW-WORD(WS-RAW-SUB)
                TO WS-TOK-WORD(WS-TOK-WORD-COUNT)
        END-IF
    END-PERFORM.

2120-SCORE-WATCHLIST-ENTRY.
    *> Count the customer's words that appear anywhere in the entry's
    *> name, then score them against the words of both names.
    MOVE 0 TO WS-MATCH-WORDS
    MOVE 0 TO WS-MATCH-SCORE
    IF WS-WL-WORD-COUNT(WS-WL-IDX) > 0
        PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
                UNTIL WS-CUS-SUB > WS-CUS-WORD-COUNT
            MOVE 'N' TO WS-WORD-FOUND
            PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                    UNTIL WS-ENT-SUB > WS-WL-WORD-COUNT(WS-WL-IDX)
                    OR WS-WORD-FOUND = 'Y'
                IF WS-WL-WORD(WS-WL-IDX, WS-ENT-SUB)
                    = WS-CUS-WORD(WS-CUS-SUB)
                    MOVE 'Y' TO WS-WORD-FOUND
                END-IF
            END-PERFORM
            IF WS-WORD-FOUND = 'Y'
                ADD 1 TO WS-MATCH-WORDS
            END-IF
        END-PERFORM
        COMPUTE WS-MATCH-SCORE = (200 * WS-MATCH-WORDS)
            / (WS-CUS-WORD-COUNT + WS-WL-WORD-COUNT(WS-WL-IDX))
    END-IF.

2130-RECORD-SCREENING-HIT.
    MOVE CM-CUSTOMER-ID TO SH-CUSTOMER-ID
    MOVE WS-WL-ID(WS-WL-IDX) TO SH-ENTRY-ID
    READ SCREENING-HIT-FILE
        INVALID KEY
            MOVE WS-WL-NAME(WS-WL-IDX) TO SH-ENTRY-NAME
            MOVE WS-WL-SOURCE(WS-WL-IDX) TO SH-LIST-SOURCE
            MOVE WS-LIST-VERSION TO SH-LIST-VERSION
            MOVE CM-NAME-LINE TO SH-CUSTOMER-NAME
            MOVE WS-MATCH-SCORE TO SH-MATCH-SCORE
            MOVE "LIST" TO SH-SCREEN-POINT
            MOVE WS-RUN-DATE TO SH-SCREENED-DATE
            MOVE 'P' TO SH-STATUS
            MOVE WS-RUN-DATE TO SH-STATUS-DATE
            MOVE "SCREEN" TO SH-STATUS-BY
            WRITE SCREENING-HIT-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            ADD 1 TO WS-NEW-HIT-COUNT
            PERFORM 2140-WRITE-NEW-HIT-LISTING
        NOT INVALID KEY
            CONTINUE
    END-READ.

2140-WRITE-NEW-HIT-LISTING.
    MOVE SPACES TO SDL-MSG
    STRING "NEW HIT CUST " SH-CUSTOMER-ID " ENTRY " SH-ENTRY-ID
        " SCORE " SH-MATCH-SCORE " " SH-CUSTOMER-NAME
        DELIMITED BY SIZE INTO SDL-MSG
    WRITE SCREEN-LISTING-RECORD FROM SCREEN-DETAIL-LINE.

3000-REBUILD-BLOCKED-ACCOUNTS.
    *> Every account linked to a customer under a confirmed hit is
    *> blocked; an account shared by two such customers is blocked
    *> once, under the first. Rebuilt whole each run, so a release
    *> or an unlink lifts the block on the next engine run. Hits are
    *> keyed customer first, so a customer with several confirmed
    *> hits is met on consecutive reads and counted once.
    OPEN OUTPUT BLOCKED-ACCOUNT-FILE
    CLOSE BLOCKED-ACCOUNT-FILE
    OPEN I-O BLOCKED-ACCOUNT-FILE
    MOVE LOW-VALUES TO SH-KEY
    START SCREENING-HIT-FILE KEY NOT LESS THAN SH-KEY
        INVALID KEY
            MOVE 'Y' TO WS-HIT-EOF
    END-START
    PERFORM UNTIL WS-HIT-EOF = 'Y'
        READ SCREENING-HIT-FILE NEXT
            AT END
                MOVE 'Y' TO WS-HIT-EOF
            NOT AT END
                IF SH-STATUS-CONFIRMED
                    IF SH-CUSTOMER-ID NOT = WS-LAST-BLOCKED-CUSTOMER
                        ADD 1 TO WS-BLOCKED-CUST-COUNT
                        MOVE SH-CUSTOMER-ID TO WS-LAST-BLOCKED-CUSTOMER
                    END-IF
                    MOVE SPACES TO SDL-MSG
                    STRING "BLOCKED CUST " SH-CUSTOMER-ID " ENTRY "
                        SH-ENTRY-ID " " SH-CUSTOMER-NAME
                        DELIMITED BY SIZE INTO SDL-MSG
                    WRITE SCREEN-LISTING-RECORD FROM SCREEN-DETAIL-LINE
                    PERFORM 3100-BLOCK-CUSTOMER-ACCOUNTS
                END-IF
        END-READ
    END-PERFORM
    CLOSE BLOCKED-ACCOUNT-FILE.

3100-BLOCK-CUSTOMER-ACCOUNTS.
    IF WS-LINK-PRESENT = 'Y'
        MOVE 'N' TO WS-LINK-EOF
        MOVE SH-CUSTOMER-ID TO LNK-CUSTOMER-ID
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
                    IF LNK-CUSTOMER-ID NOT = SH-CUSTOMER-ID
                        MOVE 'Y' TO WS-LINK-EOF
                    ELSE
                        MOVE LNK-ACCOUNT-NUMBER TO BLK-ACCOUNT-NUMBER
                        MOVE SH-CUSTOMER-ID TO BLK-CUSTOMER-ID
                        MOVE SH-ENTRY-ID TO BLK-ENTRY-ID
                        MOVE SH-STATUS-DATE TO BLK-CONFIRMED-DATE
                        WRITE BLOCKED-ACCOUNT-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-BLOCKED-COUNT
                                PERFORM 3110-WRITE-BLOCKED-LISTING
                        END-WRITE
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

3110-WRITE-BLOCKED-LISTING.
    MOVE SPACES TO SDL-MSG
    STRING "    ACCOUNT " BLK-ACCOUNT-NUMBER " BLOCKED"
        DELIMITED BY SIZE INTO SDL-MSG
    WRITE SCREEN-LISTING-RECORD FROM SCREEN-DETAIL-LINE.

9800-CLOSE-CHAIN-STEP.
    *> The step's ledger entry is completed with its return code and key
    *> counts (customers re-screened, accounts blocked, new hits
    *> pending). A return code of 8 or more holds every step that depends
    *> on this one.
    MOVE WS-SCREENED-COUNT TO WS-CHAIN-COUNT-IN
    MOVE WS-BLOCKED-COUNT TO WS-CHAIN-COUNT-OUT
    MOVE WS-NEW-HIT-COUNT TO WS-CHAIN-COUNT-EXCEPTIONS
    MOVE 'C' TO WS-CHAIN-STEP-STATUS
    MOVE RETURN-CODE TO WS-CHAIN-RETURN-CODE
    OPEN I-O CHAIN-LEDGER-FILE
    PERFORM 0162-WRITE-CHAIN-LEDGER-ENTRY
    CLOSE CHAIN-LEDGER-FILE.
