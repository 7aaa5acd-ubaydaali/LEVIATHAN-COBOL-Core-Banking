    SELECT PARM-FILE ASSIGN TO WS-PARM-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
    *> The interest rate and term-deposit rate files are the
    *> multi-record parameter files and each gets its own pass.
    SELECT RATE-PARM-FILE ASSIGN TO "data/master/interest_rates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-PARM-STATUS.
    SELECT TD-RATE-PARM-FILE ASSIGN TO "data/master/term_deposit_rates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TD-RATE-PARM-STATUS.
    *> Last night's effective values, rolled forward by the previous
    *> preflight - the comparison baseline. DYNAMIC because tonight's
    *> pass reads it by key while the roll-forward rebuilds it whole.
    SELECT PREFLIGHT-LISTING-FILE
        ASSIGN TO "data/output/parm_preflight_listing.txt"
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
    05 IRP-BAND-CEILING         PIC 9(11)V99.
    05 IRP-ANNUAL-RATE          PIC 9(3)V9(6).

*> --- Term-Deposit Rate Parameter File (layout of record in
*> term_deposit_rates.dat) ---
*> Field for field the record LEVIATHAN-TD-MATURITY reads.
FD  TD-RATE-PARM-FILE.
01  TD-RATE-PARM-RECORD.
    05 TDR-RATE-TYPE            PIC X(2).
    05 TDR-TERM-CEILING         PIC 9(4).
    05 TDR-ANNUAL-RATE          PIC 9(3)V9(6).

*> --- Prior-Night Effective Values (keyed by parameter name) ---
FD  PREFLIGHT-PREV-FILE.
01  PREFLIGHT-PREV-RECORD.
FD  PREFLIGHT-LISTING-FILE.
01  PREFLIGHT-LISTING-RECORD PIC X(80).

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
01  WS-PARM-FILE-STATUS    PIC X(2).
01  WS-RATE-PARM-STATUS    PIC X(2).
01  WS-TD-RATE-PARM-STATUS PIC X(2).
01  WS-PREV-FILE-STATUS    PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).
01  WS-RATE-EOF            PIC A(1) VALUE 'N'.
01  WS-TD-RATE-EOF         PIC A(1) VALUE 'N'.
01  WS-PREV-ON-FILE        PIC A(1) VALUE 'Y'.

*> --- Run Controls & Accumulators ---
01  WS-FMT-DR-RATE         PIC ZZ9.9(6).
01  WS-DR-RATE-VALUE       PIC 9(3)V9(6) COMP-3 VALUE 0.

*> --- Term-Deposit Rate File Audit ---
*> A term band needs a term ceiling of at least a day and, like the
*> penalty rate, an annual rate no higher than 100 percent.
01  WS-TM-BAND-COUNT       PIC 9(2) COMP-3 VALUE 0.
01  WS-PN-RATE-SEEN        PIC A(1) VALUE 'N'.
01  WS-TD-RATE-BAD-COUNT   PIC 9(3) COMP-3 VALUE 0.
01  WS-PN-RATE-VALUE       PIC 9(3)V9(6) COMP-3 VALUE 0.
01  WS-TD-RATE-MAXIMUM     PIC 9(3)V9(6) COMP-3 VALUE 100.

*> --- Chain Step Ledger Controls ---
*> This step's name on the chain ledger and the steps that must have
*> completed for the same business date before it may start - cleanly
*> (return code below 8) unless the entry says otherwise.
01  WS-LEDGER-FILE-STATUS    PIC X(2).
01  WS-CHAIN-STEP-ID         PIC X(8) VALUE "PREFLGHT".
01  WS-CHAIN-PROGRAM-ID      PIC X(30) VALUE "LEVIATHAN-PARM-PREFLIGHT".
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
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: PARAMETER FILE PREFLIGHT".

PROCEDURE DIVISION.
0000-MAIN-PROCESSING.
    *> The first step of the chain depends on nothing, but enters
    *> itself on the chain ledger before anything else so every later
    *> step can see it ran.
    PERFORM 0170-READ-PROCESSING-DATE
    PERFORM 0160-OPEN-CHAIN-STEP

    OPEN OUTPUT PREFLIGHT-LISTING-FILE

    PERFORM 0100-LOAD-PARM-DEFINITIONS

    END-PERFORM

    PERFORM 2000-PREFLIGHT-RATE-FILE
    PERFORM 2200-PREFLIGHT-TD-RATE-FILE

    IF WS-PREV-ON-FILE = 'Y'
        CLOSE PREFLIGHT-PREV-FILE
    IF WS-PARMS-FLAGGED > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 9800-CLOSE-CHAIN-STEP
    STOP RUN.

0100-LOAD-PARM-DEFINITIONS.
    MOVE 0  TO WS-DEF-DECIMALS(WS-DEF-IDX)
    MOVE 30 TO WS-DEF-MINIMUM(WS-DEF-IDX)
    MOVE 999 TO WS-DEF-MAXIMUM(WS-DEF-IDX)
    MOVE 180 TO WS-DEF-DEFAULT(WS-DEF-IDX)
    ADD 1 TO WS-PARM-DEF-COUNT
    SET WS-DEF-IDX TO WS-PARM-DEF-COUNT
    MOVE "data/master/sanctions_threshold.dat"
        TO WS-DEF-FILENAME(WS-DEF-IDX)
    MOVE "SANCTIONS MATCH SCORE" TO WS-DEF-LABEL(WS-DEF-IDX)
    MOVE 3  TO WS-DEF-DIGITS(WS-DEF-IDX)
    MOVE 0  TO WS-DEF-DECIMALS(WS-DEF-IDX)
    MOVE 50 TO WS-DEF-MINIMUM(WS-DEF-IDX)
    MOVE 100 TO WS-DEF-MAXIMUM(WS-DEF-IDX)
    MOVE 80 TO WS-DEF-DEFAULT(WS-DEF-IDX)
    ADD 1 TO WS-PARM-DEF-COUNT
    SET WS-DEF-IDX TO WS-PARM-DEF-COUNT
    MOVE "data/master/clearing_aging_limit.dat"
        TO WS-DEF-FILENAME(WS-DEF-IDX)
    MOVE "CLEARING AGING DAYS"  TO WS-DEF-LABEL(WS-DEF-IDX)
    MOVE 3  TO WS-DEF-DIGITS(WS-DEF-IDX)
    MOVE 0  TO WS-DEF-DECIMALS(WS-DEF-IDX)
    MOVE 1 TO WS-DEF-MINIMUM(WS-DEF-IDX)
    MOVE 999 TO WS-DEF-MAXIMUM(WS-DEF-IDX)
    MOVE 3 TO WS-DEF-DEFAULT(WS-DEF-IDX).

0160-OPEN-CHAIN-STEP.
    *> Every predecessor's entry for tonight's business date must be
    *> on the ledger, completed, and - where it must be clean - with a
    *> return code below 8; the first one that is not holds this step.
    *> Either way this step's own entry is written - started, or held
    *> and why.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHAIN-START-TIMESTAMP
    *> First step of the chain: nothing has to have run before it.
    MOVE 0 TO WS-CHAIN-PRED-COUNT
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

1000-PREFLIGHT-ONE-PARM.
    *> One parameter file: open, read, parse, range-check, compare
            END-EVALUATE
    END-READ.

2200-PREFLIGHT-TD-RATE-FILE.
    *> The term-deposit rate file gets the same parse audit: every
    *> record must be a TM band or the PN record with numeric figures
    *> in range. Without a PN record the maturity run breaks deposits
    *> at its half-percent default, and without TM bands it rolls
    *> deposits over at their old rate - both silently, so both flag.
    ADD 1 TO WS-PARMS-CHECKED
    MOVE 'N' TO WS-PARM-FLAGGED
    MOVE "TERM-DEPOSIT RATES" TO WS-PARM-LABEL
    OPEN INPUT TD-RATE-PARM-FILE
    IF WS-TD-RATE-PARM-STATUS NOT = "00"
        PERFORM 1200-FLAG-THIS-PARM
        MOVE SPACES TO PFL-MSG
        STRING WS-PARM-LABEL
            " [MISSING] FILE ABSENT - OLD RATE / 0.5 PCT APPLY"
            DELIMITED BY SIZE INTO PFL-MSG
        WRITE PREFLIGHT-LISTING-RECORD FROM PREFLIGHT-DETAIL-LINE
    ELSE
        PERFORM 2300-AUDIT-ONE-TD-RATE-RECORD
            UNTIL WS-TD-RATE-EOF = 'Y'
        CLOSE TD-RATE-PARM-FILE
        IF WS-TM-BAND-COUNT = 0 AND WS-PN-RATE-SEEN = 'N'
            AND WS-TD-RATE-BAD-COUNT = 0
            PERFORM 1200-FLAG-THIS-PARM
            MOVE SPACES TO PFL-MSG
            STRING WS-PARM-LABEL
                " [EMPTY] NO RECORDS - DEFAULTS APPLY"
                DELIMITED BY SIZE INTO PFL-MSG
            WRITE PREFLIGHT-LISTING-RECORD FROM PREFLIGHT-DETAIL-LINE
        ELSE
            MOVE WS-TM-BAND-COUNT TO WS-FMT-BAND-COUNT
            MOVE WS-PN-RATE-VALUE TO WS-FMT-DR-RATE
            MOVE SPACES TO PFL-MSG
            STRING WS-PARM-LABEL " " WS-FMT-BAND-COUNT
                " TM BANDS, PN RATE " WS-FMT-DR-RATE " (FROM FILE)"
                DELIMITED BY SIZE INTO PFL-MSG
            WRITE PREFLIGHT-LISTING-RECORD FROM PREFLIGHT-DETAIL-LINE
            IF WS-TM-BAND-COUNT = 0
                PERFORM 1200-FLAG-THIS-PARM
                MOVE SPACES TO PFL-MSG
                MOVE "  [INCOMPLETE] NO TM BANDS - DEPOSITS ROLL AT OLD RATE"
                    TO PFL-MSG
                WRITE PREFLIGHT-LISTING-RECORD
                    FROM PREFLIGHT-DETAIL-LINE
            END-IF
            IF WS-PN-RATE-SEEN = 'N'
                PERFORM 1200-FLAG-THIS-PARM
                MOVE SPACES TO PFL-MSG
                MOVE "  [INCOMPLETE] NO PN RECORD - PENALTY DEFAULT APPLIES"
                    TO PFL-MSG
                WRITE PREFLIGHT-LISTING-RECORD
                    FROM PREFLIGHT-DETAIL-LINE
            END-IF
            IF WS-TD-RATE-BAD-COUNT > 0
                PERFORM 1200-FLAG-THIS-PARM
                MOVE SPACES TO PFL-MSG
                MOVE "  [UNPARSEABLE] ONE OR MORE RATE RECORDS MALFORMED OR OUT OF RANGE"
                    TO PFL-MSG
                WRITE PREFLIGHT-LISTING-RECORD
                    FROM PREFLIGHT-DETAIL-LINE
            END-IF
        END-IF
    END-IF.

2300-AUDIT-ONE-TD-RATE-RECORD.
    READ TD-RATE-PARM-FILE
        AT END
            MOVE 'Y' TO WS-TD-RATE-EOF
        NOT AT END
            EVALUATE TRUE
                WHEN TDR-RATE-TYPE = "TM"
                    AND TDR-TERM-CEILING IS NUMERIC
                    AND TDR-ANNUAL-RATE IS NUMERIC
                    AND TDR-TERM-CEILING > 0
                    AND TDR-ANNUAL-RATE NOT > WS-TD-RATE-MAXIMUM
                    ADD 1 TO WS-TM-BAND-COUNT
                WHEN TDR-RATE-TYPE = "PN"
                    AND TDR-ANNUAL-RATE IS NUMERIC
                    AND TDR-ANNUAL-RATE NOT > WS-TD-RATE-MAXIMUM
                    MOVE 'Y' TO WS-PN-RATE-SEEN
                    MOVE TDR-ANNUAL-RATE TO WS-PN-RATE-VALUE
                WHEN OTHER
                    ADD 1 TO WS-TD-RATE-BAD-COUNT
            END-EVALUATE
    END-READ.

3000-ROLL-BASELINE-FORWARD.
    *> Tonight's effective values become tomorrow's comparison
    *> baseline, rebuilt whole - done even on a flagged night, the
        DELIMITED BY SIZE INTO PREFLIGHT-LISTING-RECORD
    WRITE PREFLIGHT-LISTING-RECORD
    WRITE PREFLIGHT-LISTING-RECORD FROM HEADER-1.

9800-CLOSE-CHAIN-STEP.
    *> The step's ledger entry is completed with its return code and key
    *> counts (parameters checked, values changed, parameters flagged). A
    *> return code of 8 or more holds every step that depends on this
    *> one.
    MOVE WS-PARMS-CHECKED TO WS-CHAIN-COUNT-IN
    MOVE WS-PARMS-CHANGED TO WS-CHAIN-COUNT-OUT
    MOVE WS-PARMS-FLAGGED TO WS-CHAIN-COUNT-EXCEPTIONS
    MOVE 'C' TO WS-CHAIN-STEP-STATUS
    MOVE RETURN-CODE TO WS-CHAIN-RETURN-CODE
    OPEN I-O CHAIN-LEDGER-FILE
    PERFORM 0162-WRITE-CHAIN-LEDGER-ENTRY
    CLOSE CHAIN-LEDGER-FILE.
