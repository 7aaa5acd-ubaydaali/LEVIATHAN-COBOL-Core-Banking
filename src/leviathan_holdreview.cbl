>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEVIATHAN-HOLD-REVIEW.
AUTHOR. UBAYDA ALI.
*> ====================================================================
*> DESCRIPTION: Nightly Account Holds Review
*> Runs after the settlement engine. Walks the holds master and lists
*> the day's hold activity for the branches and audit: every hold
*> placed today, every hold released (by the hold maintenance batch)
*> and every hold whose expiry date has now passed. Released and
*> expired holds are dropped from the master once listed, so the
*> engine reads only holds still in force and the master does not
*> grow without end; a hold expiring today held its funds through
*> today's run and is dropped tonight. The summary closes with what
*> is still standing: live holds, the value they hold and the number
*> of freezes in force.
*> ====================================================================

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> DYNAMIC so the whole master is walked in key order with READ
    *> NEXT, deleting released and lapsed holds as it goes.
    SELECT HOLD-MASTER-FILE ASSIGN TO "data/master/holds_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HM-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.
    SELECT HOLD-REVIEW-FILE
        ASSIGN TO "data/output/holds_daily_listing.txt"
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
*> --- Holds Master (keyed by account + hold ID) ---
*> Field for field the record LEVIATHAN-HOLD-MAINT writes.
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

FD  HOLD-REVIEW-FILE.
01  HOLD-REVIEW-RECORD     PIC X(80).

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
01  WS-HOLD-EOF            PIC A(1) VALUE 'N'.
01  WS-HOLD-FILE-STATUS    PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).

*> --- Run Controls & Accumulators ---
01  WS-RUN-DATE            PIC X(8).
01  WS-PLACED-COUNT        PIC 9(5) COMP-3 VALUE 0.
01  WS-RELEASED-COUNT      PIC 9(5) COMP-3 VALUE 0.
01  WS-EXPIRED-COUNT       PIC 9(5) COMP-3 VALUE 0.
01  WS-ACTIVE-COUNT        PIC 9(7) COMP-3 VALUE 0.
01  WS-FREEZE-COUNT        PIC 9(5) COMP-3 VALUE 0.
01  WS-HELD-TOTAL          PIC 9(13)V99 COMP-3 VALUE 0.
01  WS-FMT-PLACED-COUNT    PIC ZZZ,ZZ9.
01  WS-FMT-RELEASED-COUNT  PIC ZZZ,ZZ9.
01  WS-FMT-EXPIRED-COUNT   PIC ZZZ,ZZ9.
01  WS-FMT-ACTIVE-COUNT    PIC Z,ZZZ,ZZ9.
01  WS-FMT-FREEZE-COUNT    PIC ZZZ,ZZ9.
01  WS-FMT-HELD-TOTAL      PIC $$$,$$$,$$$,$$$,$$9.99.
01  WS-FMT-HOLD-AMOUNT     PIC $$$,$$$,$$$,$$9.99.
01  WS-HOLD-EVENT          PIC X(8).
01  WS-HOLD-EVENT-DATE     PIC X(8).
01  WS-HOLD-EVENT-BY       PIC X(8).

*> --- Chain Step Ledger Controls ---
*> This step's name on the chain ledger and the steps that must have
*> completed for the same business date before it may start - cleanly
*> (return code below 8) unless the entry says otherwise.
01  WS-LEDGER-FILE-STATUS    PIC X(2).
01  WS-CHAIN-STEP-ID         PIC X(8) VALUE "HOLDREVW".
01  WS-CHAIN-PROGRAM-ID      PIC X(30) VALUE "LEVIATHAN-HOLD-REVIEW".
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
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: DAILY ACCOUNT HOLDS LISTING".
01  HEADER-3               PIC X(80) VALUE "========================================================================".
01  HOLD-DETAIL-LINE.
    05 FILLER              PIC X(9) VALUE " [HOLDS] ".
    05 HDL-MSG             PIC X(71).

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

    OPEN OUTPUT HOLD-REVIEW-FILE

    WRITE HOLD-REVIEW-RECORD FROM HEADER-1
    WRITE HOLD-REVIEW-RECORD FROM HEADER-2
    WRITE HOLD-REVIEW-RECORD FROM HEADER-3
    MOVE SPACES TO HOLD-REVIEW-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD FROM " "

    *> No holds master means no hold has ever been placed; a master
    *> that failed to open never raises AT END, so the walk is skipped
    *> either way and the listing says so.
    OPEN I-O HOLD-MASTER-FILE
    IF WS-HOLD-FILE-STATUS NOT = "00"
        WRITE HOLD-REVIEW-RECORD FROM " [SYSTEM] NO HOLDS MASTER ON FILE - NOTHING TO REVIEW."
    ELSE
        MOVE LOW-VALUES TO HM-KEY
        START HOLD-MASTER-FILE KEY NOT LESS THAN HM-KEY
            INVALID KEY
                MOVE 'Y' TO WS-HOLD-EOF
        END-START
        PERFORM 1000-REVIEW-HOLDS UNTIL WS-HOLD-EOF = 'Y'
        CLOSE HOLD-MASTER-FILE
    END-IF

    MOVE WS-PLACED-COUNT TO WS-FMT-PLACED-COUNT
    MOVE WS-RELEASED-COUNT TO WS-FMT-RELEASED-COUNT
    MOVE WS-EXPIRED-COUNT TO WS-FMT-EXPIRED-COUNT
    MOVE WS-ACTIVE-COUNT TO WS-FMT-ACTIVE-COUNT
    MOVE WS-FREEZE-COUNT TO WS-FMT-FREEZE-COUNT
    MOVE WS-HELD-TOTAL TO WS-FMT-HELD-TOTAL
    WRITE HOLD-REVIEW-RECORD FROM " "
    WRITE HOLD-REVIEW-RECORD FROM HEADER-1
    WRITE HOLD-REVIEW-RECORD FROM " [SYSTEM] HOLDS REVIEW COMPLETE. SUMMARY:"
    MOVE SPACES TO HOLD-REVIEW-RECORD
    STRING "    -> HOLDS PLACED TODAY    : " WS-FMT-PLACED-COUNT
        DELIMITED BY SIZE INTO HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD
    MOVE SPACES TO HOLD-REVIEW-RECORD
    STRING "    -> HOLDS RELEASED        : " WS-FMT-RELEASED-COUNT
        DELIMITED BY SIZE INTO HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD
    MOVE SPACES TO HOLD-REVIEW-RECORD
    STRING "    -> HOLDS EXPIRED         : " WS-FMT-EXPIRED-COUNT
        DELIMITED BY SIZE INTO HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD
    MOVE SPACES TO HOLD-REVIEW-RECORD
    STRING "    -> HOLDS STILL IN FORCE  : " WS-FMT-ACTIVE-COUNT
        DELIMITED BY SIZE INTO HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD
    MOVE SPACES TO HOLD-REVIEW-RECORD
    STRING "    -> VALUE STILL HELD      : " WS-FMT-HELD-TOTAL
        DELIMITED BY SIZE INTO HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD
    MOVE SPACES TO HOLD-REVIEW-RECORD
    STRING "    -> FREEZES IN FORCE      : " WS-FMT-FREEZE-COUNT
        DELIMITED BY SIZE INTO HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD FROM HEADER-1

    CLOSE HOLD-REVIEW-FILE
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
    OPEN OUTPUT HOLD-REVIEW-FILE
    WRITE HOLD-REVIEW-RECORD FROM HEADER-1
    WRITE HOLD-REVIEW-RECORD FROM HEADER-2
    WRITE HOLD-REVIEW-RECORD FROM HEADER-3
    MOVE SPACES TO HOLD-REVIEW-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD FROM " "
    MOVE SPACES TO HOLD-REVIEW-RECORD
    STRING " [HELD]   NOT RUN - PREDECESSOR " WS-CHAIN-HELD-BY " "
        WS-CHAIN-HELD-REASON
        DELIMITED BY SIZE INTO HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD
    WRITE HOLD-REVIEW-RECORD FROM HEADER-1
    CLOSE HOLD-REVIEW-FILE.

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

1000-REVIEW-HOLDS.
    *> A released hold is listed and dropped whatever day it was
    *> released (a night the review did not run is caught up on the
    *> next); an active hold whose expiry is today or earlier has
    *> lapsed and is listed and dropped the same way. Anything else is
    *> still in force: listed only if it was placed today, and counted
    *> into the standing totals.
    READ HOLD-MASTER-FILE NEXT
        AT END
            MOVE 'Y' TO WS-HOLD-EOF
        NOT AT END
            EVALUATE TRUE
                WHEN HM-STATUS-RELEASED
                    ADD 1 TO WS-RELEASED-COUNT
                    MOVE "RELEASED" TO WS-HOLD-EVENT
                    MOVE HM-RELEASED-DATE TO WS-HOLD-EVENT-DATE
                    MOVE HM-RELEASED-BY TO WS-HOLD-EVENT-BY
                    PERFORM 1100-WRITE-HOLD-LINES
                    PERFORM 1200-DROP-HOLD
                WHEN HM-EXPIRY-DATE NOT = SPACES
                    AND HM-EXPIRY-DATE NOT > WS-RUN-DATE
                    ADD 1 TO WS-EXPIRED-COUNT
                    MOVE "EXPIRED" TO WS-HOLD-EVENT
                    MOVE HM-EXPIRY-DATE TO WS-HOLD-EVENT-DATE
                    MOVE SPACES TO WS-HOLD-EVENT-BY
                    PERFORM 1100-WRITE-HOLD-LINES
                    PERFORM 1200-DROP-HOLD
                WHEN OTHER
                    ADD 1 TO WS-ACTIVE-COUNT
                    IF HM-TYPE-FREEZE
                        ADD 1 TO WS-FREEZE-COUNT
                    ELSE
                        ADD HM-HOLD-AMOUNT TO WS-HELD-TOTAL
                    END-IF
                    IF HM-PLACED-DATE = WS-RUN-DATE
                        ADD 1 TO WS-PLACED-COUNT
                        MOVE "PLACED" TO WS-HOLD-EVENT
                        MOVE HM-PLACED-DATE TO WS-HOLD-EVENT-DATE
                        MOVE HM-OPERATOR-ID TO WS-HOLD-EVENT-BY
                        PERFORM 1100-WRITE-HOLD-LINES
                    END-IF
            END-EVALUATE
    END-READ.

1100-WRITE-HOLD-LINES.
    *> Two lines per hold: what happened to it, when and by whom, then
    *> the hold itself - a freeze shows no amount, it holds everything.
    MOVE SPACES TO HDL-MSG
    STRING WS-HOLD-EVENT " " WS-HOLD-EVENT-DATE
        " ACCT " HM-ACCOUNT-NUMBER " HOLD " HM-HOLD-ID
        " BY " WS-HOLD-EVENT-BY
        DELIMITED BY SIZE INTO HDL-MSG
    WRITE HOLD-REVIEW-RECORD FROM HOLD-DETAIL-LINE
    MOVE SPACES TO HDL-MSG
    IF HM-TYPE-FREEZE
        STRING "    FREEZE            " HM-REASON-CODE " "
            HM-REASON-TEXT
            DELIMITED BY SIZE INTO HDL-MSG
    ELSE
        MOVE HM-HOLD-AMOUNT TO WS-FMT-HOLD-AMOUNT
        STRING "    " WS-FMT-HOLD-AMOUNT " " HM-REASON-CODE " "
            HM-REASON-TEXT
            DELIMITED BY SIZE INTO HDL-MSG
    END-IF
    WRITE HOLD-REVIEW-RECORD FROM HOLD-DETAIL-LINE.

1200-DROP-HOLD.
    DELETE HOLD-MASTER-FILE RECORD
        INVALID KEY
            CONTINUE
    END-DELETE.

9800-CLOSE-CHAIN-STEP.
    *> The step's ledger entry is completed with its return code and key
    *> counts (holds reviewed, holds dropped). A return code of 8 or more
    *> holds every step that depends on this one.
    COMPUTE WS-CHAIN-COUNT-IN =
        WS-ACTIVE-COUNT + WS-RELEASED-COUNT + WS-EXPIRED-COUNT
    COMPUTE WS-CHAIN-COUNT-OUT = WS-RELEASED-COUNT + WS-EXPIRED-COUNT
    MOVE 0 TO WS-CHAIN-COUNT-EXCEPTIONS
    MOVE 'C' TO WS-CHAIN-STEP-STATUS
    MOVE RETURN-CODE TO WS-CHAIN-RETURN-CODE
    OPEN I-O CHAIN-LEDGER-FILE
    PERFORM 0162-WRITE-CHAIN-LEDGER-ENTRY
    CLOSE CHAIN-LEDGER-FILE.
