*> like any upstream extract. Each generated order's next-run date is
*> advanced by its frequency; an order that fell several periods
*> behind generates one transaction per night until it catches up,
*> so no occurrence is silently dropped. An occurrence that fell on
*> a weekend or bank holiday since the previous business date is
*> rolled to tonight's business date and generated tonight - every
*> such occurrence, so a daily order pays for the weekend on the
*> Monday - and listed as rolled. Orders skipped - expired,
*> cancelled, or against a closed or vanished account - go on the
*> generation listing with the reason, so branch queries about a
*> missing payment can be answered from the listing.
    SELECT GEN-LISTING-FILE
        ASSIGN TO "data/output/standing_order_genlist.txt"
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
FD  GEN-LISTING-FILE.
01  GEN-LISTING-RECORD     PIC X(80).

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
01  WS-SO-EOF              PIC A(1) VALUE 'N'.
01  WS-SO-FILE-STATUS      PIC X(2).
01  WS-ACCT-FILE-STATUS    PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).
01  WS-SO-ON-FILE          PIC A(1) VALUE 'Y'.

*> --- Run Controls & Accumulators ---
01  WS-ORDER-DUE           PIC A(1) VALUE 'N'.
01  WS-FMT-GEN-AMOUNT      PIC $$,$$$,$$9.99.

*> --- Business-Day Roll ---
*> Occurrences dated after the previous business date and before
*> tonight's fell on days the chain did not run; they roll to
*> tonight. Without a processing-date record the previous business
*> date is taken as yesterday, so only tonight's own occurrence is
*> in the window.
01  WS-PREV-BUSINESS-DATE  PIC X(8) VALUE SPACES.
01  WS-OCCURRENCE-DATE     PIC X(8).
01  WS-ORDERS-ROLLED       PIC 9(5) COMP-3 VALUE 0.
01  WS-FMT-ROLLED          PIC ZZZ,ZZ9.

*> --- Generated TRANS-ID Construction ---
*> "S" + YYMMDD + a 3-digit within-run sequence: unique within the
*> night and - because the run date rides in it - unique across the
01  WS-MONTH-DAYS          PIC 9(2) VALUE 0.
01  WS-LEAP-REMAINDER      PIC 9(4) COMP-3 VALUE 0.

*> --- Chain Step Ledger Controls ---
*> This step's name on the chain ledger and the steps that must have
*> completed for the same business date before it may start - cleanly
*> (return code below 8) unless the entry says otherwise.
01  WS-LEDGER-FILE-STATUS    PIC X(2).
01  WS-CHAIN-STEP-ID         PIC X(8) VALUE "SOGEN".
01  WS-CHAIN-PROGRAM-ID      PIC X(30) VALUE "LEVIATHAN-SO-GENERATE".
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
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: STANDING-ORDER GENERATION LISTING".

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

    OPEN I-O SO-MASTER-FILE
    OPEN INPUT ACCOUNT-MASTER-FILE
    OPEN OUTPUT GEN-LISTING-FILE

    MOVE WS-RUN-DATE(3:6) TO WS-GTI-DATE
    IF WS-PREV-BUSINESS-DATE = SPACES
        MOVE WS-RUN-DATE TO WS-DATE-NUM
        COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
        COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
        MOVE WS-DATE-NUM TO WS-PREV-BUSINESS-DATE
    END-IF

    WRITE GEN-LISTING-RECORD FROM HEADER-1
    WRITE GEN-LISTING-RECORD FROM HEADER-2
    MOVE WS-ORDERS-READ TO WS-FMT-ORDERS-READ
    MOVE WS-ORDERS-GENERATED TO WS-FMT-GENERATED
    MOVE WS-ORDERS-SKIPPED TO WS-FMT-SKIPPED
    MOVE WS-ORDERS-ROLLED TO WS-FMT-ROLLED
    WRITE GEN-LISTING-RECORD FROM " "
    WRITE GEN-LISTING-RECORD FROM HEADER-1
    WRITE GEN-LISTING-RECORD FROM " [SYSTEM] GENERATION COMPLETE. SUMMARY:"
    STRING "    -> ORDERS SKIPPED     : " WS-FMT-SKIPPED
        DELIMITED BY SIZE INTO GEN-LISTING-RECORD
    WRITE GEN-LISTING-RECORD
    MOVE SPACES TO GEN-LISTING-RECORD
    STRING "    -> HOLIDAY ROLLS      : " WS-FMT-ROLLED
        DELIMITED BY SIZE INTO GEN-LISTING-RECORD
    WRITE GEN-LISTING-RECORD
    WRITE GEN-LISTING-RECORD FROM HEADER-1

    IF WS-SO-ON-FILE = 'Y'
    END-IF
    CLOSE ACCOUNT-MASTER-FILE
    CLOSE GEN-LISTING-FILE
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
    OPEN OUTPUT GEN-LISTING-FILE
    WRITE GEN-LISTING-RECORD FROM HEADER-1
    WRITE GEN-LISTING-RECORD FROM HEADER-2
    WRITE GEN-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO GEN-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO GEN-LISTING-RECORD
    WRITE GEN-LISTING-RECORD
    WRITE GEN-LISTING-RECORD FROM " "
    MOVE SPACES TO GEN-LISTING-RECORD
    STRING " [HELD]   NOT RUN - PREDECESSOR " WS-CHAIN-HELD-BY " "
        WS-CHAIN-HELD-REASON
        DELIMITED BY SIZE INTO GEN-LISTING-RECORD
    WRITE GEN-LISTING-RECORD
    WRITE GEN-LISTING-RECORD FROM HEADER-1
    CLOSE GEN-LISTING-FILE.

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
                    IF PD-PREV-BUSINESS-DATE IS NUMERIC
                        MOVE PD-PREV-BUSINESS-DATE
                            TO WS-PREV-BUSINESS-DATE
                    END-IF
                END-IF
        END-READ
    END-IF
    CLOSE PROCESSING-DATE-FILE.

1000-WALK-ORDERS.
    *> First call positions at the lowest key; thereafter each call
    *> dispositions the next order on the master.
    *> Decide whether this order generates tonight: it must be
    *> active, due, not expired, and against an account still open
    *> on the master. Not-yet-due orders pass silently; every other
    *> skip is listed with its reason. Expiry is judged against the
    *> occurrence's own date, so an order whose last occurrence fell
    *> on a holiday still pays it on the rolled-to business day.
    MOVE 'N' TO WS-ORDER-DUE
    IF SO-STATUS-CANCELLED
        CONTINUE
            CONTINUE
        ELSE
            IF SO-EXPIRY-DATE NOT = SPACES
                AND SO-EXPIRY-DATE < SO-NEXT-RUN-DATE
                MOVE "EXPIRED ORDER" TO WS-SKIP-REASON
                PERFORM 1300-WRITE-SKIP-LINE
            ELSE
            END-IF
        END-IF
    END-IF
    PERFORM 1200-STAGE-ONE-TRANSACTION UNTIL WS-ORDER-DUE = 'N'.

1150-CHECK-ORDER-ACCOUNT.
    *> An order against a closed or vanished account is skipped and
    END-READ.

1200-STAGE-ONE-TRANSACTION.
    *> Stages one occurrence and advances the order. The order stays
    *> due while its advanced date still falls in tonight's roll
    *> window (a non-business day since the previous business date)
    *> and inside its expiry, so every weekend or holiday occurrence
    *> is generated tonight; older backlog keeps catching up one
    *> period per night.
    MOVE 'N' TO WS-ORDER-DUE
    MOVE SO-NEXT-RUN-DATE TO WS-OCCURRENCE-DATE
    IF WS-GEN-COUNT >= 999
        IF WS-GEN-TABLE-FULL = 'N'
            MOVE 'Y' TO WS-GEN-TABLE-FULL
            " ACCT " SO-ACCOUNT-NUMBER
            DELIMITED BY SIZE INTO GDL-MSG
        WRITE GEN-LISTING-RECORD FROM GEN-DETAIL-LINE
        IF WS-OCCURRENCE-DATE < WS-RUN-DATE
            AND WS-OCCURRENCE-DATE > WS-PREV-BUSINESS-DATE
            ADD 1 TO WS-ORDERS-ROLLED
            MOVE SPACES TO GDL-MSG
            STRING SO-ORDER-ID " ROLLED FROM " WS-OCCURRENCE-DATE
                " - NOT A BUSINESS DAY"
                DELIMITED BY SIZE INTO GDL-MSG
            WRITE GEN-LISTING-RECORD FROM GEN-DETAIL-LINE
        END-IF
        PERFORM 1400-ADVANCE-NEXT-RUN-DATE
        REWRITE SO-MASTER-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        IF SO-NEXT-RUN-DATE NOT > WS-RUN-DATE
            AND SO-NEXT-RUN-DATE > WS-PREV-BUSINESS-DATE
            AND (SO-EXPIRY-DATE = SPACES
                 OR SO-EXPIRY-DATE NOT < SO-NEXT-RUN-DATE)
            MOVE 'Y' TO WS-ORDER-DUE
        END-IF
    END-IF.

1300-WRITE-SKIP-LINE.
    MOVE WS-RUN-DATE                 TO GEN-EFFECTIVE-DATE
    MOVE WS-GEN-BRANCH(WS-GEN-IDX)   TO GEN-BRANCH-CODE
    WRITE GEN-TRANS-RECORD.

9800-CLOSE-CHAIN-STEP.
    *> The step's ledger entry is completed with its return code and key
    *> counts (orders reviewed, transactions built, orders skipped). A
    *> return code of 8 or more holds every step that depends on this
    *> one.
    MOVE WS-ORDERS-READ TO WS-CHAIN-COUNT-IN
    MOVE WS-ORDERS-GENERATED TO WS-CHAIN-COUNT-OUT
    MOVE WS-ORDERS-SKIPPED TO WS-CHAIN-COUNT-EXCEPTIONS
    MOVE 'C' TO WS-CHAIN-STEP-STATUS
    MOVE RETURN-CODE TO WS-CHAIN-RETURN-CODE
    OPEN I-O CHAIN-LEDGER-FILE
    PERFORM 0162-WRITE-CHAIN-LEDGER-ENTRY
    CLOSE CHAIN-LEDGER-FILE.
