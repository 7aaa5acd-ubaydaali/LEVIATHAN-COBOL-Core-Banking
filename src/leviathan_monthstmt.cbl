*> statements did: what did this account do over the whole calendar
*> month? Reads the cumulative transaction archive the settlement
*> engine rolls its daily log into, selects the statement month - an
*> optional control card names it, else the month the chain has just
*> closed (from the processing-date record, however late the clock
*> has got), else, before the first date roll, the month of the
*> newest archived posting -
*> re-sorts by account / posting date / TRANS-ID, and produces one
*> statement section per account in the daily statement format:
*> opening balance, every posted transaction with native and base
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    *> Optional control card naming the statement month, so a
    *> rerun for any month still inside the retention window is a
    *> one-card affair; absent a card, the month being closed is
    *> taken from the processing-date record, whether the job lands
    *> on month-end night or the morning after.
    SELECT MONTH-CARD-FILE ASSIGN TO "data/input/statement_month.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-FILE-STATUS.
    SELECT SORTED-ARCH-FILE
        ASSIGN TO "data/work/sorted_month_archive.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The processing-date control record LEVIATHAN-DATE-ROLL rolls
    *> forward each night; the business date this run belongs to.
    SELECT PROCESSING-DATE-FILE
        ASSIGN TO "data/master/processing_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
FILE SECTION.
    05 TA-ACCOUNT-NUMBER        PIC X(10).
    05 TA-REVERSED-FLAG         PIC X(1).
    05 TA-POSTED-FLAG           PIC X(1).
    05 TA-COUNTERPARTY-ACCOUNT  PIC X(10).

FD  ACCOUNT-MASTER-FILE.
01  ACCOUNT-MASTER-RECORD.
*> Archive rows for the statement month re-sequenced by account,
*> then posting date, then TRANS-ID - the daily statement run's
*> re-sort with the date in the middle so each section reads in
*> calendar order. A transfer is released once for each account it
*> touches, SD-XFR-LEG telling the debit ('D') side from the credit
*> ('C') side and SD-COUNTERPARTY-ACCOUNT naming the other account.
SD  SORT-WORK-FILE.
01  SD-ARCH-RECORD.
    05 SD-ACCOUNT-NUMBER   PIC X(10).
    05 SD-NATIVE-AMOUNT    PIC 9(7)V99.
    05 SD-REVERSED-FLAG    PIC X(1).
    05 SD-POSTED-FLAG      PIC X(1).
    05 SD-XFR-LEG          PIC X(1).
    05 SD-COUNTERPARTY-ACCOUNT PIC X(10).

FD  SORTED-ARCH-FILE.
01  SORTED-ARCH-RECORD.
    05 SRT-NATIVE-AMOUNT   PIC 9(7)V99.
    05 SRT-REVERSED-FLAG   PIC X(1).
    05 SRT-POSTED-FLAG     PIC X(1).
    05 SRT-XFR-LEG         PIC X(1).
        88 SRT-XFR-CREDIT-LEG  VALUE 'C'.
    05 SRT-COUNTERPARTY-ACCOUNT PIC X(10).

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
01  WS-ARCH-FILE-STATUS    PIC X(2).
01  WS-ACCT-FILE-STATUS    PIC X(2).
01  WS-CARD-FILE-STATUS    PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).

*> --- Run Controls & Statement Month Selection ---
01  WS-RUN-DATE            PIC X(8).
01  WS-NEWEST-POSTED-DATE  PIC X(8) VALUE SPACES.
01  WS-SCAN-EOF            PIC A(1) VALUE 'N'.
01  WS-BACK-MONTH-RUN      PIC A(1) VALUE 'N'.
01  WS-BUSINESS-DATE-ON-FILE PIC A(1) VALUE 'N'.
01  WS-PREV-BUSINESS-DATE  PIC X(8) VALUE SPACES.
01  WS-RUN-MONTH-END       PIC A(1) VALUE 'N'.
01  WS-CURRENT-MONTH       PIC X(6) VALUE SPACES.

*> --- Account Control Break ---
01  WS-CURRENT-ACCOUNT     PIC X(10) VALUE SPACES.
    OPEN INPUT ACCOUNT-MASTER-FILE
    OPEN OUTPUT MONTH-STATEMENT-FILE

    PERFORM 0170-READ-PROCESSING-DATE

    WRITE MONTH-STATEMENT-RECORD FROM HEADER-1
    WRITE MONTH-STATEMENT-RECORD FROM HEADER-2
    STOP RUN.

0150-RESOLVE-STATEMENT-MONTH.
    *> Control card first, processing-date record second, newest
    *> archived posting date last. Tying the month to the clock date
    *> was wrong both ways: run on the 1st it named the new, empty
    *> month. Once the month-end roll has run, the business date is
    *> already in the new month, so the month closed is that of the
    *> previous business date; run ahead of the roll on month-end
    *> night, the record still carries the month-end flag and the
    *> business date itself is the last day of the month. Before the
    *> first date roll the newest archived date stands in, and the
    *> card overrides any of them for reruns of an older month. A card
    *> naming a month older than the current one marks the run
    *> BACK-MONTH: the master balances on file are today's, not that
    *> month's, so the statement must not print them as period
    *> figures.
    PERFORM 0160-FIND-NEWEST-POSTED-DATE
    IF WS-BUSINESS-DATE-ON-FILE = 'Y'
        IF WS-RUN-MONTH-END = 'Y'
            OR WS-PREV-BUSINESS-DATE IS NOT NUMERIC
            MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-MONTH
        ELSE
            MOVE WS-PREV-BUSINESS-DATE(1:6) TO WS-CURRENT-MONTH
        END-IF
    ELSE
        IF WS-NEWEST-POSTED-DATE NOT = SPACES
            MOVE WS-NEWEST-POSTED-DATE(1:6) TO WS-CURRENT-MONTH
        END-IF
    END-IF
    OPEN INPUT MONTH-CARD-FILE
    IF WS-CARD-FILE-STATUS = "00"
        READ MONTH-CARD-FILE
    END-IF
    CLOSE MONTH-CARD-FILE
    IF WS-STMT-MONTH = SPACES
        AND WS-CURRENT-MONTH NOT = SPACES
        MOVE WS-CURRENT-MONTH TO WS-STMT-MONTH
    END-IF
    IF WS-STMT-MONTH NOT = SPACES
        AND WS-CURRENT-MONTH NOT = SPACES
        AND WS-STMT-MONTH NOT = WS-CURRENT-MONTH
        MOVE 'Y' TO WS-BACK-MONTH-RUN
    END-IF.

        END-READ
    END-PERFORM.

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
                    MOVE PD-PREV-BUSINESS-DATE TO WS-PREV-BUSINESS-DATE
                    MOVE PD-MONTH-END-FLAG TO WS-RUN-MONTH-END
                    MOVE 'Y' TO WS-BUSINESS-DATE-ON-FILE
                END-IF
        END-READ
    END-IF
    CLOSE PROCESSING-DATE-FILE.

0250-SORT-MONTH-BY-ACCOUNT.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SD-ACCOUNT-NUMBER
                    MOVE TA-NATIVE-AMOUNT  TO SD-NATIVE-AMOUNT
                    MOVE TA-REVERSED-FLAG  TO SD-REVERSED-FLAG
                    MOVE TA-POSTED-FLAG    TO SD-POSTED-FLAG
                    IF TA-TRANS-TYPE = "XFR"
                        MOVE 'D' TO SD-XFR-LEG
                        MOVE TA-COUNTERPARTY-ACCOUNT
                            TO SD-COUNTERPARTY-ACCOUNT
                    ELSE
                        MOVE SPACE TO SD-XFR-LEG
                        MOVE SPACES TO SD-COUNTERPARTY-ACCOUNT
                    END-IF
                    RELEASE SD-ARCH-RECORD
                    *> The credit side of a transfer goes on the
                    *> receiving account's statement as well.
                    IF TA-TRANS-TYPE = "XFR"
                        MOVE TA-COUNTERPARTY-ACCOUNT
                            TO SD-ACCOUNT-NUMBER
                        MOVE 'C' TO SD-XFR-LEG
                        MOVE TA-ACCOUNT-NUMBER
                            TO SD-COUNTERPARTY-ACCOUNT
                        RELEASE SD-ARCH-RECORD
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
            ADD SRT-TRANS-AMOUNT TO WS-NET-AMOUNT(WS-NET-IDX)
        WHEN "DEB"
            SUBTRACT SRT-TRANS-AMOUNT FROM WS-NET-AMOUNT(WS-NET-IDX)
        WHEN "XFR"
            IF SRT-XFR-CREDIT-LEG
                ADD SRT-TRANS-AMOUNT TO WS-NET-AMOUNT(WS-NET-IDX)
            ELSE
                SUBTRACT SRT-TRANS-AMOUNT FROM WS-NET-AMOUNT(WS-NET-IDX)
            END-IF
    END-EVALUATE.

1000-PROCESS-ARCHIVE-RECORDS.
    *> One line per archive row: posting date, ID, type, native
    *> currency and amount, base amount, and markers for reversed
    *> pairs and (from a withheld day) never-posted records - shown
    *> for completeness, excluded from the net-movement figure. A
    *> transfer's line is followed by the other account's number.
    ADD 1 TO WS-ACCT-TRANS-COUNT
    MOVE SRT-NATIVE-AMOUNT TO WS-FMT-NATIVE-AMOUNT
    MOVE SRT-TRANS-AMOUNT TO WS-FMT-BASE-AMOUNT
                    ADD SRT-TRANS-AMOUNT TO WS-NET-MOVEMENT
                WHEN "DEB"
                    SUBTRACT SRT-TRANS-AMOUNT FROM WS-NET-MOVEMENT
                WHEN "XFR"
                    IF SRT-XFR-CREDIT-LEG
                        ADD SRT-TRANS-AMOUNT TO WS-NET-MOVEMENT
                    ELSE
                        SUBTRACT SRT-TRANS-AMOUNT FROM WS-NET-MOVEMENT
                    END-IF
            END-EVALUATE
    END-EVALUATE
    WRITE MONTH-STATEMENT-RECORD FROM STMT-DETAIL-LINE
    IF SRT-TRANS-TYPE = "XFR"
        MOVE SPACES TO SDL-MSG
        IF SRT-XFR-CREDIT-LEG
            STRING "    TRANSFER FROM ACCOUNT " SRT-COUNTERPARTY-ACCOUNT
                DELIMITED BY SIZE INTO SDL-MSG
        ELSE
            STRING "    TRANSFER TO ACCOUNT " SRT-COUNTERPARTY-ACCOUNT
                DELIMITED BY SIZE INTO SDL-MSG
        END-IF
        WRITE MONTH-STATEMENT-RECORD FROM STMT-DETAIL-LINE
    END-IF.

1500-ACCOUNT-CONTROL-BREAK.
    *> Close out the finished account section: transaction count,
