    SELECT SORTED-LOG-FILE
        ASSIGN TO "data/work/sorted_cust_trans_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The processing-date control record LEVIATHAN-DATE-ROLL rolls
    *> forward each night; the business date this run belongs to.
    SELECT PROCESSING-DATE-FILE
        ASSIGN TO "data/master/processing_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
FILE SECTION.
    05 TL-ACCOUNT-NUMBER   PIC X(10).
    05 TL-REVERSED-FLAG    PIC X(1).
    05 TL-POSTED-FLAG      PIC X(1).
    05 TL-COUNTERPARTY-ACCOUNT PIC X(10).

FD  ACCOUNT-MASTER-FILE.
01  ACCOUNT-MASTER-RECORD.
*> --- Customer Sort Work Area ---
*> Log records re-sequenced by the owning customer, then account,
*> then TRANS-ID for a stable order - the per-account statement
*> run's re-sort with the customer prefix in front. A transfer is
*> released once for each account it touches, under each account's
*> own customer, SD-XFR-LEG telling the debit ('D') side from the
*> credit ('C') side.
SD  SORT-WORK-FILE.
01  SD-LOG-RECORD.
    05 SD-CUSTOMER-ID      PIC X(10).
    05 SD-CURRENCY-CODE    PIC X(3).
    05 SD-NATIVE-AMOUNT    PIC 9(7)V99.
    05 SD-REVERSED-FLAG    PIC X(1).
    05 SD-XFR-LEG          PIC X(1).
    05 SD-COUNTERPARTY-ACCOUNT PIC X(10).

FD  SORTED-LOG-FILE.
01  SORTED-LOG-RECORD.
    05 SRT-CURRENCY-CODE   PIC X(3).
    05 SRT-NATIVE-AMOUNT   PIC 9(7)V99.
    05 SRT-REVERSED-FLAG   PIC X(1).
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
01  WS-ACCT-FILE-STATUS    PIC X(2).
01  WS-CUST-FILE-STATUS    PIC X(2).
01  WS-LINK-FILE-STATUS    PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).
01  WS-LINKS-ON-FILE       PIC A(1) VALUE 'Y'.

*> --- Run Controls ---
    OPEN INPUT CUSTOMER-MASTER-FILE
    OPEN OUTPUT CUST-STATEMENT-FILE

    PERFORM 0170-READ-PROCESSING-DATE

    WRITE CUST-STATEMENT-RECORD FROM HEADER-1
    WRITE CUST-STATEMENT-RECORD FROM HEADER-2
    CLOSE CUST-STATEMENT-FILE
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

0200-PRELOAD-LINK-TABLE.
    *> Walk the whole link file once in key order into the in-core
    *> table. A site that has not built the link file yet simply
            AT END
                MOVE 'Y' TO WS-LOG-EOF
            NOT AT END
                MOVE TL-ACCOUNT-NUMBER TO SD-ACCOUNT-NUMBER
                PERFORM 0270-RESOLVE-OWNING-CUSTOMER
                MOVE WS-OWNER-CUSTOMER-ID TO SD-CUSTOMER-ID
                MOVE TL-TRANS-ID       TO SD-TRANS-ID
                MOVE TL-TRANS-TYPE     TO SD-TRANS-TYPE
                MOVE TL-TRANS-AMOUNT   TO SD-TRANS-AMOUNT
                MOVE TL-CURRENCY-CODE  TO SD-CURRENCY-CODE
                MOVE TL-NATIVE-AMOUNT  TO SD-NATIVE-AMOUNT
                MOVE TL-REVERSED-FLAG  TO SD-REVERSED-FLAG
                IF TL-TRANS-TYPE = "XFR"
                    MOVE 'D' TO SD-XFR-LEG
                    MOVE TL-COUNTERPARTY-ACCOUNT
                        TO SD-COUNTERPARTY-ACCOUNT
                ELSE
                    MOVE SPACE TO SD-XFR-LEG
                    MOVE SPACES TO SD-COUNTERPARTY-ACCOUNT
                END-IF
                RELEASE SD-LOG-RECORD
                *> The credit side of a transfer goes on the receiving
                *> account's customer statement as well.
                IF TL-TRANS-TYPE = "XFR"
                    MOVE TL-COUNTERPARTY-ACCOUNT TO SD-ACCOUNT-NUMBER
                    PERFORM 0270-RESOLVE-OWNING-CUSTOMER
                    MOVE WS-OWNER-CUSTOMER-ID TO SD-CUSTOMER-ID
                    MOVE 'C' TO SD-XFR-LEG
                    MOVE TL-ACCOUNT-NUMBER TO SD-COUNTERPARTY-ACCOUNT
                    RELEASE SD-LOG-RECORD
                END-IF
        END-READ
    END-PERFORM.

0270-RESOLVE-OWNING-CUSTOMER.
    *> First link naming this account wins; an account no link names
    *> groups under the UNLINKED pseudo-customer so its activity is
    *> never dropped from the consolidated view. The account is the
    *> one just placed in SD-ACCOUNT-NUMBER for release.
    MOVE WS-UNLINKED-GROUP-ID TO WS-OWNER-CUSTOMER-ID
    SET WS-LNK-IDX TO 1
    SEARCH WS-LNK-ENTRY
        AT END
            CONTINUE
        WHEN WS-LNK-ACCOUNT(WS-LNK-IDX) = SD-ACCOUNT-NUMBER
            MOVE WS-LNK-CUSTOMER(WS-LNK-IDX)
                TO WS-OWNER-CUSTOMER-ID
    END-SEARCH.
    *> One line per log record: ID, type, native currency and amount,
    *> base amount, and a marker when a later REV backed it out. A
    *> reversed pair nets to zero, so it is shown for completeness
    *> but excluded from the net-movement figures. A transfer moves
    *> money out of its debit side and into its credit side, and each
    *> side's line is followed by the other account's number.
    ADD 1 TO WS-ACCT-TRANS-COUNT
    ADD 1 TO WS-CUST-TRANS-COUNT
    MOVE SRT-NATIVE-AMOUNT TO WS-FMT-NATIVE-AMOUNT
            WHEN "DEB"
                SUBTRACT SRT-TRANS-AMOUNT FROM WS-ACCT-NET-MOVEMENT
                SUBTRACT SRT-TRANS-AMOUNT FROM WS-CUST-NET-MOVEMENT
            WHEN "XFR"
                IF SRT-XFR-CREDIT-LEG
                    ADD SRT-TRANS-AMOUNT TO WS-ACCT-NET-MOVEMENT
                    ADD SRT-TRANS-AMOUNT TO WS-CUST-NET-MOVEMENT
                ELSE
                    SUBTRACT SRT-TRANS-AMOUNT FROM WS-ACCT-NET-MOVEMENT
                    SUBTRACT SRT-TRANS-AMOUNT FROM WS-CUST-NET-MOVEMENT
                END-IF
        END-EVALUATE
    END-IF
    WRITE CUST-STATEMENT-RECORD FROM STMT-DETAIL-LINE
    IF SRT-TRANS-TYPE = "XFR"
        MOVE SPACES TO SDL-MSG
        IF SRT-XFR-CREDIT-LEG
            STRING "    TRANSFER FROM ACCOUNT " SRT-COUNTERPARTY-ACCOUNT
                DELIMITED BY SIZE INTO SDL-MSG
        ELSE
            STRING "    TRANSFER TO ACCOUNT " SRT-COUNTERPARTY-ACCOUNT
                DELIMITED BY SIZE INTO SDL-MSG
        END-IF
        WRITE CUST-STATEMENT-RECORD FROM STMT-DETAIL-LINE
    END-IF.

1600-ACCOUNT-CONTROL-BREAK.
    *> Close out the finished account section with its transaction
