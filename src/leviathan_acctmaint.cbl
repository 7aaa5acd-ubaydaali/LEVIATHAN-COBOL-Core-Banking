*> DESCRIPTION: Account Master Maintenance Batch
*> Applies the day's maintenance-transaction file to the account
*> master (add an account, open/close/reinstate, adjust a balance
*> with a reason code, set an authorized overdraft limit) and
*> produces a before/after change listing so audit can prove who
*> changed what. Rejected requests (unknown account on a close,
*> duplicate account on an add) are routed to their own exception
*> listing, mirroring the settlement engine's EXCEPTION-FILE.
*> ====================================================================

ENVIRONMENT DIVISION.
        ACCESS MODE IS RANDOM
        RECORD KEY IS MEX-SEQ-ID
        FILE STATUS IS WS-EXCEPT-FILE-STATUS.
    *> Authorized overdraft limits, keyed by account. Kept apart from
    *> the account master so the many programs that read the master
    *> keep their layout; the engine reads it to decide whether a
    *> debit is paid or returned unpaid.
    SELECT OVERDRAFT-LIMIT-FILE
        ASSIGN TO "data/master/overdraft_limits.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OD-ACCOUNT-NUMBER
        FILE STATUS IS WS-OD-LIMIT-STATUS.
    *> The processing-date control record LEVIATHAN-DATE-ROLL rolls
    *> forward each night; the business date this run belongs to.
    SELECT PROCESSING-DATE-FILE
        ASSIGN TO "data/master/processing_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
FILE SECTION.
        88 MNT-ACTION-OPEN     VALUE "OPN".
        88 MNT-ACTION-CLOSE    VALUE "CLS".
        88 MNT-ACTION-ADJUST   VALUE "ADJ".
        88 MNT-ACTION-OD-LIMIT VALUE "ODL".
    05 MNT-ACCOUNT-NUMBER  PIC X(10).
    05 MNT-AMOUNT          PIC 9(11)V99.
    05 MNT-AMOUNT-SIGN     PIC X(1).
    05 MEX-SEQ-ID               PIC X(10).
    05 MEX-DETAIL               PIC X(70).

*> --- Authorized Overdraft Limit (keyed by account number) ---
*> One record per account granted a limit; an account with no record
*> has a limit of zero. Set date and operator are kept so the limit in
*> force can always be traced to whoever granted it.
FD  OVERDRAFT-LIMIT-FILE.
01  OVERDRAFT-LIMIT-RECORD.
    05 OD-ACCOUNT-NUMBER        PIC X(10).
    05 OD-LIMIT-AMOUNT          PIC 9(11)V99.
    05 OD-SET-DATE              PIC X(8).
    05 OD-OPERATOR-ID           PIC X(8).

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
01  WS-MAINT-FILE-STATUS   PIC X(2).
01  WS-ACCT-FILE-STATUS    PIC X(2).
01  WS-EXCEPT-FILE-STATUS  PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).
01  WS-OD-LIMIT-STATUS     PIC X(2).

*> --- Run Controls & Accumulators ---
01  WS-RUN-DATE            PIC X(8).
01  WS-SIGNED-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
01  WS-FMT-BEFORE-BALANCE  PIC -$$$,$$$,$$$,$$9.99.
01  WS-FMT-AFTER-BALANCE   PIC -$$$,$$$,$$$,$$9.99.
01  WS-BEFORE-OD-LIMIT     PIC 9(11)V99 COMP-3 VALUE 0.
01  WS-FMT-BEFORE-OD-LIMIT PIC $$$,$$$,$$$,$$9.99.
01  WS-FMT-AFTER-OD-LIMIT  PIC $$$,$$$,$$$,$$9.99.
01  WS-OD-LIMIT-ON-FILE    PIC A(1) VALUE 'N'.

*> --- Listing Headers & Detail Lines ---
01  HEADER-1               PIC X(80) VALUE "========================================================================".
        OPEN I-O ACCOUNT-MASTER-FILE
    END-IF

    *> Same create-on-first-use for the overdraft-limit file: the
    *> first ODL request ever keyed is what brings it into being.
    OPEN I-O OVERDRAFT-LIMIT-FILE
    IF WS-OD-LIMIT-STATUS = "35"
        OPEN OUTPUT OVERDRAFT-LIMIT-FILE
        CLOSE OVERDRAFT-LIMIT-FILE
        OPEN I-O OVERDRAFT-LIMIT-FILE
    END-IF

    OPEN OUTPUT MAINT-EXCEPTION-FILE
    CLOSE MAINT-EXCEPTION-FILE
    OPEN I-O MAINT-EXCEPTION-FILE

    PERFORM 0170-READ-PROCESSING-DATE

    WRITE MAINT-LISTING-RECORD FROM HEADER-1
    WRITE MAINT-LISTING-RECORD FROM HEADER-2
    CLOSE MAINT-FILE
    CLOSE MAINT-LISTING-FILE
    CLOSE ACCOUNT-MASTER-FILE
    CLOSE OVERDRAFT-LIMIT-FILE
    CLOSE MAINT-EXCEPTION-FILE
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

1000-PROCESS-MAINT-RECORDS.
    READ MAINT-FILE
        AT END
                    PERFORM 1200-APPLY-STATUS-CHANGE
                WHEN MNT-ACTION-ADJUST
                    PERFORM 1300-APPLY-ADJUSTMENT
                WHEN MNT-ACTION-OD-LIMIT
                    PERFORM 1350-APPLY-OD-LIMIT
                WHEN OTHER
                    MOVE "INVALID ACTION CODE" TO WS-MAINT-REJECT-REASON
                    PERFORM 1400-WRITE-MAINT-EXCEPTION
        END-READ
    END-IF.

1350-APPLY-OD-LIMIT.
    *> The keyed amount becomes the account's authorized overdraft
    *> limit, replacing any limit already in force; zero withdraws
    *> the facility. A limit is a size, never a direction, so a
    *> negative amount is rejected, as is a limit for an account the
    *> master does not know.
    IF MNT-AMOUNT-NEGATIVE
        MOVE "NEGATIVE OD LIMIT" TO WS-MAINT-REJECT-REASON
        PERFORM 1400-WRITE-MAINT-EXCEPTION
    ELSE
        MOVE MNT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
        READ ACCOUNT-MASTER-FILE
            INVALID KEY
                MOVE "UNKNOWN ACCOUNT" TO WS-MAINT-REJECT-REASON
                PERFORM 1400-WRITE-MAINT-EXCEPTION
            NOT INVALID KEY
                MOVE MNT-ACCOUNT-NUMBER TO OD-ACCOUNT-NUMBER
                READ OVERDRAFT-LIMIT-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-OD-LIMIT-ON-FILE
                        MOVE 0 TO WS-BEFORE-OD-LIMIT
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-OD-LIMIT-ON-FILE
                        MOVE OD-LIMIT-AMOUNT TO WS-BEFORE-OD-LIMIT
                END-READ
                MOVE MNT-ACCOUNT-NUMBER TO OD-ACCOUNT-NUMBER
                MOVE MNT-AMOUNT TO OD-LIMIT-AMOUNT
                MOVE WS-RUN-DATE TO OD-SET-DATE
                MOVE MNT-OPERATOR-ID TO OD-OPERATOR-ID
                IF WS-OD-LIMIT-ON-FILE = 'Y'
                    REWRITE OVERDRAFT-LIMIT-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                ELSE
                    WRITE OVERDRAFT-LIMIT-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                END-IF
                ADD 1 TO WS-APPLIED-COUNT
                PERFORM 1550-WRITE-OD-LIMIT-LISTING
        END-READ
    END-IF.

1400-WRITE-MAINT-EXCEPTION.
    ADD 1 TO WS-MAINT-REJECT-COUNT
    MOVE MNT-SEQ-ID TO MEX-SEQ-ID
        " BALANCE " WS-FMT-AFTER-BALANCE
        DELIMITED BY SIZE INTO MDL-MSG
    WRITE MAINT-LISTING-RECORD FROM MAINT-DETAIL-LINE.

1550-WRITE-OD-LIMIT-LISTING.
    *> Same before/after block as a balance change, but the figure
    *> that moved is the limit; the balance is shown for context so
    *> the reviewer can see how much of the new limit is already used.
    MOVE SPACES TO MDL-MSG
    STRING MNT-SEQ-ID " " MNT-ACTION " ACCOUNT " MNT-ACCOUNT-NUMBER
        " BY " MNT-OPERATOR-ID " REASON " MNT-REASON-CODE
        DELIMITED BY SIZE INTO MDL-MSG
    WRITE MAINT-LISTING-RECORD FROM MAINT-DETAIL-LINE
    MOVE WS-BEFORE-OD-LIMIT TO WS-FMT-BEFORE-OD-LIMIT
    MOVE AM-CURRENT-BALANCE TO WS-FMT-AFTER-BALANCE
    MOVE SPACES TO MDL-MSG
    STRING "    BEFORE: OD LIMIT " WS-FMT-BEFORE-OD-LIMIT
        " BALANCE " WS-FMT-AFTER-BALANCE
        DELIMITED BY SIZE INTO MDL-MSG
    WRITE MAINT-LISTING-RECORD FROM MAINT-DETAIL-LINE
    MOVE OD-LIMIT-AMOUNT TO WS-FMT-AFTER-OD-LIMIT
    MOVE SPACES TO MDL-MSG
    STRING "    AFTER : OD LIMIT " WS-FMT-AFTER-OD-LIMIT
        " BALANCE " WS-FMT-AFTER-BALANCE
        DELIMITED BY SIZE INTO MDL-MSG
    WRITE MAINT-LISTING-RECORD FROM MAINT-DETAIL-LINE.
