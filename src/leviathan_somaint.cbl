*> changed what - the same change-listing discipline the account
*> maintenance batch established. Rejected requests (unknown order on
*> an amend, duplicate order on an add, closed or unknown account,
*> bad frequency or type, unknown, closed or merged branch) are
*> routed to their own exception listing, mirroring the account
*> maintenance batch's exception file. This program is the only
*> sanctioned writer of the standing-order master; the nightly
*> generation program only advances next-run dates.
*> ====================================================================

ENVIRONMENT DIVISION.
        ACCESS MODE IS RANDOM
        RECORD KEY IS AM-ACCOUNT-NUMBER
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    *> An order must also carry a branch that is on the branch master
    *> and open; no branch master on file means branches go unchecked.
    SELECT BRANCH-MASTER-FILE
        ASSIGN TO "data/master/branch_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BR-BRANCH-CODE
        FILE STATUS IS WS-BRANCH-FILE-STATUS.
    *> Keyed by the maintenance request's own sequence ID, rebuilt
    *> from empty each run - the account maintenance batch's
    *> exception-file convention.
        ACCESS MODE IS RANDOM
        RECORD KEY IS SEX-SEQ-ID
        FILE STATUS IS WS-EXCEPT-FILE-STATUS.
    *> The processing-date control record LEVIATHAN-DATE-ROLL rolls
    *> forward each night; the business date this run belongs to.
    SELECT PROCESSING-DATE-FILE
        ASSIGN TO "data/master/processing_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD  SO-EXCEPTION-FILE.
01  SO-EXCEPTION-RECORD.
    05 SEX-SEQ-ID               PIC X(10).
    05 SEX-DETAIL               PIC X(70).

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
01  WS-SO-FILE-STATUS      PIC X(2).
01  WS-ACCT-FILE-STATUS    PIC X(2).
01  WS-EXCEPT-FILE-STATUS  PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).
01  WS-BRANCH-FILE-STATUS  PIC X(2).
01  WS-BRANCH-MASTER-PRESENT PIC A(1) VALUE 'N'.
*> The bank's own house postings branch; valid whether or not it
*> has been keyed onto the branch master.
01  WS-HOUSE-BRANCH        PIC X(4) VALUE "9999".

*> --- Run Controls & Accumulators ---
01  WS-RUN-DATE            PIC X(8).
    OPEN INPUT SO-MAINT-FILE
    OPEN OUTPUT SO-MAINT-LISTING-FILE
    OPEN INPUT ACCOUNT-MASTER-FILE
    OPEN INPUT BRANCH-MASTER-FILE
    IF WS-BRANCH-FILE-STATUS = "00"
        MOVE 'Y' TO WS-BRANCH-MASTER-PRESENT
    END-IF

    *> The very first site to run this program has no standing-order
    *> master yet (FILE STATUS "35"); create it so day one's ADD
    CLOSE SO-EXCEPTION-FILE
    OPEN I-O SO-EXCEPTION-FILE

    PERFORM 0170-READ-PROCESSING-DATE

    WRITE SO-MAINT-LISTING-RECORD FROM HEADER-1
    WRITE SO-MAINT-LISTING-RECORD FROM HEADER-2
    CLOSE SO-MAINT-LISTING-FILE
    CLOSE SO-MASTER-FILE
    CLOSE ACCOUNT-MASTER-FILE
    IF WS-BRANCH-MASTER-PRESENT = 'Y'
        CLOSE BRANCH-MASTER-FILE
    END-IF
    CLOSE SO-EXCEPTION-FILE
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
    READ SO-MAINT-FILE
        AT END
                    MOVE "BAD NEXT-RUN DATE" TO WS-MAINT-REJECT-REASON
                ELSE
                    PERFORM 1060-VALIDATE-ORDER-ACCOUNT
                    IF WS-REQUEST-VALID = 'Y'
                        PERFORM 1070-VALIDATE-ORDER-BRANCH
                    END-IF
                END-IF
            END-IF
        END-IF
            END-IF
    END-READ.

1070-VALIDATE-ORDER-BRANCH.
    *> A merged branch is refused rather than quietly carried: the
    *> engine would remap every generated posting to the successor
    *> anyway, so the order is keyed under the successor instead.
    IF WS-BRANCH-MASTER-PRESENT = 'Y'
        AND SOM-BRANCH-CODE NOT = WS-HOUSE-BRANCH
        MOVE SOM-BRANCH-CODE TO BR-BRANCH-CODE
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

1100-APPLY-ADD.
    *> A new order goes on active; a key collision means the order ID
    *> is already in use and the request is rejected rather than
