>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEVIATHAN-HOLD-MAINT.
AUTHOR. UBAYDA ALI.
*> ====================================================================
*> DESCRIPTION: Account Holds & Legal Freezes Maintenance Batch
*> Applies the day's hold requests to the holds master: place a hold
*> (an amount held against the balance - a cheque clearing hold, a
*> card pre-authorization - or a full freeze under a court order or
*> garnishment), amend a hold's amount or expiry, or release it. The
*> settlement engine reads the master to refuse debits that would dip
*> into held funds or hit a frozen account, while credits still post;
*> closing the account is no longer the way to stop money leaving it.
*> Every applied request gets a before/after block on the change
*> listing so audit can prove who held what and why; rejected
*> requests go to their own exception listing, mirroring the account
*> maintenance batch. A released hold stays on the master, marked
*> released, until the nightly hold review lists and drops it.
*> ====================================================================

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLD-MAINT-FILE ASSIGN TO "data/input/hold_maint.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-FILE-STATUS.
    SELECT HOLD-LISTING-FILE
        ASSIGN TO "data/output/hold_maint_listing.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    *> Account first in the key, so the engine can START on an account
    *> and walk just that account's holds.
    SELECT HOLD-MASTER-FILE ASSIGN TO "data/master/holds_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HM-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.
    *> Read only: a hold may only be placed on an account the master
    *> knows and has not closed.
    SELECT ACCOUNT-MASTER-FILE ASSIGN TO "data/master/account_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AM-ACCOUNT-NUMBER
        FILE STATUS IS WS-ACCT-FILE-STATUS.
    *> Keyed by the request's own sequence ID and rebuilt from empty
    *> each run, the same convention as the account maintenance
    *> batch's exception listing.
    SELECT HOLD-EXCEPTION-FILE
        ASSIGN TO "data/output/hold_maint_exceptions.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HEX-SEQ-ID
        FILE STATUS IS WS-EXCEPT-FILE-STATUS.
    *> The processing-date control record LEVIATHAN-DATE-ROLL rolls
    *> forward each night; the business date this run belongs to.
    SELECT PROCESSING-DATE-FILE
        ASSIGN TO "data/master/processing_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
FILE SECTION.
*> --- Daily Hold Request File ---
*> One request per record, keyed by a branch-assigned sequence ID.
*> PLC places a hold (type 'A' with an amount, or 'F' for a full
*> freeze, amount ignored); AMD replaces a live hold's amount and/or
*> expiry where keyed; REL releases it. A blank expiry on a PLC means
*> the hold stands until it is released - the usual case for a legal
*> freeze. The amount rides unsigned: a hold is a size, never a
*> direction.
FD  HOLD-MAINT-FILE.
01  HOLD-MAINT-RECORD.
    05 HMR-SEQ-ID          PIC X(10).
    05 HMR-ACTION          PIC X(3).
        88 HMR-ACTION-PLACE    VALUE "PLC".
        88 HMR-ACTION-AMEND    VALUE "AMD".
        88 HMR-ACTION-RELEASE  VALUE "REL".
    05 HMR-HOLD-ID         PIC X(10).
    05 HMR-ACCOUNT-NUMBER  PIC X(10).
    05 HMR-HOLD-TYPE       PIC X(1).
    05 HMR-AMOUNT          PIC 9(11)V99.
    05 HMR-REASON-CODE     PIC X(4).
    05 HMR-REASON-TEXT     PIC X(30).
    05 HMR-EXPIRY-DATE     PIC X(8).
    05 HMR-OPERATOR-ID     PIC X(8).

FD  HOLD-LISTING-FILE.
01  HOLD-LISTING-RECORD    PIC X(80).

*> --- Holds Master (keyed by account + hold ID) ---
*> One record per hold. HM-EXPIRY-DATE is the last business date the
*> hold is in force (spaces: until released). A released hold keeps
*> its record, marked 'R' with who released it and when, until the
*> nightly hold review has listed it.
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

*> --- Account Master (keyed by account number) ---
*> Field for field the record the settlement engine validates against.
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

FD  HOLD-EXCEPTION-FILE.
01  HOLD-EXCEPTION-RECORD.
    05 HEX-SEQ-ID               PIC X(10).
    05 HEX-DETAIL               PIC X(70).

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
01  WS-HOLD-FILE-STATUS    PIC X(2).
01  WS-ACCT-FILE-STATUS    PIC X(2).
01  WS-EXCEPT-FILE-STATUS  PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).

*> --- Run Controls & Accumulators ---
01  WS-RUN-DATE            PIC X(8).
01  WS-APPLIED-COUNT       PIC 9(5) COMP-3 VALUE 0.
01  WS-MAINT-REJECT-COUNT  PIC 9(5) COMP-3 VALUE 0.
01  WS-FMT-APPLIED-COUNT   PIC ZZZ,ZZ9.
01  WS-FMT-REJECT-COUNT    PIC ZZZ,ZZ9.
01  WS-MAINT-REJECT-REASON PIC X(20).
01  WS-REQUEST-VALID       PIC A(1) VALUE 'Y'.

*> --- Before/After Images for the Change Listing ---
01  WS-BEFORE-TYPE         PIC X(1).
01  WS-BEFORE-AMOUNT       PIC 9(11)V99 COMP-3 VALUE 0.
01  WS-BEFORE-EXPIRY       PIC X(8).
01  WS-BEFORE-STATUS       PIC X(1).
01  WS-FMT-BEFORE-AMOUNT   PIC $$$,$$$,$$$,$$9.99.
01  WS-FMT-AFTER-AMOUNT    PIC $$$,$$$,$$$,$$9.99.

*> --- Listing Headers & Detail Lines ---
01  HEADER-1               PIC X(80) VALUE "========================================================================".
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: ACCOUNT HOLDS MAINTENANCE CHANGE LISTING".
01  HEADER-3               PIC X(80) VALUE "========================================================================".
01  HOLD-DETAIL-LINE.
    05 FILLER              PIC X(9) VALUE " [HOLDS] ".
    05 HDL-MSG             PIC X(71).

PROCEDURE DIVISION.
0000-MAIN-PROCESSING.
    OPEN INPUT HOLD-MAINT-FILE
    OPEN OUTPUT HOLD-LISTING-FILE
    OPEN INPUT ACCOUNT-MASTER-FILE

    *> The first hold ever keyed is what brings the holds master into
    *> being - the same create-on-first-use pattern the account
    *> maintenance batch applies to the overdraft-limit file.
    OPEN I-O HOLD-MASTER-FILE
    IF WS-HOLD-FILE-STATUS = "35"
        OPEN OUTPUT HOLD-MASTER-FILE
        CLOSE HOLD-MASTER-FILE
        OPEN I-O HOLD-MASTER-FILE
    END-IF

    OPEN OUTPUT HOLD-EXCEPTION-FILE
    CLOSE HOLD-EXCEPTION-FILE
    OPEN I-O HOLD-EXCEPTION-FILE

    PERFORM 0170-READ-PROCESSING-DATE

    WRITE HOLD-LISTING-RECORD FROM HEADER-1
    WRITE HOLD-LISTING-RECORD FROM HEADER-2
    WRITE HOLD-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO HOLD-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO HOLD-LISTING-RECORD
    WRITE HOLD-LISTING-RECORD
    WRITE HOLD-LISTING-RECORD FROM " "

    *> A request file that failed to open never raises AT END, so
    *> driving the read loop against it would spin forever; report
    *> the condition on the listing and apply nothing instead.
    IF WS-MAINT-FILE-STATUS = "00"
        PERFORM 1000-PROCESS-HOLD-REQUESTS UNTIL WS-EOF = 'Y'
    ELSE
        WRITE HOLD-LISTING-RECORD FROM " [SYSTEM] HOLD REQUEST FILE NOT AVAILABLE - NOTHING APPLIED."
    END-IF

    MOVE WS-APPLIED-COUNT TO WS-FMT-APPLIED-COUNT
    MOVE WS-MAINT-REJECT-COUNT TO WS-FMT-REJECT-COUNT
    WRITE HOLD-LISTING-RECORD FROM " "
    WRITE HOLD-LISTING-RECORD FROM HEADER-1
    WRITE HOLD-LISTING-RECORD FROM " [SYSTEM] HOLDS MAINTENANCE RUN COMPLETE. SUMMARY:"
    MOVE SPACES TO HOLD-LISTING-RECORD
    STRING "    -> REQUESTS APPLIED  : " WS-FMT-APPLIED-COUNT
        DELIMITED BY SIZE INTO HOLD-LISTING-RECORD
    WRITE HOLD-LISTING-RECORD
    MOVE SPACES TO HOLD-LISTING-RECORD
    STRING "    -> REQUESTS REJECTED : " WS-FMT-REJECT-COUNT
        DELIMITED BY SIZE INTO HOLD-LISTING-RECORD
    WRITE HOLD-LISTING-RECORD
    WRITE HOLD-LISTING-RECORD FROM HEADER-1

    CLOSE HOLD-MAINT-FILE
    CLOSE HOLD-LISTING-FILE
    CLOSE ACCOUNT-MASTER-FILE
    CLOSE HOLD-MASTER-FILE
    CLOSE HOLD-EXCEPTION-FILE
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

1000-PROCESS-HOLD-REQUESTS.
    READ HOLD-MAINT-FILE
        AT END
            MOVE 'Y' TO WS-EOF
        NOT AT END
            EVALUATE TRUE
                WHEN HMR-ACTION-PLACE
                    PERFORM 1100-APPLY-PLACE
                WHEN HMR-ACTION-AMEND
                    PERFORM 1200-APPLY-AMEND
                WHEN HMR-ACTION-RELEASE
                    PERFORM 1300-APPLY-RELEASE
                WHEN OTHER
                    MOVE "INVALID ACTION CODE" TO WS-MAINT-REJECT-REASON
                    PERFORM 1400-WRITE-HOLD-EXCEPTION
            END-EVALUATE
    END-READ.

1050-EDIT-EXPIRY-DATE.
    *> A keyed expiry must be a real date no earlier than today - a
    *> hold that has already lapsed would be dropped by tonight's
    *> review before it ever held anything.
    MOVE 'Y' TO WS-REQUEST-VALID
    IF HMR-EXPIRY-DATE NOT = SPACES
        IF HMR-EXPIRY-DATE IS NOT NUMERIC
            OR HMR-EXPIRY-DATE < WS-RUN-DATE
            MOVE 'N' TO WS-REQUEST-VALID
            MOVE "BAD EXPIRY DATE" TO WS-MAINT-REJECT-REASON
        END-IF
    END-IF.

1100-APPLY-PLACE.
    *> A hold needs a reason (a hold no one can explain is exactly what
    *> audit asks about), a known type, an amount when it is not a
    *> freeze, and an account the master knows and has not closed. A
    *> key collision means the hold ID is already in use on the account.
    PERFORM 1050-EDIT-EXPIRY-DATE
    IF WS-REQUEST-VALID = 'Y'
        EVALUATE TRUE
            WHEN HMR-REASON-CODE = SPACES
                MOVE 'N' TO WS-REQUEST-VALID
                MOVE "MISSING REASON CODE" TO WS-MAINT-REJECT-REASON
            WHEN HMR-HOLD-TYPE NOT = 'A' AND HMR-HOLD-TYPE NOT = 'F'
                MOVE 'N' TO WS-REQUEST-VALID
                MOVE "INVALID HOLD TYPE" TO WS-MAINT-REJECT-REASON
            WHEN HMR-HOLD-TYPE = 'A' AND HMR-AMOUNT = 0
                MOVE 'N' TO WS-REQUEST-VALID
                MOVE "ZERO HOLD AMOUNT" TO WS-MAINT-REJECT-REASON
        END-EVALUATE
    END-IF
    IF WS-REQUEST-VALID = 'Y'
        MOVE HMR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
        READ ACCOUNT-MASTER-FILE
            INVALID KEY
                MOVE 'N' TO WS-REQUEST-VALID
                MOVE "UNKNOWN ACCOUNT" TO WS-MAINT-REJECT-REASON
            NOT INVALID KEY
                IF AM-STATUS-CLOSED
                    MOVE 'N' TO WS-REQUEST-VALID
                    MOVE "CLOSED ACCOUNT" TO WS-MAINT-REJECT-REASON
                END-IF
        END-READ
    END-IF
    IF WS-REQUEST-VALID = 'N'
        PERFORM 1400-WRITE-HOLD-EXCEPTION
    ELSE
        MOVE HMR-ACCOUNT-NUMBER TO HM-ACCOUNT-NUMBER
        MOVE HMR-HOLD-ID TO HM-HOLD-ID
        MOVE HMR-HOLD-TYPE TO HM-HOLD-TYPE
        IF HM-TYPE-FREEZE
            MOVE 0 TO HM-HOLD-AMOUNT
        ELSE
            MOVE HMR-AMOUNT TO HM-HOLD-AMOUNT
        END-IF
        MOVE HMR-REASON-CODE TO HM-REASON-CODE
        MOVE HMR-REASON-TEXT TO HM-REASON-TEXT
        MOVE WS-RUN-DATE TO HM-PLACED-DATE
        MOVE HMR-EXPIRY-DATE TO HM-EXPIRY-DATE
        MOVE HMR-OPERATOR-ID TO HM-OPERATOR-ID
        MOVE 'A' TO HM-STATUS
        MOVE SPACES TO HM-RELEASED-DATE
        MOVE SPACES TO HM-RELEASED-BY
        WRITE HOLD-MASTER-RECORD
            INVALID KEY
                MOVE "DUPLICATE HOLD ID" TO WS-MAINT-REJECT-REASON
                PERFORM 1400-WRITE-HOLD-EXCEPTION
            NOT INVALID KEY
                ADD 1 TO WS-APPLIED-COUNT
                MOVE SPACE TO WS-BEFORE-TYPE
                MOVE 0 TO WS-BEFORE-AMOUNT
                MOVE SPACES TO WS-BEFORE-EXPIRY
                MOVE SPACE TO WS-BEFORE-STATUS
                PERFORM 1500-WRITE-CHANGE-LISTING
        END-WRITE
    END-IF.

1200-APPLY-AMEND.
    *> Only a live hold can be amended. A keyed amount replaces an
    *> amount hold's figure (a freeze has none to replace); a keyed
    *> expiry replaces the expiry. Blank fields leave the hold as it
    *> stands.
    PERFORM 1050-EDIT-EXPIRY-DATE
    IF WS-REQUEST-VALID = 'N'
        PERFORM 1400-WRITE-HOLD-EXCEPTION
    ELSE
        MOVE HMR-ACCOUNT-NUMBER TO HM-ACCOUNT-NUMBER
        MOVE HMR-HOLD-ID TO HM-HOLD-ID
        READ HOLD-MASTER-FILE
            INVALID KEY
                MOVE "UNKNOWN HOLD" TO WS-MAINT-REJECT-REASON
                PERFORM 1400-WRITE-HOLD-EXCEPTION
            NOT INVALID KEY
                IF NOT HM-STATUS-ACTIVE
                    MOVE "HOLD NOT ACTIVE" TO WS-MAINT-REJECT-REASON
                    PERFORM 1400-WRITE-HOLD-EXCEPTION
                ELSE
                    PERFORM 1250-CAPTURE-BEFORE-IMAGE
                    IF HM-TYPE-AMOUNT AND HMR-AMOUNT > 0
                        MOVE HMR-AMOUNT TO HM-HOLD-AMOUNT
                    END-IF
                    IF HMR-EXPIRY-DATE NOT = SPACES
                        MOVE HMR-EXPIRY-DATE TO HM-EXPIRY-DATE
                    END-IF
                    REWRITE HOLD-MASTER-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 1500-WRITE-CHANGE-LISTING
                END-IF
        END-READ
    END-IF.

1250-CAPTURE-BEFORE-IMAGE.
    MOVE HM-HOLD-TYPE TO WS-BEFORE-TYPE
    MOVE HM-HOLD-AMOUNT TO WS-BEFORE-AMOUNT
    MOVE HM-EXPIRY-DATE TO WS-BEFORE-EXPIRY
    MOVE HM-STATUS TO WS-BEFORE-STATUS.

1300-APPLY-RELEASE.
    *> Release marks the hold 'R' rather than deleting it, so tonight's
    *> hold review can still list it among the day's releases; the
    *> engine takes no notice of a released hold from this moment.
    MOVE HMR-ACCOUNT-NUMBER TO HM-ACCOUNT-NUMBER
    MOVE HMR-HOLD-ID TO HM-HOLD-ID
    READ HOLD-MASTER-FILE
        INVALID KEY
            MOVE "UNKNOWN HOLD" TO WS-MAINT-REJECT-REASON
            PERFORM 1400-WRITE-HOLD-EXCEPTION
        NOT INVALID KEY
            IF NOT HM-STATUS-ACTIVE
                MOVE "HOLD NOT ACTIVE" TO WS-MAINT-REJECT-REASON
                PERFORM 1400-WRITE-HOLD-EXCEPTION
            ELSE
                PERFORM 1250-CAPTURE-BEFORE-IMAGE
                MOVE 'R' TO HM-STATUS
                MOVE WS-RUN-DATE TO HM-RELEASED-DATE
                MOVE HMR-OPERATOR-ID TO HM-RELEASED-BY
                REWRITE HOLD-MASTER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                ADD 1 TO WS-APPLIED-COUNT
                PERFORM 1500-WRITE-CHANGE-LISTING
            END-IF
    END-READ.

1400-WRITE-HOLD-EXCEPTION.
    ADD 1 TO WS-MAINT-REJECT-COUNT
    MOVE HMR-SEQ-ID TO HEX-SEQ-ID
    MOVE SPACES TO HEX-DETAIL
    STRING HMR-ACTION " HOLD " HMR-HOLD-ID " ACCT " HMR-ACCOUNT-NUMBER
        " " WS-MAINT-REJECT-REASON " BY " HMR-OPERATOR-ID
        DELIMITED BY SIZE INTO HEX-DETAIL
    WRITE HOLD-EXCEPTION-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE
    MOVE SPACES TO HDL-MSG
    STRING HMR-SEQ-ID " " HMR-ACTION " HOLD " HMR-HOLD-ID
        " REJECTED - " WS-MAINT-REJECT-REASON
        DELIMITED BY SIZE INTO HDL-MSG
    WRITE HOLD-LISTING-RECORD FROM HOLD-DETAIL-LINE.

1500-WRITE-CHANGE-LISTING.
    *> Before/after block for audit: who keyed it, against which
    *> account, why, what the hold was and what it became. A PLC shows
    *> a blank before-image, marking the hold as newly placed.
    MOVE SPACES TO HDL-MSG
    STRING HMR-SEQ-ID " " HMR-ACTION " HOLD " HMR-HOLD-ID
        " ACCT " HMR-ACCOUNT-NUMBER " BY " HMR-OPERATOR-ID
        DELIMITED BY SIZE INTO HDL-MSG
    WRITE HOLD-LISTING-RECORD FROM HOLD-DETAIL-LINE
    MOVE SPACES TO HDL-MSG
    STRING "    REASON " HM-REASON-CODE " " HM-REASON-TEXT
        DELIMITED BY SIZE INTO HDL-MSG
    WRITE HOLD-LISTING-RECORD FROM HOLD-DETAIL-LINE
    MOVE WS-BEFORE-AMOUNT TO WS-FMT-BEFORE-AMOUNT
    MOVE SPACES TO HDL-MSG
    STRING "    BEFORE: TYPE " WS-BEFORE-TYPE
        " AMOUNT " WS-FMT-BEFORE-AMOUNT
        " EXPIRY " WS-BEFORE-EXPIRY
        " STATUS " WS-BEFORE-STATUS
        DELIMITED BY SIZE INTO HDL-MSG
    WRITE HOLD-LISTING-RECORD FROM HOLD-DETAIL-LINE
    MOVE HM-HOLD-AMOUNT TO WS-FMT-AFTER-AMOUNT
    MOVE SPACES TO HDL-MSG
    STRING "    AFTER : TYPE " HM-HOLD-TYPE
        " AMOUNT " WS-FMT-AFTER-AMOUNT
        " EXPIRY " HM-EXPIRY-DATE
        " STATUS " HM-STATUS
        DELIMITED BY SIZE INTO HDL-MSG
    WRITE HOLD-LISTING-RECORD FROM HOLD-DETAIL-LINE.
