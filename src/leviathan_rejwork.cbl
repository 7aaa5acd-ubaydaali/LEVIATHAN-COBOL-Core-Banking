    SELECT WORKBENCH-LISTING-FILE
        ASSIGN TO "data/output/reject_workbench_listing.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The processing-date control record LEVIATHAN-DATE-ROLL rolls
    *> forward each night; the business date this run belongs to.
    SELECT PROCESSING-DATE-FILE
        ASSIGN TO "data/master/processing_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WORKBENCH-LISTING-FILE.
01  WORKBENCH-LISTING-RECORD PIC X(80).

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
01  WS-REJ-EOF             PIC A(1) VALUE 'N'.
01  WS-WORK-FILE-STATUS    PIC X(2).
01  WS-COR-FILE-STATUS     PIC X(2).
01  WS-AGE-PARM-STATUS     PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).
01  WS-REJECTQ-ON-FILE     PIC A(1) VALUE 'Y'.

*> --- Run Controls & Accumulators ---
        OPEN I-O WORKBENCH-FILE
    END-IF

    PERFORM 0170-READ-PROCESSING-DATE

    PERFORM 0175-READ-AGE-LIMIT

    CLOSE WORKBENCH-LISTING-FILE
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

0175-READ-AGE-LIMIT.
    *> Operations maintains the aging window in this parameter file
    *> so it can be tightened without a code change.
2200-EDIT-AND-APPLY-FIELDS.
    *> Blank correction fields leave the reject's own value standing;
    *> a keyed amount must be all digits and a keyed type must be one
    *> the engine routes (an XFR keeps the credit account it arrived
    *> with in the REVERSAL-OF-ID slot), or the whole correction is
    *> refused - a half-applied correction would put a new mis-key on
    *> tomorrow's feed with this program's name on it.
    IF COR-NEW-AMOUNT NOT = SPACES
        AND COR-NEW-AMOUNT IS NOT NUMERIC
        MOVE "BAD AMOUNT" TO WS-COR-REJECT-REASON
            AND COR-NEW-TYPE NOT = "CRD"
            AND COR-NEW-TYPE NOT = "DEB"
            AND COR-NEW-TYPE NOT = "REV"
            AND COR-NEW-TYPE NOT = "XFR"
            MOVE "BAD TRANS TYPE" TO WS-COR-REJECT-REASON
            PERFORM 2400-WRITE-CORRECTION-REJECT
        ELSE
