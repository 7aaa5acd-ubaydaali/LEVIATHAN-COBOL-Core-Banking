>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEVIATHAN-BRANCH-MAINT.
AUTHOR. UBAYDA ALI.
*> ====================================================================
*> DESCRIPTION: Branch Master Maintenance Batch
*> Gives BRANCH-CODE a reference file to be checked against. Applies
*> the day's branch maintenance file to the branch master: open a
*> branch (code, name, region, GL cost centre), amend its details,
*> close it, reopen it, or merge it into a successor branch. The
*> settlement engine rejects transactions under an unknown or closed
*> branch, puts branch names on its subtotals, and remaps anything
*> still arriving under a merged branch's old code to the successor,
*> so a consolidation needs no change to the upstream feeds. The same
*> before/after change-listing discipline as the account maintenance
*> batch; rejected requests go to their own exception listing.
*> ====================================================================

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BRANCH-MAINT-FILE ASSIGN TO "data/input/branch_maint.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-FILE-STATUS.
    SELECT BRANCH-MAINT-LISTING-FILE
        ASSIGN TO "data/output/branch_maint_listing.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BRANCH-MASTER-FILE
        ASSIGN TO "data/master/branch_master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BR-BRANCH-CODE
        FILE STATUS IS WS-BRANCH-FILE-STATUS.
    *> Keyed by the maintenance request's own sequence ID, rebuilt
    *> from empty each run - the account maintenance batch's
    *> exception-file convention.
    SELECT BRANCH-EXCEPTION-FILE
        ASSIGN TO "data/output/branch_maint_exceptions.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BEX-SEQ-ID
        FILE STATUS IS WS-EXCEPT-FILE-STATUS.
    *> The processing-date control record LEVIATHAN-DATE-ROLL rolls
    *> forward each night; the business date this run belongs to.
    SELECT PROCESSING-DATE-FILE
        ASSIGN TO "data/master/processing_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
FILE SECTION.
*> --- Daily Branch Maintenance File ---
*> One request per record, keyed by a sequence ID so every request -
*> applied or rejected - can be traced back to the keying operator.
*> Name, region and cost centre are carried on BAD and BAM; the
*> successor branch only on BMG.
FD  BRANCH-MAINT-FILE.
01  BRANCH-MAINT-RECORD.
    05 BMT-SEQ-ID          PIC X(10).
    05 BMT-ACTION          PIC X(3).
        88 BMT-ACTION-ADD      VALUE "BAD".
        88 BMT-ACTION-AMEND    VALUE "BAM".
        88 BMT-ACTION-CLOSE    VALUE "BCL".
        88 BMT-ACTION-REOPEN   VALUE "BOP".
        88 BMT-ACTION-MERGE    VALUE "BMG".
    05 BMT-BRANCH-CODE     PIC X(4).
    05 BMT-BRANCH-NAME     PIC X(30).
    05 BMT-REGION-CODE     PIC X(4).
    05 BMT-GL-COST-CENTRE  PIC X(6).
    05 BMT-SUCCESSOR-BRANCH PIC X(4).
    05 BMT-OPERATOR-ID     PIC X(8).

FD  BRANCH-MAINT-LISTING-FILE.
01  BRANCH-MAINT-LISTING-RECORD PIC X(80).

*> --- Branch Master (keyed by branch code) ---
*> A closed or merged branch keeps its record so history stays
*> queryable and its old code can still be resolved; a merged branch
*> names the successor its transactions are remapped to.
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

FD  BRANCH-EXCEPTION-FILE.
01  BRANCH-EXCEPTION-RECORD.
    05 BEX-SEQ-ID               PIC X(10).
    05 BEX-DETAIL               PIC X(70).

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
01  WS-BRANCH-FILE-STATUS  PIC X(2).
01  WS-EXCEPT-FILE-STATUS  PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).

*> --- Run Controls & Accumulators ---
01  WS-RUN-DATE            PIC X(8).
01  WS-APPLIED-COUNT       PIC 9(5) COMP-3 VALUE 0.
01  WS-MAINT-REJECT-COUNT  PIC 9(5) COMP-3 VALUE 0.
01  WS-FMT-APPLIED-COUNT   PIC ZZZ,ZZ9.
01  WS-FMT-REJECT-COUNT    PIC ZZZ,ZZ9.
01  WS-MAINT-REJECT-REASON PIC X(20).
01  WS-SUCCESSOR-VALID     PIC A(1) VALUE 'N'.

*> --- Before Image for the Change Listing ---
01  WS-BEFORE-IMAGE.
    05 WS-BEF-NAME         PIC X(30).
    05 WS-BEF-REGION       PIC X(4).
    05 WS-BEF-COST-CENTRE  PIC X(6).
    05 WS-BEF-STATUS       PIC X(1).
    05 WS-BEF-SUCCESSOR    PIC X(4).

*> --- Listing Headers & Detail Lines ---
01  HEADER-1               PIC X(80) VALUE "========================================================================".
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: BRANCH MASTER MAINTENANCE CHANGE LISTING".
01  HEADER-3               PIC X(80) VALUE "========================================================================".
01  BRANCH-DETAIL-LINE.
    05 FILLER              PIC X(9) VALUE " [BRNCH] ".
    05 BDL-MSG             PIC X(71).

PROCEDURE DIVISION.
0000-MAIN-PROCESSING.
    OPEN INPUT BRANCH-MAINT-FILE
    OPEN OUTPUT BRANCH-MAINT-LISTING-FILE

    *> First run at a site has no branch master (FILE STATUS "35");
    *> create it so day one's BAD requests have somewhere to land.
    OPEN I-O BRANCH-MASTER-FILE
    IF WS-BRANCH-FILE-STATUS = "35"
        OPEN OUTPUT BRANCH-MASTER-FILE
        CLOSE BRANCH-MASTER-FILE
        OPEN I-O BRANCH-MASTER-FILE
    END-IF

    OPEN OUTPUT BRANCH-EXCEPTION-FILE
    CLOSE BRANCH-EXCEPTION-FILE
    OPEN I-O BRANCH-EXCEPTION-FILE

    PERFORM 0170-READ-PROCESSING-DATE

    WRITE BRANCH-MAINT-LISTING-RECORD FROM HEADER-1
    WRITE BRANCH-MAINT-LISTING-RECORD FROM HEADER-2
    WRITE BRANCH-MAINT-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO BRANCH-MAINT-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO BRANCH-MAINT-LISTING-RECORD
    WRITE BRANCH-MAINT-LISTING-RECORD
    WRITE BRANCH-MAINT-LISTING-RECORD FROM " "

    *> A maintenance file that failed to open never raises AT END, so
    *> driving the read loop against it would spin forever; report
    *> the condition on the listing and apply nothing instead.
    IF WS-MAINT-FILE-STATUS = "00"
        PERFORM 1000-PROCESS-MAINT-RECORDS UNTIL WS-EOF = 'Y'
    ELSE
        WRITE BRANCH-MAINT-LISTING-RECORD FROM " [SYSTEM] MAINTENANCE FILE NOT AVAILABLE - NOTHING APPLIED."
    END-IF

    MOVE WS-APPLIED-COUNT TO WS-FMT-APPLIED-COUNT
    MOVE WS-MAINT-REJECT-COUNT TO WS-FMT-REJECT-COUNT
    WRITE BRANCH-MAINT-LISTING-RECORD FROM " "
    WRITE BRANCH-MAINT-LISTING-RECORD FROM HEADER-1
    WRITE BRANCH-MAINT-LISTING-RECORD FROM " [SYSTEM] MAINTENANCE RUN COMPLETE. SUMMARY:"
    MOVE SPACES TO BRANCH-MAINT-LISTING-RECORD
    STRING "    -> REQUESTS APPLIED  : " WS-FMT-APPLIED-COUNT
        DELIMITED BY SIZE INTO BRANCH-MAINT-LISTING-RECORD
    WRITE BRANCH-MAINT-LISTING-RECORD
    MOVE SPACES TO BRANCH-MAINT-LISTING-RECORD
    STRING "    -> REQUESTS REJECTED : " WS-FMT-REJECT-COUNT
        DELIMITED BY SIZE INTO BRANCH-MAINT-LISTING-RECORD
    WRITE BRANCH-MAINT-LISTING-RECORD
    WRITE BRANCH-MAINT-LISTING-RECORD FROM HEADER-1

    CLOSE BRANCH-MAINT-FILE
    CLOSE BRANCH-MAINT-LISTING-FILE
    CLOSE BRANCH-MASTER-FILE
    CLOSE BRANCH-EXCEPTION-FILE
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
    READ BRANCH-MAINT-FILE
        AT END
            MOVE 'Y' TO WS-EOF
        NOT AT END
            EVALUATE TRUE
                WHEN BMT-ACTION-ADD
                    PERFORM 1100-APPLY-BRANCH-ADD
                WHEN BMT-ACTION-AMEND
                    PERFORM 1200-APPLY-BRANCH-AMEND
                WHEN BMT-ACTION-CLOSE
                    PERFORM 1300-APPLY-STATUS-CHANGE
                WHEN BMT-ACTION-REOPEN
                    PERFORM 1300-APPLY-STATUS-CHANGE
                WHEN BMT-ACTION-MERGE
                    PERFORM 1350-APPLY-MERGE
                WHEN OTHER
                    MOVE "INVALID ACTION CODE" TO WS-MAINT-REJECT-REASON
                    PERFORM 1400-WRITE-MAINT-EXCEPTION
            END-EVALUATE
    END-READ.

1100-APPLY-BRANCH-ADD.
    *> A new branch opens with its keyed details; a key collision
    *> means the code is already in use (perhaps by a closed or merged
    *> branch whose history must stay resolvable) and is rejected.
    IF BMT-BRANCH-CODE = SPACES
        MOVE "MISSING BRANCH CODE" TO WS-MAINT-REJECT-REASON
        PERFORM 1400-WRITE-MAINT-EXCEPTION
    ELSE
        IF BMT-BRANCH-NAME = SPACES
            MOVE "MISSING BRANCH NAME" TO WS-MAINT-REJECT-REASON
            PERFORM 1400-WRITE-MAINT-EXCEPTION
        ELSE
            MOVE BMT-BRANCH-CODE TO BR-BRANCH-CODE
            MOVE BMT-BRANCH-NAME TO BR-BRANCH-NAME
            MOVE BMT-REGION-CODE TO BR-REGION-CODE
            MOVE BMT-GL-COST-CENTRE TO BR-GL-COST-CENTRE
            MOVE 'O' TO BR-STATUS
            MOVE SPACES TO BR-SUCCESSOR-BRANCH
            MOVE WS-RUN-DATE TO BR-STATUS-DATE
            MOVE BMT-OPERATOR-ID TO BR-OPERATOR-ID
            WRITE BRANCH-MASTER-RECORD
                INVALID KEY
                    MOVE "DUPLICATE BRANCH" TO WS-MAINT-REJECT-REASON
                    PERFORM 1400-WRITE-MAINT-EXCEPTION
                NOT INVALID KEY
                    ADD 1 TO WS-APPLIED-COUNT
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    PERFORM 1500-WRITE-CHANGE-LISTING
            END-WRITE
        END-IF
    END-IF.

1200-APPLY-BRANCH-AMEND.
    *> An amend replaces the name, region and cost centre; a blank
    *> field on the request leaves that detail as it was. Status and
    *> successor change only through close, reopen and merge.
    MOVE BMT-BRANCH-CODE TO BR-BRANCH-CODE
    READ BRANCH-MASTER-FILE
        INVALID KEY
            MOVE "UNKNOWN BRANCH" TO WS-MAINT-REJECT-REASON
            PERFORM 1400-WRITE-MAINT-EXCEPTION
        NOT INVALID KEY
            PERFORM 1250-CAPTURE-BEFORE-IMAGE
            IF BMT-BRANCH-NAME NOT = SPACES
                MOVE BMT-BRANCH-NAME TO BR-BRANCH-NAME
            END-IF
            IF BMT-REGION-CODE NOT = SPACES
                MOVE BMT-REGION-CODE TO BR-REGION-CODE
            END-IF
            IF BMT-GL-COST-CENTRE NOT = SPACES
                MOVE BMT-GL-COST-CENTRE TO BR-GL-COST-CENTRE
            END-IF
            MOVE BMT-OPERATOR-ID TO BR-OPERATOR-ID
            REWRITE BRANCH-MASTER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            ADD 1 TO WS-APPLIED-COUNT
            PERFORM 1500-WRITE-CHANGE-LISTING
    END-READ.

1250-CAPTURE-BEFORE-IMAGE.
    MOVE BR-BRANCH-NAME      TO WS-BEF-NAME
    MOVE BR-REGION-CODE      TO WS-BEF-REGION
    MOVE BR-GL-COST-CENTRE   TO WS-BEF-COST-CENTRE
    MOVE BR-STATUS           TO WS-BEF-STATUS
    MOVE BR-SUCCESSOR-BRANCH TO WS-BEF-SUCCESSOR.

1300-APPLY-STATUS-CHANGE.
    *> Close and reopen both read the branch first so the listing can
    *> carry the before image. Either clears any successor: a closed
    *> branch's transactions are rejected, not redirected, and a
    *> reopened branch takes its own transactions again.
    MOVE BMT-BRANCH-CODE TO BR-BRANCH-CODE
    READ BRANCH-MASTER-FILE
        INVALID KEY
            MOVE "UNKNOWN BRANCH" TO WS-MAINT-REJECT-REASON
            PERFORM 1400-WRITE-MAINT-EXCEPTION
        NOT INVALID KEY
            PERFORM 1250-CAPTURE-BEFORE-IMAGE
            IF BMT-ACTION-REOPEN
                MOVE 'O' TO BR-STATUS
            ELSE
                MOVE 'C' TO BR-STATUS
            END-IF
            MOVE SPACES TO BR-SUCCESSOR-BRANCH
            MOVE WS-RUN-DATE TO BR-STATUS-DATE
            MOVE BMT-OPERATOR-ID TO BR-OPERATOR-ID
            REWRITE BRANCH-MASTER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            ADD 1 TO WS-APPLIED-COUNT
            PERFORM 1500-WRITE-CHANGE-LISTING
    END-READ.

1350-APPLY-MERGE.
    *> A merge retires the branch into a successor that must itself
    *> be on file and open - never the branch itself, and never a
    *> closed or already-merged branch - so the engine's remapping
    *> always ends at a live branch and can never loop.
    IF BMT-SUCCESSOR-BRANCH = SPACES
        OR BMT-SUCCESSOR-BRANCH = BMT-BRANCH-CODE
        MOVE "INVALID SUCCESSOR" TO WS-MAINT-REJECT-REASON
        PERFORM 1400-WRITE-MAINT-EXCEPTION
    ELSE
        MOVE 'N' TO WS-SUCCESSOR-VALID
        MOVE BMT-SUCCESSOR-BRANCH TO BR-BRANCH-CODE
        READ BRANCH-MASTER-FILE
            INVALID KEY
                MOVE "UNKNOWN SUCCESSOR" TO WS-MAINT-REJECT-REASON
            NOT INVALID KEY
                IF BR-STATUS-OPEN
                    MOVE 'Y' TO WS-SUCCESSOR-VALID
                ELSE
                    MOVE "SUCCESSOR NOT OPEN" TO WS-MAINT-REJECT-REASON
                END-IF
        END-READ
        IF WS-SUCCESSOR-VALID = 'N'
            PERFORM 1400-WRITE-MAINT-EXCEPTION
        ELSE
            PERFORM 1360-MERGE-INTO-SUCCESSOR
        END-IF
    END-IF.

1360-MERGE-INTO-SUCCESSOR.
    MOVE BMT-BRANCH-CODE TO BR-BRANCH-CODE
    READ BRANCH-MASTER-FILE
        INVALID KEY
            MOVE "UNKNOWN BRANCH" TO WS-MAINT-REJECT-REASON
            PERFORM 1400-WRITE-MAINT-EXCEPTION
        NOT INVALID KEY
            PERFORM 1250-CAPTURE-BEFORE-IMAGE
            MOVE 'M' TO BR-STATUS
            MOVE BMT-SUCCESSOR-BRANCH TO BR-SUCCESSOR-BRANCH
            MOVE WS-RUN-DATE TO BR-STATUS-DATE
            MOVE BMT-OPERATOR-ID TO BR-OPERATOR-ID
            REWRITE BRANCH-MASTER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            ADD 1 TO WS-APPLIED-COUNT
            PERFORM 1500-WRITE-CHANGE-LISTING
    END-READ.

1400-WRITE-MAINT-EXCEPTION.
    ADD 1 TO WS-MAINT-REJECT-COUNT
    MOVE BMT-SEQ-ID TO BEX-SEQ-ID
    STRING BMT-ACTION " BRANCH " BMT-BRANCH-CODE
        " " WS-MAINT-REJECT-REASON " BY " BMT-OPERATOR-ID
        DELIMITED BY SIZE INTO BEX-DETAIL
    WRITE BRANCH-EXCEPTION-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE
    MOVE SPACES TO BDL-MSG
    STRING BMT-SEQ-ID " " BMT-ACTION " BRANCH " BMT-BRANCH-CODE
        " REJECTED - " WS-MAINT-REJECT-REASON
        DELIMITED BY SIZE INTO BDL-MSG
    WRITE BRANCH-MAINT-LISTING-RECORD FROM BRANCH-DETAIL-LINE.

1500-WRITE-CHANGE-LISTING.
    *> Before/after block for audit: who keyed it, what the branch
    *> record was, what it became. A BAD shows a blank before image,
    *> marking the branch as newly opened.
    MOVE SPACES TO BDL-MSG
    STRING BMT-SEQ-ID " " BMT-ACTION " BRANCH " BR-BRANCH-CODE
        " BY " BMT-OPERATOR-ID
        DELIMITED BY SIZE INTO BDL-MSG
    WRITE BRANCH-MAINT-LISTING-RECORD FROM BRANCH-DETAIL-LINE
    MOVE SPACES TO BDL-MSG
    STRING "    BEFORE: " WS-BEF-STATUS " " WS-BEF-NAME
        " RG " WS-BEF-REGION " CC " WS-BEF-COST-CENTRE
        " TO " WS-BEF-SUCCESSOR
        DELIMITED BY SIZE INTO BDL-MSG
    WRITE BRANCH-MAINT-LISTING-RECORD FROM BRANCH-DETAIL-LINE
    MOVE SPACES TO BDL-MSG
    STRING "    AFTER : " BR-STATUS " " BR-BRANCH-NAME
        " RG " BR-REGION-CODE " CC " BR-GL-COST-CENTRE
        " TO " BR-SUCCESSOR-BRANCH
        DELIMITED BY SIZE INTO BDL-MSG
    WRITE BRANCH-MAINT-LISTING-RECORD FROM BRANCH-DETAIL-LINE.
