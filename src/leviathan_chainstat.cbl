>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEVIATHAN-CHAIN-STATUS.
AUTHOR. UBAYDA ALI.
*> ====================================================================
*> DESCRIPTION: Nightly Chain Status Report
*> Every step of the nightly chain enters itself on the shared chain
*> ledger when it starts and again when it ends, and refuses to start
*> unless the steps it depends on completed cleanly for the same
*> business date. This report reads the ledger back for one business
*> date and lists every step of the chain in running order as DONE,
*> HELD (ended with a return code of 8 or more, or refused to start
*> and waiting on a named predecessor), STARTED (no end entry - still
*> running or abended) or NOT RUN, with its start and end times,
*> return code and key counts - so the morning handover starts from
*> one page instead of every step's listing. It changes nothing and
*> can be run at any time.
*> The date reported is the one named on the optional control card;
*> without one it is tonight's business date while the chain is on
*> it, or - once the date roll has closed the day and nothing has yet
*> run on the new date - the business date just closed.
*> ====================================================================

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Read only: keyed lookups per step, and a START to see whether
    *> anything has run yet on the current business date.
    SELECT CHAIN-LEDGER-FILE
        ASSIGN TO "data/master/chain_ledger.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CL-LEDGER-KEY
        FILE STATUS IS WS-LEDGER-FILE-STATUS.
    SELECT STATUS-DATE-CARD-FILE
        ASSIGN TO "data/input/chain_status_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-FILE-STATUS.
    SELECT CHAIN-STATUS-FILE
        ASSIGN TO "data/output/chain_status_report.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The processing-date control record LEVIATHAN-DATE-ROLL rolls
    *> forward each night; the business date this run belongs to.
    SELECT PROCESSING-DATE-FILE
        ASSIGN TO "data/master/processing_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
FILE SECTION.
*> --- Chain Step Ledger (keyed by business date + step) ---
*> Field for field the same in every step of the nightly chain.
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

*> --- Optional Control Card ---
*> One business date (YYYYMMDD) to report instead of the default.
FD  STATUS-DATE-CARD-FILE.
01  STATUS-DATE-CARD-RECORD.
    05 SDC-BUSINESS-DATE        PIC X(8).

FD  CHAIN-STATUS-FILE.
01  CHAIN-STATUS-RECORD        PIC X(80).

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
*> --- File Statuses & Flags ---
01  WS-LEDGER-FILE-STATUS  PIC X(2).
01  WS-CARD-FILE-STATUS    PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).
01  WS-LEDGER-PRESENT      PIC A(1) VALUE 'N'.
01  WS-ENTRY-FOUND         PIC A(1) VALUE 'N'.
01  WS-DATE-HAS-ENTRIES    PIC A(1) VALUE 'N'.

*> --- Run Controls ---
01  WS-RUN-DATE            PIC X(8).
01  WS-PREV-BUSINESS-DATE  PIC X(8) VALUE SPACES.
01  WS-REPORT-DATE         PIC X(8).
01  WS-REPORT-DATE-SOURCE  PIC X(30) VALUE SPACES.
01  WS-REPORT-TIMESTAMP    PIC X(14).

*> --- Chain Definition ---
*> The steps of the nightly chain in running order, under the names
*> each step enters itself on the ledger with.
01  WS-STEP-COUNT          PIC 9(2) COMP-3 VALUE 0.
01  WS-STEP-TABLE.
    05 WS-STEP-ENTRY OCCURS 20 TIMES
        DEPENDING ON WS-STEP-COUNT
        INDEXED BY WS-STEP-IDX.
        10 WS-STEP-ID          PIC X(8).
        10 WS-STEP-PROGRAM     PIC X(30).

*> --- Step Line Work Fields ---
01  WS-STEP-STATUS-TEXT    PIC X(8).
01  WS-FMT-RC              PIC ZZZ9.
01  WS-FMT-IN              PIC ZZZ,ZZZ,ZZ9.
01  WS-FMT-OUT             PIC ZZZ,ZZZ,ZZ9.
01  WS-FMT-EXCEPTIONS      PIC ZZZ,ZZZ,ZZ9.

*> --- Accumulators ---
01  WS-DONE-COUNT          PIC 9(2) COMP-3 VALUE 0.
01  WS-HELD-COUNT          PIC 9(2) COMP-3 VALUE 0.
01  WS-STARTED-COUNT       PIC 9(2) COMP-3 VALUE 0.
01  WS-NOT-RUN-COUNT       PIC 9(2) COMP-3 VALUE 0.
01  WS-FMT-COUNT           PIC Z9.

*> --- Listing Headers & Detail Lines ---
01  HEADER-1               PIC X(80) VALUE "========================================================================".
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: NIGHTLY CHAIN STATUS".
01  HEADER-3               PIC X(80) VALUE "========================================================================".
01  CHAIN-DETAIL-LINE.
    05 FILLER              PIC X(9) VALUE " [CHAIN] ".
    05 CDL-MSG             PIC X(71).

PROCEDURE DIVISION.
0000-MAIN-PROCESSING.
    OPEN OUTPUT CHAIN-STATUS-FILE

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-REPORT-TIMESTAMP
    PERFORM 0100-LOAD-CHAIN-DEFINITION
    PERFORM 0170-READ-PROCESSING-DATE

    OPEN INPUT CHAIN-LEDGER-FILE
    IF WS-LEDGER-FILE-STATUS = "00"
        MOVE 'Y' TO WS-LEDGER-PRESENT
    END-IF

    PERFORM 0180-CHOOSE-REPORT-DATE

    WRITE CHAIN-STATUS-RECORD FROM HEADER-1
    WRITE CHAIN-STATUS-RECORD FROM HEADER-2
    WRITE CHAIN-STATUS-RECORD FROM HEADER-3
    MOVE SPACES TO CHAIN-STATUS-RECORD
    STRING " BUSINESS DATE: " WS-REPORT-DATE " (" DELIMITED BY SIZE
        WS-REPORT-DATE-SOURCE DELIMITED BY "  "
        ")" DELIMITED BY SIZE
        INTO CHAIN-STATUS-RECORD
    WRITE CHAIN-STATUS-RECORD
    MOVE SPACES TO CHAIN-STATUS-RECORD
    STRING " REPORTED AT:   " WS-REPORT-TIMESTAMP
        DELIMITED BY SIZE INTO CHAIN-STATUS-RECORD
    WRITE CHAIN-STATUS-RECORD
    WRITE CHAIN-STATUS-RECORD FROM " "

    IF WS-LEDGER-PRESENT = 'N'
        WRITE CHAIN-STATUS-RECORD FROM " [SYSTEM] CHAIN LEDGER NOT AVAILABLE - NO STEP HAS RUN."
    END-IF

    WRITE CHAIN-STATUS-RECORD FROM "         STEP     STATUS   STARTED        ENDED            RC"

    SET WS-STEP-IDX TO 1
    PERFORM WS-STEP-COUNT TIMES
        PERFORM 1000-REPORT-ONE-STEP
        SET WS-STEP-IDX UP BY 1
    END-PERFORM

    PERFORM 3900-WRITE-STATUS-SUMMARY

    IF WS-LEDGER-PRESENT = 'Y'
        CLOSE CHAIN-LEDGER-FILE
    END-IF
    CLOSE CHAIN-STATUS-FILE
    STOP RUN.

0100-LOAD-CHAIN-DEFINITION.
    *> Running order of the nightly chain. The names match the step
    *> names each program enters on the ledger.
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "PREFLGHT" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-PARM-PREFLIGHT" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "FXREVIEW" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-FX-REVIEW" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "SANCSCRN" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-SANCTIONS-SCREEN" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "SOGEN" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-SO-GENERATE" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "ENGINE" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-ENGINE" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "BALPROOF" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-BALANCE-PROOF" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "HOLDREVW" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-HOLD-REVIEW" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "INTEREST" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-INT-ACCRUE" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "FEEGEN" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-FEE-GENERATE" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "TDMATURE" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-TD-MATURITY" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "STATEMNT" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-STATEMENTS" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "DORMANCY" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-DORMANCY" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "CLRRECON" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-CLEARING-RECON" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "ALRTRECN" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-ALERT-RECON" TO WS-STEP-PROGRAM(WS-STEP-IDX)
    ADD 1 TO WS-STEP-COUNT
    SET WS-STEP-IDX TO WS-STEP-COUNT
    MOVE "DATEROLL" TO WS-STEP-ID(WS-STEP-IDX)
    MOVE "LEVIATHAN-DATE-ROLL" TO WS-STEP-PROGRAM(WS-STEP-IDX).

0170-READ-PROCESSING-DATE.
    *> The business date comes from the chain's processing-date
    *> control record; the clock date stands in only until the first
    *> date roll has written the record.
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

0180-CHOOSE-REPORT-DATE.
    *> A control card naming a date wins. Otherwise the current
    *> business date is reported if any step has entered itself on it
    *> yet; if none has, the chain finished and rolled last night (or
    *> has not begun tonight), so the business date just closed is the
    *> one the handover wants.
    MOVE WS-RUN-DATE TO WS-REPORT-DATE
    MOVE "CURRENT BUSINESS DATE" TO WS-REPORT-DATE-SOURCE
    OPEN INPUT STATUS-DATE-CARD-FILE
    IF WS-CARD-FILE-STATUS = "00"
        READ STATUS-DATE-CARD-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SDC-BUSINESS-DATE IS NUMERIC
                    MOVE SDC-BUSINESS-DATE TO WS-REPORT-DATE
                    MOVE "CONTROL CARD" TO WS-REPORT-DATE-SOURCE
                END-IF
        END-READ
        CLOSE STATUS-DATE-CARD-FILE
    END-IF
    IF WS-REPORT-DATE-SOURCE NOT = "CONTROL CARD"
        AND WS-LEDGER-PRESENT = 'Y'
        AND WS-PREV-BUSINESS-DATE NOT = SPACES
        PERFORM 0185-CHECK-DATE-HAS-ENTRIES
        IF WS-DATE-HAS-ENTRIES = 'N'
            MOVE WS-PREV-BUSINESS-DATE TO WS-REPORT-DATE
            MOVE "LAST BUSINESS DATE CLOSED" TO WS-REPORT-DATE-SOURCE
        END-IF
    END-IF.

0185-CHECK-DATE-HAS-ENTRIES.
    MOVE 'N' TO WS-DATE-HAS-ENTRIES
    MOVE WS-RUN-DATE TO CL-BUSINESS-DATE
    MOVE LOW-VALUES TO CL-STEP-ID
    START CHAIN-LEDGER-FILE KEY NOT LESS THAN CL-LEDGER-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ CHAIN-LEDGER-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    IF CL-BUSINESS-DATE = WS-RUN-DATE
                        MOVE 'Y' TO WS-DATE-HAS-ENTRIES
                    END-IF
            END-READ
    END-START.

1000-REPORT-ONE-STEP.
    PERFORM 1100-READ-STEP-ENTRY
    MOVE SPACES TO CDL-MSG
    IF WS-ENTRY-FOUND = 'N'
        ADD 1 TO WS-NOT-RUN-COUNT
        STRING WS-STEP-ID(WS-STEP-IDX) " NOT RUN"
            DELIMITED BY SIZE INTO CDL-MSG
        WRITE CHAIN-STATUS-RECORD FROM CHAIN-DETAIL-LINE
        MOVE SPACES TO CDL-MSG
        STRING "         " WS-STEP-PROGRAM(WS-STEP-IDX)
            DELIMITED BY SIZE INTO CDL-MSG
        WRITE CHAIN-STATUS-RECORD FROM CHAIN-DETAIL-LINE
    ELSE
        EVALUATE TRUE
            WHEN CL-STEP-COMPLETED AND CL-RETURN-CODE < 8
                MOVE "DONE" TO WS-STEP-STATUS-TEXT
                ADD 1 TO WS-DONE-COUNT
            WHEN CL-STEP-STARTED
                MOVE "STARTED" TO WS-STEP-STATUS-TEXT
                ADD 1 TO WS-STARTED-COUNT
            WHEN OTHER
                MOVE "HELD" TO WS-STEP-STATUS-TEXT
                ADD 1 TO WS-HELD-COUNT
        END-EVALUATE
        MOVE CL-RETURN-CODE TO WS-FMT-RC
        IF CL-STEP-STARTED
            STRING WS-STEP-ID(WS-STEP-IDX) " " WS-STEP-STATUS-TEXT " "
                CL-START-TIMESTAMP
                DELIMITED BY SIZE INTO CDL-MSG
        ELSE
            STRING WS-STEP-ID(WS-STEP-IDX) " " WS-STEP-STATUS-TEXT " "
                CL-START-TIMESTAMP " " CL-END-TIMESTAMP " " WS-FMT-RC
                DELIMITED BY SIZE INTO CDL-MSG
        END-IF
        WRITE CHAIN-STATUS-RECORD FROM CHAIN-DETAIL-LINE
        MOVE SPACES TO CDL-MSG
        EVALUATE TRUE
            WHEN CL-STEP-HELD
                STRING "         NOT STARTED - WAITING ON " CL-HELD-BY-STEP
                    DELIMITED BY SIZE INTO CDL-MSG
            WHEN CL-STEP-STARTED
                STRING "         NO END ENTRY - STILL RUNNING OR ABENDED"
                    DELIMITED BY SIZE INTO CDL-MSG
            WHEN OTHER
                MOVE CL-RECORDS-IN TO WS-FMT-IN
                MOVE CL-RECORDS-OUT TO WS-FMT-OUT
                MOVE CL-EXCEPTION-COUNT TO WS-FMT-EXCEPTIONS
                STRING "         IN " WS-FMT-IN "  OUT " WS-FMT-OUT
                    "  EXC " WS-FMT-EXCEPTIONS
                    DELIMITED BY SIZE INTO CDL-MSG
        END-EVALUATE
        WRITE CHAIN-STATUS-RECORD FROM CHAIN-DETAIL-LINE
    END-IF.

1100-READ-STEP-ENTRY.
    MOVE 'N' TO WS-ENTRY-FOUND
    IF WS-LEDGER-PRESENT = 'Y'
        MOVE WS-REPORT-DATE TO CL-BUSINESS-DATE
        MOVE WS-STEP-ID(WS-STEP-IDX) TO CL-STEP-ID
        READ CHAIN-LEDGER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-ENTRY-FOUND
        END-READ
    END-IF.

3900-WRITE-STATUS-SUMMARY.
    WRITE CHAIN-STATUS-RECORD FROM " "
    WRITE CHAIN-STATUS-RECORD FROM HEADER-1
    IF WS-DONE-COUNT = WS-STEP-COUNT
        WRITE CHAIN-STATUS-RECORD FROM " [SYSTEM] CHAIN COMPLETE FOR THIS BUSINESS DATE. SUMMARY:"
    ELSE
        WRITE CHAIN-STATUS-RECORD FROM " [SYSTEM] CHAIN NOT COMPLETE FOR THIS BUSINESS DATE. SUMMARY:"
    END-IF
    MOVE WS-DONE-COUNT TO WS-FMT-COUNT
    MOVE SPACES TO CHAIN-STATUS-RECORD
    STRING "    -> STEPS DONE    : " WS-FMT-COUNT
        DELIMITED BY SIZE INTO CHAIN-STATUS-RECORD
    WRITE CHAIN-STATUS-RECORD
    MOVE WS-HELD-COUNT TO WS-FMT-COUNT
    MOVE SPACES TO CHAIN-STATUS-RECORD
    STRING "    -> STEPS HELD    : " WS-FMT-COUNT
        DELIMITED BY SIZE INTO CHAIN-STATUS-RECORD
    WRITE CHAIN-STATUS-RECORD
    MOVE WS-STARTED-COUNT TO WS-FMT-COUNT
    MOVE SPACES TO CHAIN-STATUS-RECORD
    STRING "    -> STEPS STARTED : " WS-FMT-COUNT
        DELIMITED BY SIZE INTO CHAIN-STATUS-RECORD
    WRITE CHAIN-STATUS-RECORD
    MOVE WS-NOT-RUN-COUNT TO WS-FMT-COUNT
    MOVE SPACES TO CHAIN-STATUS-RECORD
    STRING "    -> STEPS NOT RUN : " WS-FMT-COUNT
        DELIMITED BY SIZE INTO CHAIN-STATUS-RECORD
    WRITE CHAIN-STATUS-RECORD
    WRITE CHAIN-STATUS-RECORD FROM HEADER-1.
