>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEVIATHAN-DATE-ROLL.
AUTHOR. UBAYDA ALI.
*> ====================================================================
*> DESCRIPTION: Business-Day Calendar & Processing-Date Roll
*> Owns the one processing-date control record the whole nightly
*> chain reads its business date from, so a weekend, holiday or
*> after-midnight run posts under the business date it belongs to
*> rather than whatever date the machine clock shows. Runs as the
*> last step of the chain: the business date just processed becomes
*> the previous business date, and the next business day - weekends
*> skipped, and every holiday on the bank calendar file skipped - is
*> rolled in as tomorrow night's business date. The record also
*> carries the business day after that one and a month-end flag
*> (the next business day falls in a new month), so the interest
*> run can accrue the non-business days in one go and capitalize on
*> the last business day of the month without a calendar of its
*> own. The very first run, with no record on file, initializes it
*> from the clock date rolled forward to a business day. A corrupt
*> record or a calendar with no business day in sight is not
*> guessed at: the record is left as it stands and the run ends
*> with RETURN-CODE 8 for a human look, the scheduler-hold
*> convention the FX review and balance proof use.
*> ====================================================================

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The bank holiday calendar maintained by operations, one record
    *> per dated exception to the Monday-to-Friday week.
    SELECT CALENDAR-FILE ASSIGN TO "data/master/business_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-FILE-STATUS.
    *> The processing-date control record every program in the chain
    *> takes its business date from; rewritten whole on each roll.
    SELECT PROCESSING-DATE-FILE
        ASSIGN TO "data/master/processing_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROC-DATE-STATUS.
    SELECT ROLL-LISTING-FILE
        ASSIGN TO "data/output/date_roll_listing.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
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
*> --- Business Calendar (layout of record in business_calendar.dat) ---
*> An "H" record closes a weekday (bank holiday); a "W" record opens
*> a weekend day the bank has declared a working day. Any date not on
*> the file is a business day Monday to Friday and closed Saturday
*> and Sunday.
FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05 BC-DATE                  PIC X(8).
    05 BC-DAY-TYPE              PIC X(1).
        88 BC-HOLIDAY           VALUE 'H'.
        88 BC-WORKING-DAY       VALUE 'W'.
    05 BC-DESCRIPTION           PIC X(30).

*> --- Processing-Date Control Record (processing_date.dat) ---
FD  PROCESSING-DATE-FILE.
01  PROCESSING-DATE-RECORD.
    05 PD-BUSINESS-DATE         PIC X(8).
    05 PD-PREV-BUSINESS-DATE    PIC X(8).
    05 PD-NEXT-BUSINESS-DATE    PIC X(8).
    05 PD-MONTH-END-FLAG        PIC X(1).
        88 PD-MONTH-END         VALUE 'Y'.
    05 PD-ROLLED-TIMESTAMP      PIC X(14).

FD  ROLL-LISTING-FILE.
01  ROLL-LISTING-RECORD PIC X(80).

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
01  WS-CAL-EOF             PIC A(1) VALUE 'N'.
01  WS-CAL-FILE-STATUS     PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).
01  WS-CONTROL-ON-FILE     PIC A(1) VALUE 'N'.
01  WS-ROLL-HELD           PIC A(1) VALUE 'N'.

*> --- Run Controls ---
01  WS-CLOCK-DATE          PIC X(8).
01  WS-OLD-BUSINESS-DATE   PIC X(8) VALUE SPACES.
01  WS-NEW-BUSINESS-DATE   PIC X(8) VALUE SPACES.
01  WS-NEW-PREV-DATE       PIC X(8) VALUE SPACES.
01  WS-NEW-NEXT-DATE       PIC X(8) VALUE SPACES.
01  WS-NEW-MONTH-END       PIC X(1) VALUE 'N'.
01  WS-DAYS-SKIPPED        PIC 9(3) COMP-3 VALUE 0.
01  WS-FMT-DAYS-SKIPPED    PIC ZZ9.
01  WS-FMT-CAL-COUNT       PIC ZZ9.

*> --- Holiday Calendar Table ---
*> Loaded once from the calendar file; a few years of holidays fit
*> comfortably. Past capacity the remaining entries are reported
*> and ignored rather than overflowing the table.
01  WS-CAL-COUNT           PIC 9(3) COMP-3 VALUE 0.
01  WS-CAL-TABLE-FULL      PIC A(1) VALUE 'N'.
01  WS-CAL-TABLE.
    05 WS-CAL-ENTRY OCCURS 400 TIMES
        DEPENDING ON WS-CAL-COUNT
        INDEXED BY WS-CAL-IDX.
        10 WS-CAL-DATE          PIC X(8).
        10 WS-CAL-DAY-TYPE      PIC X(1).
        10 WS-CAL-DESCRIPTION   PIC X(30).

*> --- Business-Day Test ---
*> INTEGER-OF-DATE counts 1 January 1601, a Monday, as day 1, so the
*> day number modulo 7 gives 1 for Monday through 6 for Saturday and
*> 0 for Sunday.
01  WS-TEST-DATE-NUM       PIC 9(8) VALUE 0.
01  WS-TEST-DATE-INT       PIC 9(7) COMP-3 VALUE 0.
01  WS-TEST-WEEKDAY        PIC 9(1) VALUE 0.
01  WS-IS-BUSINESS-DAY     PIC A(1) VALUE 'Y'.
01  WS-NON-BUSINESS-REASON PIC X(30) VALUE SPACES.
01  WS-SCAN-LIMIT          PIC 9(2) COMP-3 VALUE 0.
01  WS-SCAN-FOUND          PIC A(1) VALUE 'N'.
01  WS-LIST-SKIPPED-DAYS   PIC A(1) VALUE 'N'.

*> --- Chain Step Ledger Controls ---
*> This step's name on the chain ledger and the steps that must have
*> completed for the same business date before it may start - cleanly
*> (return code below 8) unless the entry says otherwise.
01  WS-LEDGER-FILE-STATUS    PIC X(2).
01  WS-RUN-DATE              PIC X(8) VALUE SPACES.
01  WS-CHAIN-STEP-ID         PIC X(8) VALUE "DATEROLL".
01  WS-CHAIN-PROGRAM-ID      PIC X(30) VALUE "LEVIATHAN-DATE-ROLL".
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
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: BUSINESS-DAY PROCESSING-DATE ROLL".
01  HEADER-3               PIC X(80) VALUE "========================================================================".
01  ROLL-DETAIL-LINE.
    05 FILLER              PIC X(9) VALUE " [DATE]  ".
    05 RDL-MSG             PIC X(71).

PROCEDURE DIVISION.
0000-MAIN-PROCESSING.
    OPEN OUTPUT ROLL-LISTING-FILE

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOCK-DATE

    WRITE ROLL-LISTING-RECORD FROM HEADER-1
    WRITE ROLL-LISTING-RECORD FROM HEADER-2
    WRITE ROLL-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO ROLL-LISTING-RECORD
    STRING " CLOCK DATE: " WS-CLOCK-DATE
        DELIMITED BY SIZE INTO ROLL-LISTING-RECORD
    WRITE ROLL-LISTING-RECORD
    WRITE ROLL-LISTING-RECORD FROM " "

    PERFORM 0100-LOAD-CALENDAR
    PERFORM 0170-READ-PROCESSING-DATE

    *> The date only rolls once every other step of the chain has
    *> completed cleanly for the business date being closed; a roll
    *> held here leaves the chain on that date until the held step is
    *> put right and rerun.
    IF WS-CONTROL-ON-FILE = 'Y'
        MOVE WS-OLD-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
        MOVE WS-CLOCK-DATE TO WS-RUN-DATE
    END-IF
    PERFORM 0160-OPEN-CHAIN-STEP
    IF WS-CHAIN-STEP-HELD = 'Y'
        MOVE 'Y' TO WS-ROLL-HELD
        MOVE SPACES TO RDL-MSG
        STRING "NOT ROLLED - PREDECESSOR " WS-CHAIN-HELD-BY " "
            WS-CHAIN-HELD-REASON
            DELIMITED BY SIZE INTO RDL-MSG
        WRITE ROLL-LISTING-RECORD FROM ROLL-DETAIL-LINE
    END-IF

    IF WS-ROLL-HELD = 'N'
        PERFORM 1000-ROLL-BUSINESS-DATE
    END-IF
    IF WS-ROLL-HELD = 'N'
        PERFORM 2000-WRITE-PROCESSING-DATE
    END-IF

    PERFORM 3900-WRITE-ROLL-SUMMARY

    CLOSE ROLL-LISTING-FILE

    *> A roll that could not be made leaves yesterday's record in
    *> place and holds the schedule, rather than letting tomorrow's
    *> chain run under a date nobody chose.
    IF WS-ROLL-HELD = 'Y'
        MOVE 8 TO RETURN-CODE
    END-IF
    IF WS-CHAIN-STEP-HELD = 'N'
        PERFORM 9800-CLOSE-CHAIN-STEP
    END-IF
    STOP RUN.

0100-LOAD-CALENDAR.
    *> No calendar file means weekends are the only non-business
    *> days - reported, since a missing holiday list would post a
    *> bank holiday as an ordinary day.
    OPEN INPUT CALENDAR-FILE
    IF WS-CAL-FILE-STATUS = "00"
        PERFORM 0110-LOAD-ONE-CALENDAR-ENTRY UNTIL WS-CAL-EOF = 'Y'
    ELSE
        WRITE ROLL-LISTING-RECORD FROM " [SYSTEM] BUSINESS CALENDAR NOT AVAILABLE - WEEKENDS ONLY ARE CLOSED."
    END-IF
    CLOSE CALENDAR-FILE.

0110-LOAD-ONE-CALENDAR-ENTRY.
    READ CALENDAR-FILE
        AT END
            MOVE 'Y' TO WS-CAL-EOF
        NOT AT END
            EVALUATE TRUE
                WHEN CALENDAR-RECORD = SPACES
                    CONTINUE
                WHEN BC-DATE IS NUMERIC
                    AND (BC-HOLIDAY OR BC-WORKING-DAY)
                    IF WS-CAL-COUNT >= 400
                        IF WS-CAL-TABLE-FULL = 'N'
                            MOVE 'Y' TO WS-CAL-TABLE-FULL
                            WRITE ROLL-LISTING-RECORD FROM " [SYSTEM] CALENDAR TABLE FULL - LATER ENTRIES IGNORED."
                        END-IF
                    ELSE
                        ADD 1 TO WS-CAL-COUNT
                        SET WS-CAL-IDX TO WS-CAL-COUNT
                        MOVE BC-DATE        TO WS-CAL-DATE(WS-CAL-IDX)
                        MOVE BC-DAY-TYPE    TO WS-CAL-DAY-TYPE(WS-CAL-IDX)
                        MOVE BC-DESCRIPTION TO WS-CAL-DESCRIPTION(WS-CAL-IDX)
                    END-IF
                WHEN OTHER
                    MOVE SPACES TO RDL-MSG
                    STRING "CALENDAR ENTRY " BC-DATE " TYPE " BC-DAY-TYPE
                        " NOT RECOGNIZED - IGNORED"
                        DELIMITED BY SIZE INTO RDL-MSG
                    WRITE ROLL-LISTING-RECORD FROM ROLL-DETAIL-LINE
            END-EVALUATE
    END-READ.

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
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "FXREVIEW" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "SANCSCRN" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "SOGEN" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "ENGINE" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "BALPROOF" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "HOLDREVW" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "INTEREST" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "FEEGEN" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "TDMATURE" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "STATEMNT" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "DORMANCY" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'Y' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    *> The two reconciliations end with return code 8 whenever an
    *> aged item escalates, and their open items carry forward night
    *> to night by design; they must have run before the day closes,
    *> but their escalations are worked in daylight, not by holding
    *> the business date.
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "CLRRECON" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'N' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
    ADD 1 TO WS-CHAIN-PRED-COUNT
    SET WS-CHAIN-PRED-IDX TO WS-CHAIN-PRED-COUNT
    MOVE "ALRTRECN" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
    MOVE 'N' TO WS-CHAIN-PRED-CLEAN-REQD(WS-CHAIN-PRED-IDX)
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

0170-READ-PROCESSING-DATE.
    *> A missing record (status 35) is the first run ever and is
    *> initialized below; a record that is present but unreadable is
    *> held, not overwritten.
    OPEN INPUT PROCESSING-DATE-FILE
    IF WS-PROC-DATE-STATUS = "00"
        READ PROCESSING-DATE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PD-BUSINESS-DATE IS NUMERIC
                    MOVE 'Y' TO WS-CONTROL-ON-FILE
                    MOVE PD-BUSINESS-DATE TO WS-OLD-BUSINESS-DATE
                ELSE
                    MOVE 'Y' TO WS-ROLL-HELD
                    MOVE SPACES TO RDL-MSG
                    STRING "CONTROL RECORD DATE " PD-BUSINESS-DATE
                        " NOT VALID - ROLL HELD"
                        DELIMITED BY SIZE INTO RDL-MSG
                    WRITE ROLL-LISTING-RECORD FROM ROLL-DETAIL-LINE
                END-IF
        END-READ
    END-IF
    CLOSE PROCESSING-DATE-FILE.

1000-ROLL-BUSINESS-DATE.
    *> Normal night: the date just processed becomes the previous
    *> business date and the next business day after it is rolled in,
    *> recomputed against tonight's calendar so a holiday added since
    *> the last roll is honoured. First run: the chain has just
    *> processed the clock date (every step falls back to it with no
    *> record on file), so that date - moved forward to a business day
    *> if it is not one - is taken as the day closed and the roll goes
    *> on from it exactly as on a normal night.
    IF WS-CONTROL-ON-FILE = 'Y'
        MOVE WS-OLD-BUSINESS-DATE TO WS-NEW-PREV-DATE
        MOVE WS-OLD-BUSINESS-DATE TO WS-TEST-DATE-NUM
        MOVE 'Y' TO WS-LIST-SKIPPED-DAYS
        PERFORM 1200-FIND-NEXT-BUSINESS-DAY
        MOVE 'N' TO WS-LIST-SKIPPED-DAYS
        MOVE WS-TEST-DATE-NUM TO WS-NEW-BUSINESS-DATE
    ELSE
        WRITE ROLL-LISTING-RECORD FROM " [SYSTEM] NO PROCESSING-DATE RECORD ON FILE - CLOCK DATE TAKEN AS DAY CLOSED."
        MOVE WS-CLOCK-DATE TO WS-TEST-DATE-NUM
        PERFORM 1100-TEST-BUSINESS-DAY
        IF WS-IS-BUSINESS-DAY = 'Y'
            MOVE 'Y' TO WS-SCAN-FOUND
        ELSE
            MOVE 'Y' TO WS-LIST-SKIPPED-DAYS
            PERFORM 1150-LIST-SKIPPED-DAY
            PERFORM 1200-FIND-NEXT-BUSINESS-DAY
            MOVE 'N' TO WS-LIST-SKIPPED-DAYS
        END-IF
        IF WS-SCAN-FOUND = 'Y'
            MOVE WS-TEST-DATE-NUM TO WS-NEW-PREV-DATE
            MOVE 'Y' TO WS-LIST-SKIPPED-DAYS
            PERFORM 1200-FIND-NEXT-BUSINESS-DAY
            MOVE 'N' TO WS-LIST-SKIPPED-DAYS
            MOVE WS-TEST-DATE-NUM TO WS-NEW-BUSINESS-DATE
        END-IF
    END-IF

    IF WS-SCAN-FOUND = 'Y'
        MOVE WS-NEW-BUSINESS-DATE TO WS-TEST-DATE-NUM
        PERFORM 1200-FIND-NEXT-BUSINESS-DAY
        MOVE WS-TEST-DATE-NUM TO WS-NEW-NEXT-DATE
    END-IF

    IF WS-SCAN-FOUND = 'N'
        MOVE 'Y' TO WS-ROLL-HELD
        WRITE ROLL-LISTING-RECORD FROM " [SYSTEM] NO BUSINESS DAY WITHIN 31 DAYS - CHECK CALENDAR. ROLL HELD."
    ELSE
        *> The last business day of the month is the one whose next
        *> business day falls in another month - the day interest
        *> capitalizes and month-end statements are cut.
        IF WS-NEW-NEXT-DATE(5:2) NOT = WS-NEW-BUSINESS-DATE(5:2)
            MOVE 'Y' TO WS-NEW-MONTH-END
        END-IF
    END-IF.

1100-TEST-BUSINESS-DAY.
    *> Weekday by day number, then the calendar: a holiday entry
    *> closes a weekday, a working-day entry opens a weekend day.
    MOVE 'Y' TO WS-IS-BUSINESS-DAY
    MOVE SPACES TO WS-NON-BUSINESS-REASON
    COMPUTE WS-TEST-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TEST-DATE-NUM)
    COMPUTE WS-TEST-WEEKDAY = FUNCTION MOD(WS-TEST-DATE-INT, 7)
    IF WS-TEST-WEEKDAY = 0 OR WS-TEST-WEEKDAY = 6
        MOVE 'N' TO WS-IS-BUSINESS-DAY
        MOVE "WEEKEND" TO WS-NON-BUSINESS-REASON
    END-IF
    IF WS-CAL-COUNT > 0
        SET WS-CAL-IDX TO 1
        SEARCH WS-CAL-ENTRY
            AT END
                CONTINUE
            WHEN WS-CAL-DATE(WS-CAL-IDX) = WS-TEST-DATE-NUM
                IF WS-CAL-DAY-TYPE(WS-CAL-IDX) = 'H'
                    MOVE 'N' TO WS-IS-BUSINESS-DAY
                    MOVE WS-CAL-DESCRIPTION(WS-CAL-IDX)
                        TO WS-NON-BUSINESS-REASON
                ELSE
                    MOVE 'Y' TO WS-IS-BUSINESS-DAY
                    MOVE SPACES TO WS-NON-BUSINESS-REASON
                END-IF
        END-SEARCH
    END-IF.

1150-LIST-SKIPPED-DAY.
    ADD 1 TO WS-DAYS-SKIPPED
    MOVE SPACES TO RDL-MSG
    STRING WS-TEST-DATE-NUM " SKIPPED - NOT A BUSINESS DAY: "
        WS-NON-BUSINESS-REASON
        DELIMITED BY SIZE INTO RDL-MSG
    WRITE ROLL-LISTING-RECORD FROM ROLL-DETAIL-LINE.

1200-FIND-NEXT-BUSINESS-DAY.
    *> Steps forward a day at a time from WS-TEST-DATE-NUM to the
    *> next business day. The 31-day bound keeps a calendar keyed
    *> wrong (a whole month of holidays) from looping forever.
    MOVE 'N' TO WS-SCAN-FOUND
    MOVE 0 TO WS-SCAN-LIMIT
    PERFORM UNTIL WS-SCAN-FOUND = 'Y' OR WS-SCAN-LIMIT >= 31
        ADD 1 TO WS-SCAN-LIMIT
        COMPUTE WS-TEST-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-TEST-DATE-NUM) + 1
        COMPUTE WS-TEST-DATE-NUM =
            FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INT)
        PERFORM 1100-TEST-BUSINESS-DAY
        IF WS-IS-BUSINESS-DAY = 'Y'
            MOVE 'Y' TO WS-SCAN-FOUND
        ELSE
            IF WS-LIST-SKIPPED-DAYS = 'Y'
                PERFORM 1150-LIST-SKIPPED-DAY
            END-IF
        END-IF
    END-PERFORM.

2000-WRITE-PROCESSING-DATE.
    OPEN OUTPUT PROCESSING-DATE-FILE
    MOVE SPACES TO PROCESSING-DATE-RECORD
    MOVE WS-NEW-BUSINESS-DATE TO PD-BUSINESS-DATE
    MOVE WS-NEW-PREV-DATE     TO PD-PREV-BUSINESS-DATE
    MOVE WS-NEW-NEXT-DATE     TO PD-NEXT-BUSINESS-DATE
    MOVE WS-NEW-MONTH-END     TO PD-MONTH-END-FLAG
    MOVE FUNCTION CURRENT-DATE(1:14) TO PD-ROLLED-TIMESTAMP
    WRITE PROCESSING-DATE-RECORD
    CLOSE PROCESSING-DATE-FILE.

3900-WRITE-ROLL-SUMMARY.
    MOVE WS-DAYS-SKIPPED TO WS-FMT-DAYS-SKIPPED
    MOVE WS-CAL-COUNT TO WS-FMT-CAL-COUNT
    WRITE ROLL-LISTING-RECORD FROM " "
    WRITE ROLL-LISTING-RECORD FROM HEADER-1
    IF WS-ROLL-HELD = 'Y'
        WRITE ROLL-LISTING-RECORD FROM " [SYSTEM] DATE ROLL HELD - PROCESSING DATE UNCHANGED. SUMMARY:"
    ELSE
        WRITE ROLL-LISTING-RECORD FROM " [SYSTEM] DATE ROLL COMPLETE. SUMMARY:"
    END-IF
    MOVE SPACES TO ROLL-LISTING-RECORD
    STRING "    -> DATE PROCESSED      : " WS-OLD-BUSINESS-DATE
        DELIMITED BY SIZE INTO ROLL-LISTING-RECORD
    WRITE ROLL-LISTING-RECORD
    MOVE SPACES TO ROLL-LISTING-RECORD
    STRING "    -> NEW BUSINESS DATE   : " WS-NEW-BUSINESS-DATE
        DELIMITED BY SIZE INTO ROLL-LISTING-RECORD
    WRITE ROLL-LISTING-RECORD
    MOVE SPACES TO ROLL-LISTING-RECORD
    STRING "    -> PREVIOUS BUS. DATE  : " WS-NEW-PREV-DATE
        DELIMITED BY SIZE INTO ROLL-LISTING-RECORD
    WRITE ROLL-LISTING-RECORD
    MOVE SPACES TO ROLL-LISTING-RECORD
    STRING "    -> NEXT BUS. DATE      : " WS-NEW-NEXT-DATE
        DELIMITED BY SIZE INTO ROLL-LISTING-RECORD
    WRITE ROLL-LISTING-RECORD
    MOVE SPACES TO ROLL-LISTING-RECORD
    STRING "    -> MONTH-END BUS. DAY  : " WS-NEW-MONTH-END
        DELIMITED BY SIZE INTO ROLL-LISTING-RECORD
    WRITE ROLL-LISTING-RECORD
    MOVE SPACES TO ROLL-LISTING-RECORD
    STRING "    -> DAYS SKIPPED        : " WS-FMT-DAYS-SKIPPED
        DELIMITED BY SIZE INTO ROLL-LISTING-RECORD
    WRITE ROLL-LISTING-RECORD
    MOVE SPACES TO ROLL-LISTING-RECORD
    STRING "    -> CALENDAR ENTRIES    : " WS-FMT-CAL-COUNT
        DELIMITED BY SIZE INTO ROLL-LISTING-RECORD
    WRITE ROLL-LISTING-RECORD
    WRITE ROLL-LISTING-RECORD FROM HEADER-1.

9800-CLOSE-CHAIN-STEP.
    *> The step's ledger entry is completed with its return code and key
    *> counts (calendar entries loaded, dates rolled, rolls held). Only a
    *> completed roll is entered here; a roll the ledger held keeps its
    *> held entry.
    MOVE WS-CAL-COUNT TO WS-CHAIN-COUNT-IN
    IF WS-ROLL-HELD = 'Y'
        MOVE 0 TO WS-CHAIN-COUNT-OUT
        MOVE 1 TO WS-CHAIN-COUNT-EXCEPTIONS
    ELSE
        MOVE 1 TO WS-CHAIN-COUNT-OUT
        MOVE 0 TO WS-CHAIN-COUNT-EXCEPTIONS
    END-IF
    MOVE 'C' TO WS-CHAIN-STEP-STATUS
    MOVE RETURN-CODE TO WS-CHAIN-RETURN-CODE
    OPEN I-O CHAIN-LEDGER-FILE
    PERFORM 0162-WRITE-CHAIN-LEDGER-ENTRY
    CLOSE CHAIN-LEDGER-FILE.
