    SELECT RECON-LISTING-FILE
        ASSIGN TO "data/output/alert_recon_listing.txt"
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
FD  RECON-LISTING-FILE.
01  RECON-LISTING-RECORD   PIC X(80).

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
01  WS-SAR-EOF             PIC A(1) VALUE 'N'.
01  WS-OUT-FILE-STATUS     PIC X(2).
01  WS-DISP-FILE-STATUS    PIC X(2).
01  WS-ACK-PARM-STATUS     PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).
01  WS-SAR-ON-FILE         PIC A(1) VALUE 'Y'.
01  WS-STRUCT-ON-FILE      PIC A(1) VALUE 'Y'.

01  WS-ALERT-AGE-DAYS      PIC S9(5) COMP-3 VALUE 0.
01  WS-FMT-AGE-DAYS        PIC ZZZZ9.

*> --- Chain Step Ledger Controls ---
*> This step's name on the chain ledger and the steps that must have
*> completed for the same business date before it may start - cleanly
*> (return code below 8) unless the entry says otherwise.
01  WS-LEDGER-FILE-STATUS    PIC X(2).
01  WS-CHAIN-STEP-ID         PIC X(8) VALUE "ALRTRECN".
01  WS-CHAIN-PROGRAM-ID      PIC X(30) VALUE "LEVIATHAN-ALERT-RECON".
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
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: ALERT FEED ACKNOWLEDGMENT RECONCILIATION".

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

    OPEN OUTPUT RECON-LISTING-FILE

    *> The first run ever has no outstanding file (FILE STATUS
        OPEN I-O OUTSTANDING-FILE
    END-IF

    PERFORM 0175-READ-ACK-LIMIT

    WRITE RECON-LISTING-RECORD FROM HEADER-1
    IF WS-ESCALATED-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF
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
    MOVE "ENGINE" TO WS-CHAIN-PRED-ID(WS-CHAIN-PRED-IDX)
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
    OPEN OUTPUT RECON-LISTING-FILE
    WRITE RECON-LISTING-RECORD FROM HEADER-1
    WRITE RECON-LISTING-RECORD FROM HEADER-2
    WRITE RECON-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO RECON-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO RECON-LISTING-RECORD
    WRITE RECON-LISTING-RECORD
    WRITE RECON-LISTING-RECORD FROM " "
    MOVE SPACES TO RECON-LISTING-RECORD
    STRING " [HELD]   NOT RUN - PREDECESSOR " WS-CHAIN-HELD-BY " "
        WS-CHAIN-HELD-REASON
        DELIMITED BY SIZE INTO RECON-LISTING-RECORD
    WRITE RECON-LISTING-RECORD
    WRITE RECON-LISTING-RECORD FROM HEADER-1
    CLOSE RECON-LISTING-FILE.

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

0175-READ-ACK-LIMIT.
    *> Compliance maintains the acknowledgment window in this
    *> parameter file so it can be tightened without a code change.
        DELIMITED BY SIZE INTO RECON-LISTING-RECORD
    WRITE RECON-LISTING-RECORD
    WRITE RECON-LISTING-RECORD FROM HEADER-1.

9800-CLOSE-CHAIN-STEP.
    *> The step's ledger entry is completed with its return code and key
    *> counts (alerts absorbed, acknowledged, still outstanding). A
    *> return code of 8 or more holds every step that depends on this
    *> one.
    MOVE WS-ABSORBED-COUNT TO WS-CHAIN-COUNT-IN
    MOVE WS-ACKED-COUNT TO WS-CHAIN-COUNT-OUT
    MOVE WS-OUTSTANDING-COUNT TO WS-CHAIN-COUNT-EXCEPTIONS
    MOVE 'C' TO WS-CHAIN-STEP-STATUS
    MOVE RETURN-CODE TO WS-CHAIN-RETURN-CODE
    OPEN I-O CHAIN-LEDGER-FILE
    PERFORM 0162-WRITE-CHAIN-LEDGER-ENTRY
    CLOSE CHAIN-LEDGER-FILE.
