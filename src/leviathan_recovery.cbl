*> to the wrong account), this program restores the named
*> pre-posting generation snapshot over the live account master and
*> then re-drives that day's posting from the cumulative transaction
*> archive - applying the same posted, unreversed CRD/DEB/XFR records
*> 2000-POST-ACCOUNT-ACTIVITY applied, to the same pre-posting
*> balances. Every balance the restore or the re-drive changes gets
*> a before/after listing line, so the whole operation is provable
    05 TA-ACCOUNT-NUMBER        PIC X(10).
    05 TA-REVERSED-FLAG         PIC X(1).
    05 TA-POSTED-FLAG           PIC X(1).
    05 TA-COUNTERPARTY-ACCOUNT  PIC X(10).

FD  RECOVERY-LISTING-FILE.
01  RECOVERY-LISTING-RECORD PIC X(80).
01  WS-FMT-REDRIVEN        PIC Z,ZZZ,ZZ9.
01  WS-FMT-SKIPPED         PIC Z,ZZZ,ZZ9.

*> --- Re-Drive Leg Controls ---
*> The account one posting leg applies to and its direction ('C'
*> adds, 'D' subtracts). A CRD or DEB is one leg on its own account;
*> an XFR is a debit leg on TA-ACCOUNT-NUMBER and a credit leg on
*> TA-COUNTERPARTY-ACCOUNT, re-driven together or not at all.
01  WS-REDRIVE-ACCOUNT     PIC X(10).
01  WS-REDRIVE-LEG         PIC X(1).
01  WS-REDRIVE-PAIR-FOUND  PIC A(1) VALUE 'Y'.

*> --- Pre-Restore Balance Capture ---
*> The live master's balances as found, captured whole before the
*> restore truncates the file, so every restore line can show what
    IF TA-POSTED-FLAG NOT = 'Y' OR TA-REVERSED-FLAG = 'Y'
        ADD 1 TO WS-REDRIVE-SKIPPED
    ELSE
        IF TA-TRANS-TYPE = "XFR"
            PERFORM 3120-REDRIVE-TRANSFER
        ELSE
            MOVE TA-ACCOUNT-NUMBER TO WS-REDRIVE-ACCOUNT
            IF TA-TRANS-TYPE = "CRD"
                MOVE 'C' TO WS-REDRIVE-LEG
            ELSE
                MOVE 'D' TO WS-REDRIVE-LEG
            END-IF
            PERFORM 3110-REDRIVE-ONE-LEG
        END-IF
    END-IF.

3110-REDRIVE-ONE-LEG.
    MOVE WS-REDRIVE-ACCOUNT TO AM-ACCOUNT-NUMBER
    READ ACCOUNT-MASTER-FILE
        INVALID KEY
            ADD 1 TO WS-REDRIVE-SKIPPED
            MOVE SPACES TO RDL-MSG
            STRING TA-TRANS-ID " ACCT " WS-REDRIVE-ACCOUNT
                " NOT ON RESTORED MASTER - NOT RE-DRIVEN"
                DELIMITED BY SIZE INTO RDL-MSG
            WRITE RECOVERY-LISTING-RECORD
                FROM RECOVERY-DETAIL-LINE
            END-WRITE
        NOT INVALID KEY
            MOVE AM-CURRENT-BALANCE TO WS-PRIOR-BALANCE
            IF WS-REDRIVE-LEG = 'C'
                ADD TA-TRANS-AMOUNT TO AM-CURRENT-BALANCE
            ELSE
                SUBTRACT TA-TRANS-AMOUNT FROM AM-CURRENT-BALANCE
            END-IF
            *> The re-drive stamps the original posting date, not
            *> today's, so the dormancy clock reads as if the day
            *> had posted right the first time.
            MOVE TA-POSTED-DATE TO AM-LAST-ACTIVITY-DATE
            REWRITE ACCOUNT-MASTER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            ADD 1 TO WS-REDRIVEN-COUNT
            MOVE WS-PRIOR-BALANCE TO WS-FMT-BEFORE-BALANCE
            MOVE AM-CURRENT-BALANCE TO WS-FMT-AFTER-BALANCE
            MOVE SPACES TO RDL-MSG
            STRING TA-TRANS-ID " " TA-TRANS-TYPE " ACCT "
                WS-REDRIVE-ACCOUNT " BEFORE " WS-FMT-BEFORE-BALANCE
                DELIMITED BY SIZE INTO RDL-MSG
            WRITE RECOVERY-LISTING-RECORD
                FROM RECOVERY-DETAIL-LINE
            MOVE SPACES TO RDL-MSG
            STRING "    RE-DRIVEN          AFTER  "
                WS-FMT-AFTER-BALANCE
                DELIMITED BY SIZE INTO RDL-MSG
            WRITE RECOVERY-LISTING-RECORD
                FROM RECOVERY-DETAIL-LINE
    END-READ.

3120-REDRIVE-TRANSFER.
    *> Both legs or neither, as the engine posted them: the paying and
    *> the receiving account must both be on the restored master
    *> before either balance is touched.
    MOVE 'Y' TO WS-REDRIVE-PAIR-FOUND
    MOVE TA-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
    READ ACCOUNT-MASTER-FILE
        INVALID KEY
            MOVE 'N' TO WS-REDRIVE-PAIR-FOUND
    END-READ
    MOVE TA-COUNTERPARTY-ACCOUNT TO AM-ACCOUNT-NUMBER
    READ ACCOUNT-MASTER-FILE
        INVALID KEY
            MOVE 'N' TO WS-REDRIVE-PAIR-FOUND
    END-READ
    IF WS-REDRIVE-PAIR-FOUND = 'N'
        ADD 1 TO WS-REDRIVE-SKIPPED
        MOVE SPACES TO RDL-MSG
        STRING TA-TRANS-ID " TRANSFER " TA-ACCOUNT-NUMBER " TO "
            TA-COUNTERPARTY-ACCOUNT " - NOT ON MASTER"
            DELIMITED BY SIZE INTO RDL-MSG
        WRITE RECOVERY-LISTING-RECORD FROM RECOVERY-DETAIL-LINE
    ELSE
        MOVE TA-ACCOUNT-NUMBER TO WS-REDRIVE-ACCOUNT
        MOVE 'D' TO WS-REDRIVE-LEG
        PERFORM 3110-REDRIVE-ONE-LEG
        MOVE TA-COUNTERPARTY-ACCOUNT TO WS-REDRIVE-ACCOUNT
        MOVE 'C' TO WS-REDRIVE-LEG
        PERFORM 3110-REDRIVE-ONE-LEG
    END-IF.

3900-WRITE-RECOVERY-SUMMARY.
