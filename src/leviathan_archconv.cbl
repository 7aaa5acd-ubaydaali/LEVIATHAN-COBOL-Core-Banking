>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEVIATHAN-ARCH-CONVERT.
AUTHOR. UBAYDA ALI.
*> ====================================================================
*> DESCRIPTION: One-Time Transaction Archive Layout Conversion
*> The transaction archive record grew: TA-COUNTERPARTY-ACCOUNT (the
*> credit account of an XFR internal transfer) now follows the posted
*> flag. The daily transaction log is rebuilt from empty every night
*> and needs no conversion, but the cumulative archive carries up to
*> its full retention window in the old layout and would misparse in
*> the engine, the month-end statements and the recovery re-drive on
*> the first post-upgrade run. So this utility is run once, before
*> the new programs: it reads the old-layout archive, writes every
*> row to a new-layout file with a blank counterparty (no row written
*> before the upgrade can be a transfer), and reports the count
*> converted. It writes to a NEW file name and never touches the live
*> archive: operations verifies the listing, then swaps
*> trans_archive_new.dat into place as trans_archive.dat with the old
*> file kept aside until the first clean nightly run.
*> ====================================================================

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The live archive in the OLD layout; DYNAMIC so the whole file
    *> is walked in key order with READ NEXT.
    SELECT OLD-ARCHIVE-FILE
        ASSIGN TO "data/master/trans_archive.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OTA-KEY
        FILE STATUS IS WS-OLD-FILE-STATUS.
    *> The converted archive in the NEW layout, under a new name so
    *> the live file is never touched; operations swaps it in.
    SELECT NEW-ARCHIVE-FILE
        ASSIGN TO "data/master/trans_archive_new.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TA-KEY
        FILE STATUS IS WS-NEW-FILE-STATUS.
    SELECT CONVERT-LISTING-FILE
        ASSIGN TO "data/output/archive_convert_listing.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> --- Transaction Archive, OLD Layout ---
*> The record as every program declared it before transfers: ending
*> at the posted flag.
FD  OLD-ARCHIVE-FILE.
01  OLD-ARCHIVE-RECORD.
    05 OTA-KEY.
        10 OTA-POSTED-DATE      PIC X(8).
        10 OTA-TRANS-ID         PIC X(10).
    05 OTA-TRANS-TYPE           PIC X(3).
    05 OTA-TRANS-AMOUNT         PIC 9(7)V99.
    05 OTA-BRANCH-CODE          PIC X(4).
    05 OTA-CURRENCY-CODE        PIC X(3).
    05 OTA-NATIVE-AMOUNT        PIC 9(7)V99.
    05 OTA-ACCOUNT-NUMBER       PIC X(10).
    05 OTA-REVERSED-FLAG        PIC X(1).
    05 OTA-POSTED-FLAG          PIC X(1).

*> --- Transaction Archive, NEW Layout ---
*> Field for field the record LEVIATHAN-ENGINE now archives at end of
*> run.
FD  NEW-ARCHIVE-FILE.
01  TRANS-ARCHIVE-RECORD.
    05 TA-KEY.
        10 TA-POSTED-DATE       PIC X(8).
        10 TA-TRANS-ID          PIC X(10).
    05 TA-TRANS-TYPE            PIC X(3).
    05 TA-TRANS-AMOUNT          PIC 9(7)V99.
    05 TA-BRANCH-CODE           PIC X(4).
    05 TA-CURRENCY-CODE         PIC X(3).
    05 TA-NATIVE-AMOUNT         PIC 9(7)V99.
    05 TA-ACCOUNT-NUMBER        PIC X(10).
    05 TA-REVERSED-FLAG         PIC X(1).
    05 TA-POSTED-FLAG           PIC X(1).
    05 TA-COUNTERPARTY-ACCOUNT  PIC X(10).

FD  CONVERT-LISTING-FILE.
01  CONVERT-LISTING-RECORD PIC X(80).

WORKING-STORAGE SECTION.
*> --- End of File Flags & File Statuses ---
01  WS-OLD-EOF             PIC A(1) VALUE 'N'.
01  WS-OLD-FILE-STATUS     PIC X(2).
01  WS-NEW-FILE-STATUS     PIC X(2).
01  WS-OLD-ON-FILE         PIC A(1) VALUE 'Y'.

*> --- Run Controls & Accumulators ---
01  WS-RUN-DATE            PIC X(8).
01  WS-CONVERTED-COUNT     PIC 9(7) COMP-3 VALUE 0.
01  WS-FMT-CONVERTED       PIC Z,ZZZ,ZZ9.

*> --- Listing Headers & Detail Lines ---
01  HEADER-1               PIC X(80) VALUE "========================================================================".
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: TRANSACTION ARCHIVE LAYOUT CONVERSION".
01  HEADER-3               PIC X(80) VALUE "========================================================================".

PROCEDURE DIVISION.
0000-MAIN-PROCESSING.
    OPEN OUTPUT CONVERT-LISTING-FILE

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

    WRITE CONVERT-LISTING-RECORD FROM HEADER-1
    WRITE CONVERT-LISTING-RECORD FROM HEADER-2
    WRITE CONVERT-LISTING-RECORD FROM HEADER-3
    MOVE SPACES TO CONVERT-LISTING-RECORD
    STRING " RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO CONVERT-LISTING-RECORD
    WRITE CONVERT-LISTING-RECORD
    WRITE CONVERT-LISTING-RECORD FROM " "

    *> An archive that failed to open never raises AT END, so driving
    *> the walk against it would spin forever; report the condition
    *> and convert nothing.
    OPEN INPUT OLD-ARCHIVE-FILE
    IF WS-OLD-FILE-STATUS NOT = "00"
        MOVE 'N' TO WS-OLD-ON-FILE
        MOVE 'Y' TO WS-OLD-EOF
        WRITE CONVERT-LISTING-RECORD FROM " [SYSTEM] TRANSACTION ARCHIVE NOT AVAILABLE - NOTHING CONVERTED."
    ELSE
        OPEN OUTPUT NEW-ARCHIVE-FILE
        MOVE LOW-VALUES TO OTA-KEY
        START OLD-ARCHIVE-FILE KEY NOT LESS THAN OTA-KEY
            INVALID KEY
                MOVE 'Y' TO WS-OLD-EOF
        END-START
        PERFORM 1000-CONVERT-RECORDS UNTIL WS-OLD-EOF = 'Y'
        CLOSE NEW-ARCHIVE-FILE
    END-IF

    MOVE WS-CONVERTED-COUNT TO WS-FMT-CONVERTED
    WRITE CONVERT-LISTING-RECORD FROM " "
    WRITE CONVERT-LISTING-RECORD FROM HEADER-1
    WRITE CONVERT-LISTING-RECORD FROM " [SYSTEM] CONVERSION COMPLETE. SUMMARY:"
    MOVE SPACES TO CONVERT-LISTING-RECORD
    STRING "    -> ARCHIVE ROWS CONVERTED : " WS-FMT-CONVERTED
        DELIMITED BY SIZE INTO CONVERT-LISTING-RECORD
    WRITE CONVERT-LISTING-RECORD
    WRITE CONVERT-LISTING-RECORD FROM " [SYSTEM] VERIFY THE COUNT, THEN SWAP trans_archive_new.dat"
    WRITE CONVERT-LISTING-RECORD FROM " [SYSTEM] INTO PLACE AS trans_archive.dat (KEEP THE OLD FILE)."
    WRITE CONVERT-LISTING-RECORD FROM HEADER-1

    IF WS-OLD-ON-FILE = 'Y'
        CLOSE OLD-ARCHIVE-FILE
    END-IF
    CLOSE CONVERT-LISTING-FILE
    STOP RUN.

1000-CONVERT-RECORDS.
    READ OLD-ARCHIVE-FILE NEXT
        AT END
            MOVE 'Y' TO WS-OLD-EOF
        NOT AT END
            MOVE OTA-POSTED-DATE TO TA-POSTED-DATE
            MOVE OTA-TRANS-ID TO TA-TRANS-ID
            MOVE OTA-TRANS-TYPE TO TA-TRANS-TYPE
            MOVE OTA-TRANS-AMOUNT TO TA-TRANS-AMOUNT
            MOVE OTA-BRANCH-CODE TO TA-BRANCH-CODE
            MOVE OTA-CURRENCY-CODE TO TA-CURRENCY-CODE
            MOVE OTA-NATIVE-AMOUNT TO TA-NATIVE-AMOUNT
            MOVE OTA-ACCOUNT-NUMBER TO TA-ACCOUNT-NUMBER
            MOVE OTA-REVERSED-FLAG TO TA-REVERSED-FLAG
            MOVE OTA-POSTED-FLAG TO TA-POSTED-FLAG
            MOVE SPACES TO TA-COUNTERPARTY-ACCOUNT
            WRITE TRANS-ARCHIVE-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            ADD 1 TO WS-CONVERTED-COUNT
    END-READ.
