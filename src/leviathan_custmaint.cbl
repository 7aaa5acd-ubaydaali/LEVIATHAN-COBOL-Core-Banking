*> customer on a link, account not on the account master) are routed
*> to their own exception listing. The link file is what the
*> consolidated customer statement run groups by.
*> Every customer added (CAD) or renamed (CNM) is screened by name
*> against compliance's sanctions watchlist. A name scoring at or
*> above compliance's match threshold is written to the cumulative
*> screening-hit file as a pending hit for the case team; confirming
*> or releasing it, and blocking the linked accounts, is the
*> sanctions screening batch's business.
*> ====================================================================

ENVIRONMENT DIVISION.
        ACCESS MODE IS RANDOM
        RECORD KEY IS CEX-SEQ-ID
        FILE STATUS IS WS-EXCEPT-FILE-STATUS.
    *> The processing-date control record LEVIATHAN-DATE-ROLL rolls
    *> forward each night; the business date this run belongs to.
    SELECT PROCESSING-DATE-FILE
        ASSIGN TO "data/master/processing_date.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROC-DATE-STATUS.
    *> Compliance's sanctions watchlist: a header carrying the list
    *> version, then one entry per listed name.
    SELECT WATCHLIST-FILE
        ASSIGN TO "data/master/sanctions_watchlist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WATCH-FILE-STATUS.
    SELECT SCREEN-PARM-FILE
        ASSIGN TO "data/master/sanctions_threshold.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCREEN-PARM-STATUS.
    *> Cumulative, keyed customer + list entry, so one customer's hits
    *> sit together and a re-screen never duplicates a hit already
    *> under review; created on first use like the audit trail.
    SELECT SCREENING-HIT-FILE
        ASSIGN TO "data/output/screening_hits.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SH-KEY
        FILE STATUS IS WS-HIT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
        88 CMT-ACTION-REOPEN   VALUE "COP".
        88 CMT-ACTION-LINK     VALUE "LNK".
        88 CMT-ACTION-UNLINK   VALUE "UNL".
        88 CMT-ACTION-RENAME   VALUE "CNM".
    05 CMT-CUSTOMER-ID     PIC X(10).
    05 CMT-ACCOUNT-NUMBER  PIC X(10).
    05 CMT-NAME-LINE       PIC X(30).
    05 CEX-SEQ-ID               PIC X(10).
    05 CEX-DETAIL               PIC X(70).

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

*> --- Sanctions Watchlist (sanctions_watchlist.dat) ---
*> Record type 'H' leads the file and carries the list version in
*> the entry-ID position; every 'E' record is one listed name.
FD  WATCHLIST-FILE.
01  WATCHLIST-RECORD.
    05 WL-RECORD-TYPE           PIC X(1).
        88 WL-HEADER            VALUE 'H'.
        88 WL-ENTRY             VALUE 'E'.
    05 WL-ENTRY-ID              PIC X(10).
    05 WL-ENTRY-NAME            PIC X(30).
    05 WL-LIST-SOURCE           PIC X(10).

FD  SCREEN-PARM-FILE.
01  SCREEN-PARM-RECORD          PIC 9(3).

*> --- Screening-Hit File (keyed customer + list entry) ---
*> Pending until compliance confirms (the customer's accounts are
*> then blocked) or releases it.
FD  SCREENING-HIT-FILE.
01  SCREENING-HIT-RECORD.
    05 SH-KEY.
        10 SH-CUSTOMER-ID       PIC X(10).
        10 SH-ENTRY-ID          PIC X(10).
    05 SH-ENTRY-NAME            PIC X(30).
    05 SH-LIST-SOURCE           PIC X(10).
    05 SH-LIST-VERSION          PIC X(10).
    05 SH-CUSTOMER-NAME         PIC X(30).
    05 SH-MATCH-SCORE           PIC 9(3).
    05 SH-SCREEN-POINT          PIC X(4).
    05 SH-SCREENED-DATE         PIC X(8).
    05 SH-STATUS                PIC X(1).
        88 SH-STATUS-PENDING    VALUE 'P'.
        88 SH-STATUS-CONFIRMED  VALUE 'C'.
        88 SH-STATUS-RELEASED   VALUE 'R'.
    05 SH-STATUS-DATE           PIC X(8).
    05 SH-STATUS-BY             PIC X(8).

WORKING-STORAGE SECTION.
*> --- End of File Flags & File Statuses ---
01  WS-EOF                 PIC A(1) VALUE 'N'.
01  WS-LINK-FILE-STATUS    PIC X(2).
01  WS-ACCT-FILE-STATUS    PIC X(2).
01  WS-EXCEPT-FILE-STATUS  PIC X(2).
01  WS-PROC-DATE-STATUS    PIC X(2).
01  WS-WATCH-FILE-STATUS   PIC X(2).
01  WS-SCREEN-PARM-STATUS  PIC X(2).
01  WS-HIT-FILE-STATUS     PIC X(2).
01  WS-WATCH-EOF           PIC A(1) VALUE 'N'.

*> --- Run Controls & Accumulators ---
01  WS-RUN-DATE            PIC X(8).
01  WS-BEFORE-NAME         PIC X(30).
01  WS-BEFORE-STATUS       PIC X(1).

*> --- Sanctions Screening ---
*> Names are compared word by word after folding case and turning
*> punctuation into spaces, so "AL-RASHID, OMAR" and "Omar Al Rashid"
*> are the same three words in any order. The score is the share of
*> words the two names have in common (200 x common words / total
*> words of both), 100 for the same words; compliance sets the hit
*> threshold in its parameter file, 80 if none is kept.
01  WS-SCREEN-THRESHOLD    PIC 9(3) VALUE 80.
01  WS-WATCH-PRESENT       PIC A(1) VALUE 'N'.
01  WS-LIST-VERSION        PIC X(10) VALUE SPACES.
01  WS-HIT-COUNT           PIC 9(5) COMP-3 VALUE 0.
01  WS-FMT-HIT-COUNT       PIC ZZZ,ZZ9.
01  WS-MATCH-SCORE         PIC 9(3) COMP-3 VALUE 0.
01  WS-MATCH-WORDS         PIC 9(1) COMP-3 VALUE 0.
01  WS-WORD-FOUND          PIC A(1) VALUE 'N'.
01  WS-CUS-SUB             PIC 9(1) COMP-3 VALUE 0.
01  WS-ENT-SUB             PIC 9(1) COMP-3 VALUE 0.
01  WS-RAW-SUB             PIC 9(1) COMP-3 VALUE 0.
01  WS-SCREEN-NAME         PIC X(30).
01  WS-SCREEN-POINT        PIC X(4).
01  WS-RAW-WORDS.
    05 WS-RAW-WORD         PIC X(30) OCCURS 6 TIMES.
*> The name just tokenized: up to six words, blanks squeezed out.
01  WS-TOKEN-SET.
    05 WS-TOK-WORD-COUNT   PIC 9(1).
    05 WS-TOK-WORD         PIC X(30) OCCURS 6 TIMES.
01  WS-CUS-TOKENS.
    05 WS-CUS-WORD-COUNT   PIC 9(1).
    05 WS-CUS-WORD         PIC X(30) OCCURS 6 TIMES.
*> The watchlist is loaded once and tokenized at load, so screening
*> a customer is one pass of word compares.
01  WS-WL-COUNT            PIC 9(4) COMP-3 VALUE 0.
01  WS-WL-FULL-WARNED      PIC A(1) VALUE 'N'.
01  WS-WL-TABLE.
    05 WS-WL-TABLE-ENTRY OCCURS 5000 TIMES
        DEPENDING ON WS-WL-COUNT
        INDEXED BY WS-WL-IDX.
        10 WS-WL-ID            PIC X(10).
        10 WS-WL-NAME          PIC X(30).
        10 WS-WL-SOURCE        PIC X(10).
        10 WS-WL-TOKENS.
            15 WS-WL-WORD-COUNT    PIC 9(1).
            15 WS-WL-WORD          PIC X(30) OCCURS 6 TIMES.

*> --- Listing Headers & Detail Lines ---
01  HEADER-1               PIC X(80) VALUE "========================================================================".
01  HEADER-2               PIC X(80) VALUE " 🏛️  LEVIATHAN MAINFRAME: CUSTOMER MASTER MAINTENANCE CHANGE LISTING".
    CLOSE CUST-EXCEPTION-FILE
    OPEN I-O CUST-EXCEPTION-FILE

    *> The hit file is cumulative (the case team works it over days),
    *> so it is opened I-O and only created on the very first run.
    OPEN I-O SCREENING-HIT-FILE
    IF WS-HIT-FILE-STATUS = "35"
        OPEN OUTPUT SCREENING-HIT-FILE
        CLOSE SCREENING-HIT-FILE
        OPEN I-O SCREENING-HIT-FILE
    END-IF

    PERFORM 0170-READ-PROCESSING-DATE
    PERFORM 0175-READ-SCREEN-THRESHOLD

    WRITE CUST-MAINT-LISTING-RECORD FROM HEADER-1
    WRITE CUST-MAINT-LISTING-RECORD FROM HEADER-2
    WRITE CUST-MAINT-LISTING-RECORD
    WRITE CUST-MAINT-LISTING-RECORD FROM " "

    PERFORM 0180-LOAD-WATCHLIST

    *> A maintenance file that failed to open never raises AT END, so
    *> driving the read loop against it would spin forever; report
    *> the condition on the listing and apply nothing instead.

    MOVE WS-APPLIED-COUNT TO WS-FMT-APPLIED-COUNT
    MOVE WS-MAINT-REJECT-COUNT TO WS-FMT-REJECT-COUNT
    MOVE WS-HIT-COUNT TO WS-FMT-HIT-COUNT
    WRITE CUST-MAINT-LISTING-RECORD FROM " "
    WRITE CUST-MAINT-LISTING-RECORD FROM HEADER-1
    WRITE CUST-MAINT-LISTING-RECORD FROM " [SYSTEM] MAINTENANCE RUN COMPLETE. SUMMARY:"
    STRING "    -> REQUESTS REJECTED : " WS-FMT-REJECT-COUNT
        DELIMITED BY SIZE INTO CUST-MAINT-LISTING-RECORD
    WRITE CUST-MAINT-LISTING-RECORD
    MOVE SPACES TO CUST-MAINT-LISTING-RECORD
    STRING "    -> SCREENING HITS    : " WS-FMT-HIT-COUNT
        DELIMITED BY SIZE INTO CUST-MAINT-LISTING-RECORD
    WRITE CUST-MAINT-LISTING-RECORD
    WRITE CUST-MAINT-LISTING-RECORD FROM HEADER-1

    CLOSE CUST-MAINT-FILE
    CLOSE CUST-LINK-FILE
    CLOSE ACCOUNT-MASTER-FILE
    CLOSE CUST-EXCEPTION-FILE
    CLOSE SCREENING-HIT-FILE
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

0175-READ-SCREEN-THRESHOLD.
    *> Compliance keeps the match threshold in this parameter file so
    *> it can be tightened or loosened without a code change; fall
    *> back to 80 if the file is missing or empty.
    OPEN INPUT SCREEN-PARM-FILE
    IF WS-SCREEN-PARM-STATUS = "00"
        READ SCREEN-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SCREEN-PARM-RECORD IS NUMERIC
                    AND SCREEN-PARM-RECORD > 0
                    MOVE SCREEN-PARM-RECORD TO WS-SCREEN-THRESHOLD
                END-IF
        END-READ
    END-IF
    CLOSE SCREEN-PARM-FILE.

0180-LOAD-WATCHLIST.
    *> A missing watchlist must not stop customer maintenance, but
    *> nobody added or renamed tonight has then been screened - the
    *> listing says so, so compliance knows to screen them by hand.
    OPEN INPUT WATCHLIST-FILE
    IF WS-WATCH-FILE-STATUS NOT = "00"
        WRITE CUST-MAINT-LISTING-RECORD FROM " [SYSTEM] SANCTIONS WATCHLIST NOT AVAILABLE - CUSTOMERS NOT SCREENED."
    ELSE
        MOVE 'Y' TO WS-WATCH-PRESENT
        PERFORM UNTIL WS-WATCH-EOF = 'Y'
            READ WATCHLIST-FILE
                AT END
                    MOVE 'Y' TO WS-WATCH-EOF
                NOT AT END
                    IF WL-HEADER
                        MOVE WL-ENTRY-ID TO WS-LIST-VERSION
                    END-IF
                    IF WL-ENTRY AND WL-ENTRY-NAME NOT = SPACES
                        PERFORM 0185-ADD-WATCHLIST-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WATCHLIST-FILE
    END-IF.

0185-ADD-WATCHLIST-ENTRY.
    IF WS-WL-COUNT >= 5000
        IF WS-WL-FULL-WARNED = 'N'
            MOVE 'Y' TO WS-WL-FULL-WARNED
            WRITE CUST-MAINT-LISTING-RECORD FROM " [SYSTEM] WATCHLIST TABLE FULL - LATER ENTRIES NOT SCREENED."
        END-IF
    ELSE
        ADD 1 TO WS-WL-COUNT
        SET WS-WL-IDX TO WS-WL-COUNT
        MOVE WL-ENTRY-ID TO WS-WL-ID(WS-WL-IDX)
        MOVE WL-ENTRY-NAME TO WS-WL-NAME(WS-WL-IDX)
        MOVE WL-LIST-SOURCE TO WS-WL-SOURCE(WS-WL-IDX)
        MOVE WL-ENTRY-NAME TO WS-SCREEN-NAME
        PERFORM 1710-TOKENIZE-NAME
        MOVE WS-TOKEN-SET TO WS-WL-TOKENS(WS-WL-IDX)
    END-IF.

1000-PROCESS-MAINT-RECORDS.
    READ CUST-MAINT-FILE
        AT END
                    PERFORM 1300-APPLY-LINK
                WHEN CMT-ACTION-UNLINK
                    PERFORM 1350-APPLY-UNLINK
                WHEN CMT-ACTION-RENAME
                    PERFORM 1250-APPLY-NAME-CHANGE
                WHEN OTHER
                    MOVE "INVALID ACTION CODE" TO WS-MAINT-REJECT-REASON
                    PERFORM 1400-WRITE-MAINT-EXCEPTION
                MOVE SPACES TO WS-BEFORE-NAME
                MOVE SPACE TO WS-BEFORE-STATUS
                PERFORM 1500-WRITE-CHANGE-LISTING
                MOVE "CAD " TO WS-SCREEN-POINT
                PERFORM 1700-SCREEN-CUSTOMER
        END-WRITE
    END-IF.

            PERFORM 1500-WRITE-CHANGE-LISTING
    END-READ.

1250-APPLY-NAME-CHANGE.
    *> A rename carries the new name line in place of the old, with
    *> the same before/after block as a status change; the new name
    *> is screened exactly as a new customer's would be.
    IF CMT-NAME-LINE = SPACES
        MOVE "MISSING NAME LINE" TO WS-MAINT-REJECT-REASON
        PERFORM 1400-WRITE-MAINT-EXCEPTION
    ELSE
        MOVE CMT-CUSTOMER-ID TO CM-CUSTOMER-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                MOVE "UNKNOWN CUSTOMER" TO WS-MAINT-REJECT-REASON
                PERFORM 1400-WRITE-MAINT-EXCEPTION
            NOT INVALID KEY
                MOVE CM-NAME-LINE TO WS-BEFORE-NAME
                MOVE CM-STATUS TO WS-BEFORE-STATUS
                MOVE CMT-NAME-LINE TO CM-NAME-LINE
                REWRITE CUSTOMER-MASTER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                ADD 1 TO WS-APPLIED-COUNT
                PERFORM 1500-WRITE-CHANGE-LISTING
                MOVE "CNM " TO WS-SCREEN-POINT
                PERFORM 1700-SCREEN-CUSTOMER
        END-READ
    END-IF.

1300-APPLY-LINK.
    *> A link must name a customer on the customer master and an
    *> account on the account master; a key collision means the
        " ACCT " CMT-ACCOUNT-NUMBER " BY " CMT-OPERATOR-ID
        DELIMITED BY SIZE INTO CDL-MSG
    WRITE CUST-MAINT-LISTING-RECORD FROM CUST-DETAIL-LINE.

1700-SCREEN-CUSTOMER.
    *> Screen the customer's name (now on CM-NAME-LINE) against every
    *> watchlist entry; each entry scoring at or above the threshold
    *> is a hit.
    IF WS-WATCH-PRESENT = 'Y'
        MOVE CM-NAME-LINE TO WS-SCREEN-NAME
        PERFORM 1710-TOKENIZE-NAME
        MOVE WS-TOKEN-SET TO WS-CUS-TOKENS
        IF WS-CUS-WORD-COUNT > 0
            PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                    UNTIL WS-WL-IDX > WS-WL-COUNT
                PERFORM 1720-SCORE-WATCHLIST-ENTRY
                IF WS-MATCH-SCORE >= WS-SCREEN-THRESHOLD
                    PERFORM 1730-RECORD-SCREENING-HIT
                END-IF
            END-PERFORM
        END-IF
    END-IF.

1710-TOKENIZE-NAME.
    *> Fold WS-SCREEN-NAME to upper case, turn punctuation into word
    *> breaks, and split it into WS-TOKEN-SET's words with the blank
    *> ones squeezed out (leading or doubled spaces leave empties).
    INSPECT WS-SCREEN-NAME CONVERTING
        "abcdefghijklmnopqrstuvwxyz.,'-/&()"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
    MOVE SPACES TO WS-RAW-WORDS
    UNSTRING WS-SCREEN-NAME DELIMITED BY ALL SPACE
        INTO WS-RAW-WORD(1) WS-RAW-WORD(2) WS-RAW-WORD(3)
             WS-RAW-WORD(4) WS-RAW-WORD(5) WS-RAW-WORD(6)
    END-UNSTRING
    MOVE SPACES TO WS-TOKEN-SET
    MOVE 0 TO WS-TOK-WORD-COUNT
    PERFORM VARYING WS-RAW-SUB FROM 1 BY 1 UNTIL WS-RAW-SUB > 6
        IF WS-RAW-WORD(WS-RAW-SUB) NOT = SPACES
            ADD 1 TO WS-TOK-WORD-COUNT
            MOVE WS-RAW-WORD(WS-RAW-SUB)
                TO WS-TOK-WORD(WS-TOK-WORD-COUNT)
        END-IF
    END-PERFORM.

1720-SCORE-WATCHLIST-ENTRY.
    *> Count the customer's words that appear anywhere in the entry's
    *> name, then score them against the words of both names.
    MOVE 0 TO WS-MATCH-WORDS
    MOVE 0 TO WS-MATCH-SCORE
    IF WS-WL-WORD-COUNT(WS-WL-IDX) > 0
        PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
                UNTIL WS-CUS-SUB > WS-CUS-WORD-COUNT
            MOVE 'N' TO WS-WORD-FOUND
            PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                    UNTIL WS-ENT-SUB > WS-WL-WORD-COUNT(WS-WL-IDX)
                    OR WS-WORD-FOUND = 'Y'
                IF WS-WL-WORD(WS-WL-IDX, WS-ENT-SUB)
                    = WS-CUS-WORD(WS-CUS-SUB)
                    MOVE 'Y' TO WS-WORD-FOUND
                END-IF
            END-PERFORM
            IF WS-WORD-FOUND = 'Y'
                ADD 1 TO WS-MATCH-WORDS
            END-IF
        END-PERFORM
        COMPUTE WS-MATCH-SCORE = (200 * WS-MATCH-WORDS)
            / (WS-CUS-WORD-COUNT + WS-WL-WORD-COUNT(WS-WL-IDX))
    END-IF.

1730-RECORD-SCREENING-HIT.
    *> A new hit is written pending. A hit already on file for this
    *> customer and entry is refreshed with tonight's score; one
    *> compliance had released is reopened, since the name it cleared
    *> is not the name now on file.
    ADD 1 TO WS-HIT-COUNT
    MOVE CM-CUSTOMER-ID TO SH-CUSTOMER-ID
    MOVE WS-WL-ID(WS-WL-IDX) TO SH-ENTRY-ID
    READ SCREENING-HIT-FILE
        INVALID KEY
            PERFORM 1735-FILL-SCREENING-HIT
            MOVE 'P' TO SH-STATUS
            MOVE WS-RUN-DATE TO SH-STATUS-DATE
            MOVE CMT-OPERATOR-ID TO SH-STATUS-BY
            WRITE SCREENING-HIT-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
        NOT INVALID KEY
            PERFORM 1735-FILL-SCREENING-HIT
            IF SH-STATUS-RELEASED
                MOVE 'P' TO SH-STATUS
                MOVE WS-RUN-DATE TO SH-STATUS-DATE
                MOVE CMT-OPERATOR-ID TO SH-STATUS-BY
            END-IF
            REWRITE SCREENING-HIT-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-READ
    MOVE SPACES TO CDL-MSG
    STRING "    SCREENING HIT: " SH-ENTRY-ID " " SH-ENTRY-NAME
        " SCORE " SH-MATCH-SCORE
        DELIMITED BY SIZE INTO CDL-MSG
    WRITE CUST-MAINT-LISTING-RECORD FROM CUST-DETAIL-LINE.

1735-FILL-SCREENING-HIT.
    MOVE WS-WL-NAME(WS-WL-IDX) TO SH-ENTRY-NAME
    MOVE WS-WL-SOURCE(WS-WL-IDX) TO SH-LIST-SOURCE
    MOVE WS-LIST-VERSION TO SH-LIST-VERSION
    MOVE CM-NAME-LINE TO SH-CUSTOMER-NAME
    MOVE WS-MATCH-SCORE TO SH-MATCH-SCORE
    MOVE WS-SCREEN-POINT TO SH-SCREEN-POINT
    MOVE WS-RUN-DATE TO SH-SCREENED-DATE.
