*>     consecutive-miss count stepped up on the purge control file
*>     (PURGECTL, loaded whole and rewritten whole the way
*>     RTHDRCHK keeps its control file); an account seen again has
*>     its count cleared. The count is of business days, not of
*>     runs: each account's entry carries the business date of the
*>     last miss counted, and the business date comes from the
*>     business calendar (RTBUSDAT), so a rerun, or a second run on
*>     a weekend or a holiday that belongs to the same business
*>     day, does not count the same day's miss twice;
*>   - an account missed on the threshold number of business days
*>     named on the parameter card (PRGPARM, one line "DAYS=nnn";
*>     "RUNS=nnn" on an older card is read the same way) is moved
*>     off the master onto the dated archive file ROOTARCH, which
*>     carries its own RTHDRCHK-assigned header and its own record
*>     count / G / H control-total trailer in the RTFILE.CPY
*> is explained on the audit trail and RT0170's master-versus-
*> audit movement check still balances on a purge night.
*>
*> A missing or unreadable DAYS threshold refuses the run with
*> RETURN-CODE 16 - a purge with a defaulted threshold is exactly
*> the sort of surprise this file exists to prevent. Job start and
*> end are registered through RTRUNCTL against ROOTMSTR.
*>
*> An account under a legal or fraud hold (HOLDMSTR, checked
*> through RTHOLDCK) is never purged: it stays on the master with
*> its miss count intact, so it goes at the first run after the
*> hold is released, and is written to the hold exceptions file
*> (HOLDX210). A held account ends the run with RETURN-CODE 4
*> unless something worse has already set 16; a hold master that
*> cannot be read sets 16.
*>
*> MODIFICATION HISTORY
*>   2026-09-02  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  SKIP ACCOUNTS UNDER HOLD (RTHOLDCK), LISTING
*>                    THEM ON HOLDX210.
*>   2026-10-15  ACP  MISSES COUNTED ONCE PER CALENDAR BUSINESS DATE
*>                    (RTBUSDAT) INSTEAD OF ONCE PER RUN; PURGECTL
*>                    CARRIES THE DATE OF THE LAST MISS COUNTED.
*>                    THRESHOLD CARD IS NOW DAYS=, RUNS= STILL READ.
*>   2026-10-15  ACP  HOLD EXCEPTIONS FILE RECORD WIDENED TO CARRY THE
*>                    BLOCKED UPDATE'S BUSINESS DATE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        FILE STATUS IS RT-PARM-FILE-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO "ROOTARCH"
        ORGANIZATION IS SEQUENTIAL.
    SELECT HOLD-EXCEPTION-FILE ASSIGN TO "HOLDX210"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  SOURCE-FILE
01  PURGE-CONTROL-REC.
    05  PCT-KEY-A                   PIC X(6).
    05  PCT-MISS-COUNT              PIC 9(3).
    05  PCT-LAST-MISS-DATE          PIC X(8).
FD  PARM-FILE.
01  PARM-LINE                       PIC X(80).
FD  ARCHIVE-FILE
    RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
    DEPENDING ON RT-ARC-REC-LEN.
    COPY "rtfile".
FD  HOLD-EXCEPTION-FILE.
01  HOLD-EXCEPTION-LINE             PIC X(115).

WORKING-STORAGE SECTION.
01  RT-SRC-REC-LEN                  PIC 9(4) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
77  RT-MISS-THRESHOLD               PIC 9(3) VALUE ZERO.
77  RT-BUSINESS-DATE                PIC X(8).
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".
77  RT-THRESHOLD-SET-SWITCH         PIC X(1) VALUE "N".
    88  RT-THRESHOLD-SET            VALUE "Y".
01  RT-PARM-KEYWORD                 PIC X(10).
77  RT-PURGED-COUNT                 PIC 9(9) COMP VALUE ZERO.
77  RT-FLAGGED-COUNT                PIC 9(9) COMP VALUE ZERO.
77  RT-DELETE-FAIL-COUNT            PIC 9(9) COMP VALUE ZERO.
77  RT-HELD-COUNT                   PIC 9(9) COMP VALUE ZERO.
77  RT-HOLD-FAIL-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-HOLD-RETURN-CODE             PIC 9(2) COMP.
77  RT-ARCH-TOTAL-G                 PIC 9(9)V99 COMP-3 VALUE ZERO.
77  RT-ARCH-TOTAL-H                 PIC 9(7)V99 COMP-3 VALUE ZERO.

            DEPENDING ON RT-PCT-ENTRY-COUNT.
        10  RT-PCT-KEY-A            PIC X(6).
        10  RT-PCT-MISS-COUNT       PIC 9(3).
        10  RT-PCT-LAST-MISS-DATE   PIC X(8).

77  RT-SAVE-REC-LEN                 PIC 9(4) COMP.
01  RT-SAVED-MASTER-REC             PIC X(2000).
77  RT-OLD-H                        PIC 9(4)V99.
77  RT-AUD-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==RT-AUDIT-ENTRY==.
    COPY "rtholdx" REPLACING ==RT-HOLD-EXCEPTION-REC==
                          BY ==RT-HOLD-ENTRY==.

77  RT-MSTR-OPEN-SWITCH             PIC X(1) VALUE "N".
    88  RT-MSTR-OPEN                VALUE "Y".
    END-IF
    PERFORM 1100-LOAD-THRESHOLD THRU 1100-EXIT
    IF NOT RT-THRESHOLD-SET
        DISPLAY "RT0210 - NO DAYS THRESHOLD SUPPLIED - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-MSTR-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    MOVE SPACES TO BD-CALENDAR-DATE
    CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC RT-BDT-RETURN-CODE
    IF RT-BDT-RETURN-CODE NOT = ZERO
        DISPLAY "RT0210 - BUSINESS DATE NOT ON THE CALENDAR, RETURN"
            " CODE " RT-BDT-RETURN-CODE " - CALENDAR DATE "
            BD-BUSINESS-DATE " USED"
    END-IF
    MOVE BD-BUSINESS-DATE TO RT-BUSINESS-DATE
    PERFORM 1300-LOAD-FEED-KEYS THRU 1300-EXIT
    IF RT-MSTR-EOF
        GO TO 1000-EXIT
    MOVE SPACES TO RT-PARM-VALUE
    UNSTRING PARM-LINE DELIMITED BY "="
        INTO RT-PARM-KEYWORD RT-PARM-VALUE
    IF (RT-PARM-KEYWORD = "DAYS      "
            OR RT-PARM-KEYWORD = "RUNS      ")
        AND RT-PARM-VALUE (1:3) IS NUMERIC
        MOVE RT-PARM-VALUE (1:3) TO RT-MISS-THRESHOLD
        IF RT-MISS-THRESHOLD > ZERO
    END-READ
    ADD 1 TO RT-PCT-ENTRY-COUNT
    MOVE PCT-KEY-A      TO RT-PCT-KEY-A (RT-PCT-ENTRY-COUNT)
    MOVE PCT-MISS-COUNT TO RT-PCT-MISS-COUNT (RT-PCT-ENTRY-COUNT)
    MOVE PCT-LAST-MISS-DATE
        TO RT-PCT-LAST-MISS-DATE (RT-PCT-ENTRY-COUNT).
1600-EXIT.
    EXIT.

        GO TO 1700-EXIT
    END-IF
    OPEN OUTPUT ARCHIVE-FILE
    OPEN OUTPUT HOLD-EXCEPTION-FILE
    SET RT-ARCHIVE-OPEN TO TRUE
    MOVE LENGTH OF RT-HEADER-RECORD TO RT-ARC-REC-LEN
    WRITE RT-HEADER-RECORD.
    PERFORM 2300-FIND-CONTROL-ENTRY
    IF RT-FEED-HAS-ACCOUNT
        IF RT-PCT-FOUND-POS > ZERO
            MOVE ZERO   TO RT-PCT-MISS-COUNT (RT-PCT-FOUND-POS)
            MOVE SPACES TO RT-PCT-LAST-MISS-DATE (RT-PCT-FOUND-POS)
        END-IF
    ELSE
        IF RT-PCT-FOUND-POS = ZERO
            MOVE RT-PCT-ENTRY-COUNT TO RT-PCT-FOUND-POS
            MOVE A OF ROOT-MASTER-REC
                TO RT-PCT-KEY-A (RT-PCT-FOUND-POS)
            MOVE ZERO   TO RT-PCT-MISS-COUNT (RT-PCT-FOUND-POS)
            MOVE SPACES TO RT-PCT-LAST-MISS-DATE (RT-PCT-FOUND-POS)
        END-IF
        IF RT-PCT-LAST-MISS-DATE (RT-PCT-FOUND-POS)
                NOT = RT-BUSINESS-DATE
            ADD 1 TO RT-PCT-MISS-COUNT (RT-PCT-FOUND-POS)
            MOVE RT-BUSINESS-DATE
                TO RT-PCT-LAST-MISS-DATE (RT-PCT-FOUND-POS)
        END-IF
        IF RT-PCT-MISS-COUNT (RT-PCT-FOUND-POS)
                NOT < RT-MISS-THRESHOLD
            PERFORM 2400-PURGE-ACCOUNT THRU 2400-EXIT
    END-IF.

2400-PURGE-ACCOUNT.
    MOVE A OF ROOT-MASTER-REC TO HX-KEY-A
    MOVE "RT0210"             TO HX-PROGRAM
    MOVE "PURGE AND ARCHIVE"  TO HX-BLOCKED-UPDATE
    CALL "RTHOLDCK" USING RT-HOLD-ENTRY RT-HOLD-RETURN-CODE
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        WRITE HOLD-EXCEPTION-LINE FROM RT-HOLD-ENTRY
        ADD 1 TO RT-HELD-COUNT
        IF RT-HOLD-RETURN-CODE = 95
            DISPLAY "RT0210 - HOLD MASTER UNREADABLE, ACCOUNT "
                A OF ROOT-MASTER-REC " NOT PURGED"
            ADD 1 TO RT-HOLD-FAIL-COUNT
        END-IF
        GO TO 2400-EXIT
    END-IF
    MOVE G OF ROOT-MASTER-REC TO RT-OLD-G
    MOVE H OF ROOT-MASTER-REC TO RT-OLD-H
    MOVE RT-MSTR-REC-LEN TO RT-SAVE-REC-LEN
    IF RT-PCT-MISS-COUNT (RT-PCT-WRITE-IDX) > ZERO
        MOVE RT-PCT-KEY-A (RT-PCT-WRITE-IDX)      TO PCT-KEY-A
        MOVE RT-PCT-MISS-COUNT (RT-PCT-WRITE-IDX) TO PCT-MISS-COUNT
        MOVE RT-PCT-LAST-MISS-DATE (RT-PCT-WRITE-IDX)
            TO PCT-LAST-MISS-DATE
        WRITE PURGE-CONTROL-REC
    END-IF.

        IF RT-ARCHIVE-OPEN
            PERFORM 8000-WRITE-ARCHIVE-TRAILER
            CLOSE ARCHIVE-FILE
            CLOSE HOLD-EXCEPTION-FILE
            PERFORM 8500-REWRITE-PURGE-CONTROL THRU 8500-EXIT
        END-IF
        IF RT-DELETE-FAIL-COUNT > ZERO
            OR RT-HOLD-FAIL-COUNT > ZERO
            MOVE 16 TO RETURN-CODE
        END-IF
        IF RT-HELD-COUNT > ZERO AND RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0210 - MASTER RECORDS READ:    " RT-MASTER-READ-COUNT
    DISPLAY "RT0210 - ACCOUNTS PURGED:        " RT-PURGED-COUNT
    DISPLAY "RT0210 - ACCOUNTS STILL FLAGGED: " RT-FLAGGED-COUNT
    DISPLAY "RT0210 - HELD ACCOUNTS SKIPPED:  " RT-HELD-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-PURGED-COUNT TO RT-RUN-RECORD-COUNT
