*> ROOTMSTR, the same lock RT0080's refresh takes, so the posting
*> can never run into a master another job is still updating.
*>
*> An account under a legal or fraud hold (HOLDMSTR, checked
*> through RTHOLDCK) accrues nothing: balance C is left as it is
*> and the account is written to the hold exceptions file
*> (HOLDX200) instead of the register. A held account ends the run
*> with RETURN-CODE 4 unless something worse has already set 16; a
*> hold master that cannot be read sets 16.
*>
*> MODIFICATION HISTORY
*>   2026-09-02  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  SKIP ACCOUNTS UNDER HOLD (RTHOLDCK), LISTING
*>                    THEM ON HOLDX200.
*>   2026-10-15  ACP  HOLD EXCEPTIONS FILE RECORD WIDENED TO CARRY THE
*>                    BLOCKED UPDATE'S BUSINESS DATE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        FILE STATUS IS RT-MSTR-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "ACCRRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HOLD-EXCEPTION-FILE ASSIGN TO "HOLDX200"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  RATE-FILE.
    COPY "a".
FD  REPORT-FILE.
01  REPORT-LINE                     PIC X(132).
FD  HOLD-EXCEPTION-FILE.
01  HOLD-EXCEPTION-LINE             PIC X(115).

WORKING-STORAGE SECTION.
01  RT-MSTR-REC-LEN                 PIC 9(4) COMP.
77  RT-OVERFLOW-SWITCH              PIC X(1).
    88  RT-ACCRUAL-OVERFLOWED       VALUE "Y".
77  RT-GRAND-ACCRUAL                PIC S9(9) COMP-3 VALUE ZERO.
77  RT-HELD-COUNT                   PIC 9(9) COMP VALUE ZERO.
77  RT-HOLD-FAIL-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-HOLD-RETURN-CODE             PIC 9(2) COMP.
77  RT-ACCOUNT-HELD-SWITCH          PIC X(1) VALUE "N".
    88  RT-ACCOUNT-HELD             VALUE "Y".
01  RT-HOLD-C-EDIT                  PIC -(6)9.

01  RT-RATE-TABLE-CTL.
    05  RT-RATE-ENTRY-COUNT         PIC 9(4) COMP VALUE ZERO.
01  RT-AUD-C-EDIT                   PIC -(5)9.
77  RT-AUD-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==RT-AUDIT-ENTRY==.
    COPY "rtholdx" REPLACING ==RT-HOLD-EXCEPTION-REC==
                          BY ==RT-HOLD-ENTRY==.

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
        GO TO 1000-EXIT
    END-IF
    OPEN OUTPUT REPORT-FILE
    OPEN OUTPUT HOLD-EXCEPTION-FILE
    WRITE REPORT-LINE FROM RT-HEADING-LINE-1
    WRITE REPORT-LINE FROM RT-HEADING-LINE-2
    PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT
        END-COMPUTE
    END-IF.

2450-CHECK-HOLD.
    MOVE "N" TO RT-ACCOUNT-HELD-SWITCH
    MOVE A             TO HX-KEY-A
    MOVE "RT0200"      TO HX-PROGRAM
    MOVE RT-ACCRUAL    TO RT-HOLD-C-EDIT
    MOVE SPACES        TO HX-BLOCKED-UPDATE
    STRING "ACCRUE C " DELIMITED BY SIZE
           RT-HOLD-C-EDIT
                       DELIMITED BY SIZE
        INTO HX-BLOCKED-UPDATE
    CALL "RTHOLDCK" USING RT-HOLD-ENTRY RT-HOLD-RETURN-CODE
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        SET RT-ACCOUNT-HELD TO TRUE
        WRITE HOLD-EXCEPTION-LINE FROM RT-HOLD-ENTRY
        ADD 1 TO RT-HELD-COUNT
        IF RT-HOLD-RETURN-CODE = 95
            DISPLAY "RT0200 - HOLD MASTER UNREADABLE, ACCOUNT "
                A " NOT POSTED"
            ADD 1 TO RT-HOLD-FAIL-COUNT
        END-IF
    END-IF.

2500-POST-ACCRUAL.
    PERFORM 2450-CHECK-HOLD
    IF RT-ACCOUNT-HELD
        GO TO 2500-EXIT
    END-IF
    MOVE RT-NEW-C TO C
    MOVE LENGTH OF ROOT-MASTER-REC TO RT-MSTR-REC-LEN
    REWRITE ROOT-MASTER-REC
        END-IF
        PERFORM 8000-PRINT-TOTALS
        CLOSE REPORT-FILE
        CLOSE HOLD-EXCEPTION-FILE
        IF RT-OVERFLOW-COUNT > ZERO
            OR RT-REWRITE-FAIL-COUNT > ZERO
            OR RT-HOLD-FAIL-COUNT > ZERO
            MOVE 16 TO RETURN-CODE
        END-IF
        IF RT-HELD-COUNT > ZERO AND RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0200 - MASTER RECORDS READ:   " RT-MASTER-READ-COUNT
    DISPLAY "RT0200 - ACCRUALS POSTED:       " RT-POSTED-COUNT
    DISPLAY "RT0200 - SUB ENTRIES UNRATED:   " RT-NORATE-COUNT
    DISPLAY "RT0200 - ACCRUALS NOT POSTED:   " RT-OVERFLOW-COUNT
    DISPLAY "RT0200 - HELD ACCOUNTS SKIPPED: " RT-HELD-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-POSTED-COUNT TO RT-RUN-RECORD-COUNT
