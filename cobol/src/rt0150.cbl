*> ROOTMSTR, the same lock RT0080's refresh takes, so a transfer
*> can never run into a master another job is still updating.
*>
*> An account under a legal or fraud hold (HOLDMSTR, checked
*> through RTHOLDCK) is not transferred: it is left on its closed
*> branch and written to the hold exceptions file (HOLDX150). A
*> held account ends the run with RETURN-CODE 4 unless something
*> worse has already set 16; a hold master that cannot be read sets
*> 16.
*>
*> MODIFICATION HISTORY
*>   2026-08-22  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  SKIP ACCOUNTS UNDER HOLD (RTHOLDCK), LISTING
*>                    THEM ON HOLDX150.
*>   2026-10-15  ACP  HOLD EXCEPTIONS FILE RECORD WIDENED TO CARRY THE
*>                    BLOCKED UPDATE'S BUSINESS DATE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        FILE STATUS IS RT-MSTR-FILE-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "CLOSXCPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HOLD-EXCEPTION-FILE ASSIGN TO "HOLDX150"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  CLOSMAP-FILE.
    COPY "a".
FD  EXCEPTION-FILE.
01  EXCEPTION-LINE                  PIC X(80).
FD  HOLD-EXCEPTION-FILE.
01  HOLD-EXCEPTION-LINE             PIC X(115).

WORKING-STORAGE SECTION.
01  RT-MSTR-REC-LEN                 PIC 9(4) COMP.
77  RT-MAP-FOUND-POS                PIC 9(4) COMP.
77  RT-OLD-B                        PIC X(4).
77  RT-AUD-RETURN-CODE              PIC 9(2) COMP.
77  RT-HELD-COUNT                   PIC 9(9) COMP VALUE ZERO.
77  RT-HOLD-FAIL-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-HOLD-RETURN-CODE             PIC 9(2) COMP.
77  RT-ACCOUNT-HELD-SWITCH          PIC X(1) VALUE "N".
    88  RT-ACCOUNT-HELD             VALUE "Y".

01  RT-BRANCH-TABLE-CTL.
    05  RT-BRANCH-ENTRY-COUNT       PIC 9(4) COMP VALUE ZERO.
    88  RT-LOOKUP-FOUND             VALUE "Y".

    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==RT-AUDIT-ENTRY==.
    COPY "rtholdx" REPLACING ==RT-HOLD-EXCEPTION-REC==
                          BY ==RT-HOLD-ENTRY==.

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
        GO TO 1000-EXIT
    END-IF
    OPEN OUTPUT EXCEPTION-FILE
    OPEN OUTPUT HOLD-EXCEPTION-FILE
    OPEN INPUT  BRANCH-FILE
    PERFORM 1100-LOAD-BRANCH-TABLE THRU 1100-EXIT
        UNTIL RT-BRANCH-EOF
           OR RT-MAP-FOUND-POS > ZERO
    IF RT-MAP-FOUND-POS > ZERO
        AND RT-MAP-VALID (RT-MAP-FOUND-POS)
        PERFORM 2350-CHECK-HOLD
        IF NOT RT-ACCOUNT-HELD
            PERFORM 2400-TRANSFER-ACCOUNT
        END-IF
    END-IF
    PERFORM 2100-READ-ROOT-MASTER.
2000-EXIT.
        MOVE RT-MAP-SCAN-IDX TO RT-MAP-FOUND-POS
    END-IF.

2350-CHECK-HOLD.
    MOVE "N" TO RT-ACCOUNT-HELD-SWITCH
    MOVE A OF ROOT-MASTER-REC TO HX-KEY-A
    MOVE "RT0150"             TO HX-PROGRAM
    MOVE SPACES               TO HX-BLOCKED-UPDATE
    STRING "TRANSFER B "      DELIMITED BY SIZE
           B OF ROOT-MASTER-REC
                              DELIMITED BY SIZE
           " TO "             DELIMITED BY SIZE
           RT-MAP-SUCCESSOR-CODE (RT-MAP-FOUND-POS)
                              DELIMITED BY SIZE
        INTO HX-BLOCKED-UPDATE
    CALL "RTHOLDCK" USING RT-HOLD-ENTRY RT-HOLD-RETURN-CODE
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        SET RT-ACCOUNT-HELD TO TRUE
        WRITE HOLD-EXCEPTION-LINE FROM RT-HOLD-ENTRY
        ADD 1 TO RT-HELD-COUNT
        IF RT-HOLD-RETURN-CODE = 95
            DISPLAY "RT0150 - HOLD MASTER UNREADABLE, ACCOUNT "
                A OF ROOT-MASTER-REC " NOT TRANSFERRED"
            ADD 1 TO RT-HOLD-FAIL-COUNT
        END-IF
    END-IF.

2400-TRANSFER-ACCOUNT.
    MOVE B OF ROOT-MASTER-REC TO RT-OLD-B
    MOVE RT-MAP-SUCCESSOR-CODE (RT-MAP-FOUND-POS)
            CLOSE ROOT-MASTER
        END-IF
        CLOSE EXCEPTION-FILE
        CLOSE HOLD-EXCEPTION-FILE
        IF RT-EXCEPTION-COUNT > ZERO
            OR RT-REWRITE-FAIL-COUNT > ZERO
            OR RT-HOLD-FAIL-COUNT > ZERO
            MOVE 16 TO RETURN-CODE
        END-IF
        IF RT-HELD-COUNT > ZERO AND RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0150 - MASTER RECORDS READ:   " RT-MASTER-READ-COUNT
    DISPLAY "RT0150 - ACCOUNTS TRANSFERRED:  " RT-TRANSFER-COUNT
    DISPLAY "RT0150 - EXCEPTIONS WRITTEN:    " RT-EXCEPTION-COUNT
    DISPLAY "RT0150 - HELD ACCOUNTS SKIPPED: " RT-HELD-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-TRANSFER-COUNT TO RT-RUN-RECORD-COUNT
