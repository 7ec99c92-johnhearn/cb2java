*> that came from the batch feed is distinguishable from an online
*> correction.
*>
*> An account under a legal or fraud hold (HOLDMSTR, checked
*> through RTHOLDCK) is neither refreshed nor loaded: the master
*> record is left exactly as it stands and the feed record is
*> written to the hold exceptions file (HOLDX080). A held account
*> ends the run with RETURN-CODE 4; a hold master that cannot be
*> read ends it with 16.
*>
*> MODIFICATION HISTORY
*>   2026-08-09  ACP  ORIGINAL PROGRAM.
*>   2026-08-09  ACP  REFRESHING AN EXISTING MASTER RECORD NOW AUDITS
*>                    NIGHT THE FEED INTRODUCED AN ACCOUNT. THE
*>                    NEW-RECORD WRITE IS ALSO STATUS-CHECKED SO A
*>                    FAILED WRITE IS NEITHER COUNTED NOR AUDITED.
*>   2026-10-15  ACP  EACH ACCOUNT IS CHECKED THROUGH RTHOLDCK
*>                    BEFORE IT IS REFRESHED OR LOADED. AN ACCOUNT
*>                    UNDER HOLD IS LEFT UNCHANGED ON THE MASTER AND
*>                    LISTED ON THE HOLD EXCEPTIONS FILE HOLDX080,
*>                    AND THE RUN ENDS WITH RETURN-CODE 4.
*>   2026-10-15  ACP  HOLD EXCEPTIONS FILE RECORD WIDENED TO CARRY THE
*>                    BLOCKED UPDATE'S BUSINESS DATE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS RANDOM
        RECORD KEY IS A OF ROOT-MASTER-REC
        FILE STATUS IS RT-MSTR-FILE-STATUS.
    SELECT HOLD-EXCEPTION-FILE ASSIGN TO "HOLDX080"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  SOURCE-FILE
    DEPENDING ON RT-MSTR-REC-LEN.
01  ROOT-MASTER-REC.
    COPY "a" REPLACING ==SUB-COUNT== BY ==MSTR-SUB-COUNT==.
FD  HOLD-EXCEPTION-FILE.
01  HOLD-EXCEPTION-LINE             PIC X(115).

WORKING-STORAGE SECTION.
01  RT-SRC-REC-LEN                  PIC 9(4) COMP.
77  RT-SUB-IDX                      PIC 9(2) COMP.
77  RT-NEW-COUNT                    PIC 9(9) COMP VALUE ZERO.
77  RT-REFRESH-COUNT                PIC 9(9) COMP VALUE ZERO.
77  RT-HELD-COUNT                   PIC 9(9) COMP VALUE ZERO.
77  RT-HOLD-FAIL-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-HOLD-RETURN-CODE             PIC 9(2) COMP.
77  RT-OLD-C                        PIC S9(5).
77  RT-OLD-G                        PIC 9(5)V99.
77  RT-OLD-H                        PIC 9(4)V99.
77  RT-AUD-RETURN-CODE              PIC 9(2) COMP.

    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==RT-AUDIT-ENTRY==.
    COPY "rtholdx" REPLACING ==RT-HOLD-EXCEPTION-REC==
                          BY ==RT-HOLD-ENTRY==.

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT SOURCE-FILE
    OPEN OUTPUT HOLD-EXCEPTION-FILE
    OPEN I-O   ROOT-MASTER
    IF RT-MSTR-FILE-STATUS = "35"
        CLOSE ROOT-MASTER
        NOT INVALID KEY
            MOVE "Y" TO RT-FOUND-SWITCH
    END-READ
    PERFORM 2050-CHECK-HOLD
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        PERFORM 2100-READ-SOURCE-FILE
        GO TO 2000-EXIT
    END-IF
    IF RT-RECORD-FOUND
        MOVE C OF ROOT-MASTER-REC TO RT-OLD-C
        MOVE G OF ROOT-MASTER-REC TO RT-OLD-G
2000-EXIT.
    EXIT.

2050-CHECK-HOLD.
    MOVE A OF SOURCE-REC TO HX-KEY-A
    MOVE "RT0080"        TO HX-PROGRAM
    IF RT-RECORD-FOUND
        MOVE "REFRESH FROM RAW FEED" TO HX-BLOCKED-UPDATE
    ELSE
        MOVE "LOAD NEW ACCOUNT FROM RAW FEED" TO HX-BLOCKED-UPDATE
    END-IF
    CALL "RTHOLDCK" USING RT-HOLD-ENTRY RT-HOLD-RETURN-CODE
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        WRITE HOLD-EXCEPTION-LINE FROM RT-HOLD-ENTRY
        ADD 1 TO RT-HELD-COUNT
        IF RT-HOLD-RETURN-CODE = 95
            DISPLAY "RT0080 - HOLD MASTER UNREADABLE, ACCOUNT "
                A OF SOURCE-REC " NOT REFRESHED"
            ADD 1 TO RT-HOLD-FAIL-COUNT
        END-IF
    END-IF.

2100-READ-SOURCE-FILE.
    READ SOURCE-FILE
        AT END
    IF NOT RT-RUN-REFUSED
        CLOSE SOURCE-FILE
        CLOSE ROOT-MASTER
        CLOSE HOLD-EXCEPTION-FILE
        IF RT-HOLD-FAIL-COUNT > ZERO
            MOVE 16 TO RETURN-CODE
        ELSE
            IF RT-HELD-COUNT > ZERO AND RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0080 - NEW MASTER RECORDS WRITTEN:     " RT-NEW-COUNT
    DISPLAY "RT0080 - EXISTING MASTER RECORDS REFRESHED: "
            RT-REFRESH-COUNT
    DISPLAY "RT0080 - HELD ACCOUNTS SKIPPED:          " RT-HELD-COUNT.

9100-REGISTER-RUN-END.
    MOVE ZERO            TO RT-RUN-RECORD-COUNT
