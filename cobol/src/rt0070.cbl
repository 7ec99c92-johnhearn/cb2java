*> refreshed from the raw feed by RT0080, which must have run at
*> least once before this transaction will find any account.
*>
*> A correction keyed here no longer goes straight onto the
*> master. The operator signs on with their own operator id, and
*> each changed field is put on the pending-approval queue
*> (PENDCORR) through RTPEND with that id as the maker. It reaches
*> ROOT-MASTER, with its RTAUDIT entry, only when a different
*> operator approves it on RT0330.
*>
*> An account under a legal or fraud hold (HOLDMSTR, checked
*> through RTHOLDCK) is shown but cannot be corrected: the
*> operator is told the hold type and reason, nothing is queued,
*> and the refused attempt is added to the hold exceptions file
*> (HOLDX070), which is extended session after session.
*>
*> Each correction carries the business date it is effective
*> from, keyed on the update screen; left blank it is today's
*> business date (RTBUSDAT). A date after today's business date
*> is refused, and so is a date in an accounting period RT0420
*> has closed (RTPERDCK) - nothing is queued until the period is
*> reopened through RT0430.
*>
*> MODIFICATION HISTORY
*>   2026-08-08  ACP  ORIGINAL PROGRAM.
*>   2026-08-08  ACP  EVERY CONFIRMED UPDATE NOW WRITES A BEFORE/
*>                    THE MASTER REFUSES THE UPDATE WITH A MESSAGE,
*>                    AND THE BATCH SIDE'S OWN LOCK CHECKS CAN NOW
*>                    SEE AN ONLINE CORRECTION IN FLIGHT.
*>   2026-10-15  ACP  MAKER-CHECKER: THE OPERATOR NOW SIGNS ON WITH
*>                    AN OPERATOR ID AND A CONFIRMED CORRECTION IS
*>                    QUEUED FOR APPROVAL THROUGH RTPEND, ONE ITEM
*>                    PER CHANGED FIELD, INSTEAD OF REWRITING THE
*>                    MASTER. THE REWRITE, ITS RTAUDIT ENTRIES AND
*>                    THE ROOTMSTR RUN-CONTROL REGISTRATION MOVE TO
*>                    THE RT0330 APPROVAL SCREEN; THE MASTER IS NOW
*>                    OPENED FOR INPUT ONLY.
*>   2026-10-15  ACP  AN ACCOUNT UNDER HOLD IS REFUSED FOR
*>                    CORRECTION (RTHOLDCK) AND THE ATTEMPT IS
*>                    LISTED ON THE HOLD EXCEPTIONS FILE HOLDX070.
*>   2026-10-15  ACP  CORRECTIONS CARRY AN EFFECTIVE DATE; ONE DATED
*>                    IN A CLOSED PERIOD (RTPERDCK) IS REFUSED.
*>   2026-10-15  ACP  HOLD EXCEPTIONS FILE RECORD WIDENED TO CARRY THE
*>                    BLOCKED UPDATE'S BUSINESS DATE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS RANDOM
        RECORD KEY IS A
        FILE STATUS IS RT-MSTR-FILE-STATUS.
    SELECT HOLD-EXCEPTION-FILE ASSIGN TO "HOLDX070"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RT-HOLDX-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ROOT-MASTER
    DEPENDING ON RT-MSTR-REC-LEN.
01  ROOT-MASTER-REC.
    COPY "a".
FD  HOLD-EXCEPTION-FILE.
01  HOLD-EXCEPTION-LINE             PIC X(115).

WORKING-STORAGE SECTION.
01  RT-MSTR-REC-LEN                 PIC 9(4) COMP.
77  RT-MSTR-FILE-STATUS             PIC X(2).
77  RT-HOLDX-FILE-STATUS            PIC X(2).
77  RT-QUIT-SWITCH                  PIC X(1) VALUE "N".
    88  RT-QUIT                     VALUE "Y".
77  RT-FOUND-SWITCH                 PIC X(1).
01  RT-SCREEN-K                     PIC 9(5)V9(2).
01  RT-UPDATE-ANSWER                PIC X(1).
    88  RT-UPDATE-YES               VALUE "Y" "y".
01  RT-OPERATOR-ID                  PIC X(8).
01  RT-SCREEN-EFF-DATE              PIC X(8).
01  RT-EFF-DATE-PARTS REDEFINES RT-SCREEN-EFF-DATE.
    05  RT-EFF-YEAR                 PIC 9(4).
    05  RT-EFF-MONTH                PIC 9(2).
    05  RT-EFF-DAY                  PIC 9(2).
01  RT-AUD-K-EDIT                   PIC 9(5).99.
77  RT-PEND-RETURN-CODE             PIC 9(2) COMP.
77  RT-QUEUED-COUNT                 PIC 9(2) COMP.
77  RT-HOLD-RETURN-CODE             PIC 9(2) COMP.
77  RT-PERIOD-RETURN-CODE           PIC 9(2) COMP.
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".

    COPY "rtpend" REPLACING ==RT-PENDING-REC== BY ==RT-PENDING-ENTRY==.
    COPY "rtholdx" REPLACING ==RT-HOLD-EXCEPTION-REC==
                          BY ==RT-HOLD-ENTRY==.

SCREEN SECTION.
01  RT-SIGNON-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "RT0070 - ROOT RECORD MAINTENANCE".
    05  LINE 3  COLUMN 1  VALUE "OPERATOR ID: ".
    05  LINE 3  COLUMN 14 PIC X(8) TO RT-OPERATOR-ID.

01  RT-INQUIRY-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "RT0070 - ROOT RECORD MAINTENANCE".
    05  LINE 11 COLUMN 35 PIC 9(4) TO RT-SCREEN-D.
    05  LINE 12 COLUMN 1  VALUE "ENTER NEW K (COMP-5 BALANCE)   : ".
    05  LINE 12 COLUMN 35 PIC 9(5)V9(2) TO RT-SCREEN-K.
    05  LINE 13 COLUMN 1  VALUE "EFFECTIVE DATE (YYYYMMDD)      : ".
    05  LINE 13 COLUMN 35 PIC X(8) TO RT-SCREEN-EFF-DATE.
    05  LINE 13 COLUMN 44 VALUE "(BLANK = TODAY)".
    05  LINE 14 COLUMN 1  VALUE "CONFIRM UPDATE (Y/N): ".
    05  LINE 14 COLUMN 23 PIC X(1) TO RT-UPDATE-ANSWER.

    STOP RUN.

1000-INITIALIZE.
    OPEN INPUT ROOT-MASTER
    OPEN EXTEND HOLD-EXCEPTION-FILE
    IF RT-HOLDX-FILE-STATUS = "35"
        OPEN OUTPUT HOLD-EXCEPTION-FILE
    END-IF
    MOVE SPACES TO RT-OPERATOR-ID
    DISPLAY RT-SIGNON-SCREEN
    ACCEPT RT-SIGNON-SCREEN
    IF RT-OPERATOR-ID = SPACES
        DISPLAY "NO OPERATOR ID ENTERED - SESSION ENDED."
        SET RT-QUIT TO TRUE
    END-IF.

2000-TRANSACTION-LOOP.
    MOVE SPACES TO RT-SCREEN-KEY

2200-DISPLAY-AND-UPDATE.
    DISPLAY RT-DETAIL-SCREEN
    PERFORM 2150-CHECK-HOLD
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        DISPLAY "ACCOUNT " A " IS UNDER HOLD (" HX-HOLD-TYPE ") "
            HX-HOLD-REASON " - NO CORRECTION ALLOWED."
        GO TO 2200-EXIT
    END-IF
    MOVE SPACES TO RT-SCREEN-EFF-DATE
    DISPLAY RT-UPDATE-SCREEN
    ACCEPT RT-UPDATE-SCREEN
    IF NOT RT-UPDATE-YES
        DISPLAY "UPDATE CANCELLED."
        GO TO 2200-EXIT
    END-IF
    PERFORM 2160-CHECK-EFFECTIVE-DATE THRU 2160-EXIT
    IF RT-PERIOD-RETURN-CODE NOT = ZERO
        GO TO 2200-EXIT
    END-IF
    MOVE ZERO TO RT-QUEUED-COUNT
    IF RT-SCREEN-D NOT = D
        PERFORM 2300-QUEUE-CORRECTION-D
    END-IF
    IF RT-SCREEN-K NOT = K
        PERFORM 2400-QUEUE-CORRECTION-K
    END-IF
    IF RT-QUEUED-COUNT = ZERO
        DISPLAY "NO CHANGE ENTERED FOR ACCOUNT " A "."
    ELSE
        DISPLAY "CORRECTION TO ACCOUNT " A " QUEUED FOR APPROVAL."
    END-IF.
2200-EXIT.
    EXIT.

2150-CHECK-HOLD.
    MOVE A              TO HX-KEY-A
    MOVE "RT0070"       TO HX-PROGRAM
    MOVE SPACES         TO HX-BLOCKED-UPDATE
    STRING "CORRECT D/K BY " DELIMITED BY SIZE
           RT-OPERATOR-ID    DELIMITED BY SPACE
        INTO HX-BLOCKED-UPDATE
    CALL "RTHOLDCK" USING RT-HOLD-ENTRY RT-HOLD-RETURN-CODE
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        AND RT-HOLDX-FILE-STATUS = "00"
        WRITE HOLD-EXCEPTION-LINE FROM RT-HOLD-ENTRY
    END-IF.

2160-CHECK-EFFECTIVE-DATE.
    MOVE SPACES TO BD-CALENDAR-DATE
    CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC RT-BDT-RETURN-CODE
    IF RT-SCREEN-EFF-DATE = SPACES
        MOVE BD-BUSINESS-DATE TO RT-SCREEN-EFF-DATE
    END-IF
    IF RT-SCREEN-EFF-DATE IS NOT NUMERIC
        OR RT-EFF-MONTH < 1 OR RT-EFF-MONTH > 12
        OR RT-EFF-DAY < 1 OR RT-EFF-DAY > 31
        OR RT-SCREEN-EFF-DATE > BD-BUSINESS-DATE
        DISPLAY "EFFECTIVE DATE " RT-SCREEN-EFF-DATE " IS NOT A DATE"
            " ON OR BEFORE " BD-BUSINESS-DATE " - NOTHING QUEUED."
        MOVE 4 TO RT-PERIOD-RETURN-CODE
        GO TO 2160-EXIT
    END-IF
    CALL "RTPERDCK" USING RT-SCREEN-EFF-DATE RT-PERIOD-RETURN-CODE
    IF RT-PERIOD-RETURN-CODE = 4
        DISPLAY "PERIOD " RT-SCREEN-EFF-DATE (1:6) " IS CLOSED - NO"
            " CORRECTION DATED IN IT ALLOWED. NOTHING QUEUED."
    END-IF
    IF RT-PERIOD-RETURN-CODE = 95
        DISPLAY "PERIOD CONTROL FILE UNREADABLE - NOTHING QUEUED."
    END-IF.
2160-EXIT.
    EXIT.

2300-QUEUE-CORRECTION-D.
    MOVE A              TO PC-KEY-A
    MOVE "D"            TO PC-FIELD-NAME
    MOVE D              TO PC-OLD-VALUE
    MOVE RT-SCREEN-D    TO PC-NEW-VALUE
    PERFORM 2500-CALL-RTPEND.

2400-QUEUE-CORRECTION-K.
    MOVE A              TO PC-KEY-A
    MOVE "K"            TO PC-FIELD-NAME
    MOVE K              TO RT-AUD-K-EDIT
    MOVE RT-AUD-K-EDIT  TO PC-OLD-VALUE
    MOVE RT-SCREEN-K    TO RT-AUD-K-EDIT
    MOVE RT-AUD-K-EDIT  TO PC-NEW-VALUE
    PERFORM 2500-CALL-RTPEND.

2500-CALL-RTPEND.
    MOVE RT-OPERATOR-ID TO PC-MAKER-ID
    MOVE "RT0070"       TO PC-SOURCE
    MOVE RT-SCREEN-EFF-DATE TO PC-EFFECTIVE-DATE
    CALL "RTPEND" USING RT-PENDING-ENTRY RT-PEND-RETURN-CODE
    IF RT-PEND-RETURN-CODE = ZERO
        ADD 1 TO RT-QUEUED-COUNT
    ELSE
        DISPLAY "RT0070 - CORRECTION TO " PC-FIELD-NAME
            " NOT QUEUED, RETURN CODE " RT-PEND-RETURN-CODE
    END-IF.

9000-WRAP-UP.
    CLOSE ROOT-MASTER
    IF RT-HOLDX-FILE-STATUS = "00"
        CLOSE HOLD-EXCEPTION-FILE
    END-IF.
