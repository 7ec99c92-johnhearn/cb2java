IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0330.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0330 - ONLINE APPROVAL OF PENDING CORRECTIONS (CHECKER)
*>
*> Corrections to D and K keyed on RT0070 or sent in on RT0230's
*> CORRTXN file wait on the pending-approval queue (PENDCORR,
*> layout RTPEND.CPY) with the maker's operator id. This screen
*> is the second pair of eyes. The checker signs on with their own
*> operator id and is shown each pending item in the order it was
*> entered - account, field, maker, the value the maker saw, the
*> new value and what the master holds now - and answers:
*>   A  approve - the correction is applied to ROOT-MASTER and an
*>      RTAUDIT before/after entry is written with the maker's
*>      operator id as the user, so the audit trail shows who made
*>      the change; the item is marked approved with the checker's
*>      id and the time;
*>   R  reject - a reason must be given; the item is marked
*>      rejected with the checker's id, the time and the reason,
*>      and the master is not touched;
*>   S  skip - the item is left pending;
*>   Q  quit.
*> A maker can never approve their own correction - the approval
*> is refused when the checker's id is the maker's id. A maker may
*> reject (withdraw) their own item. An approval is refused too if
*> the account has left the master, or if the field no longer
*> holds the value the maker saw - someone else's correction got
*> there first - and the item should then be rejected and
*> re-entered against the current value.
*>
*> Each approval is registered through RTRUNCTL against ROOTMSTR
*> per update, exactly as RT0070's online update used to be, so a
*> batch job holding the master refuses the approval with a
*> message and an idle screen cannot hold the nightly cycle.
*>
*> An approval is refused as well while the account is under a
*> legal or fraud hold (HOLDMSTR, checked through RTHOLDCK at the
*> moment of approval, since the hold may have been placed after
*> the correction was queued). The item stays pending, the master
*> is not touched, and the refused approval is added to the hold
*> exceptions file (HOLDX330).
*>
*> An approval is refused, and the item left pending, while the
*> correction's effective date falls in an accounting period
*> RT0420 has closed (RTPERDCK) - the period may have been closed
*> after the correction was queued. It can be approved once the
*> period is reopened through RT0430. An item queued before
*> corrections carried an effective date is taken as dated on the
*> day it was entered.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  APPROVAL REFUSED WHILE THE ACCOUNT IS UNDER
*>                    HOLD (RTHOLDCK), LISTED ON HOLDX330.
*>   2026-10-15  ACP  APPROVAL REFUSED WHILE THE CORRECTION'S
*>                    EFFECTIVE DATE IS IN A CLOSED PERIOD
*>                    (RTPERDCK); EFFECTIVE DATE SHOWN ON THE ITEM.
*>   2026-10-15  ACP  HOLD EXCEPTIONS FILE RECORD WIDENED TO CARRY THE
*>                    BLOCKED UPDATE'S BUSINESS DATE.
*>   2026-10-15  ACP  EACH APPROVAL'S RUN-CONTROL ENTRY IS DATED AFRESH,
*>                    NOT WITH THE SESSION'S FIRST BUSINESS DATE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ROOT-MASTER ASSIGN TO "ROOTMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS A
        FILE STATUS IS RT-MSTR-FILE-STATUS.
    SELECT PENDING-FILE ASSIGN TO "PENDCORR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PC-ITEM-ID
        FILE STATUS IS RT-PND-FILE-STATUS.
    SELECT HOLD-EXCEPTION-FILE ASSIGN TO "HOLDX330"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RT-HOLDX-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ROOT-MASTER
    RECORD IS VARYING IN SIZE FROM 6 TO 2000 CHARACTERS
    DEPENDING ON RT-MSTR-REC-LEN.
01  ROOT-MASTER-REC.
    COPY "a".
FD  PENDING-FILE.
    COPY "rtpend".
FD  HOLD-EXCEPTION-FILE.
01  HOLD-EXCEPTION-LINE             PIC X(115).

WORKING-STORAGE SECTION.
01  RT-MSTR-REC-LEN                 PIC 9(4) COMP.
77  RT-MSTR-FILE-STATUS             PIC X(2).
77  RT-PND-FILE-STATUS              PIC X(2).
77  RT-HOLDX-FILE-STATUS            PIC X(2).
77  RT-QUIT-SWITCH                  PIC X(1) VALUE "N".
    88  RT-QUIT                     VALUE "Y".
77  RT-FOUND-SWITCH                 PIC X(1).
    88  RT-RECORD-FOUND             VALUE "Y".

01  RT-OPERATOR-ID                  PIC X(8).
01  RT-ACTION                       PIC X(1).
    88  RT-ACTION-APPROVE           VALUE "A" "a".
    88  RT-ACTION-REJECT            VALUE "R" "r".
    88  RT-ACTION-QUIT              VALUE "Q" "q".
01  RT-SCREEN-REASON                PIC X(30).
01  RT-CURRENT-VALUE                PIC X(20).
01  RT-AUD-K-EDIT                   PIC 9(5).99.
77  RT-PARSE-INT                    PIC 9(5).
77  RT-PARSE-DEC                    PIC 9(2).
77  RT-NEW-K                        PIC 9(5)V9(2).
77  RT-DATE-NOW                     PIC 9(8).
77  RT-TIME-NOW                     PIC 9(8).
77  RT-AUD-RETURN-CODE              PIC 9(2) COMP.
77  RT-HOLD-RETURN-CODE             PIC 9(2) COMP.
77  RT-PERIOD-RETURN-CODE           PIC 9(2) COMP.
01  RT-CHECK-DATE                   PIC X(8).

    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==RT-AUDIT-ENTRY==.
    COPY "rtholdx" REPLACING ==RT-HOLD-EXCEPTION-REC==
                          BY ==RT-HOLD-ENTRY==.

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1).
    88  RT-RUN-REFUSED              VALUE "Y".
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RT-RUNLOG-ENTRY==.

SCREEN SECTION.
01  RT-SIGNON-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "RT0330 - CORRECTION APPROVAL".
    05  LINE 3  COLUMN 1  VALUE "OPERATOR ID: ".
    05  LINE 3  COLUMN 14 PIC X(8) TO RT-OPERATOR-ID.

01  RT-ITEM-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "RT0330 - CORRECTION APPROVAL".
    05  LINE 3  COLUMN 1  VALUE "ITEM          : ".
    05  LINE 3  COLUMN 17 PIC X(18) FROM PC-ITEM-ID.
    05  LINE 4  COLUMN 1  VALUE "ACCOUNT A     : ".
    05  LINE 4  COLUMN 17 PIC X(6) FROM PC-KEY-A.
    05  LINE 5  COLUMN 1  VALUE "FIELD         : ".
    05  LINE 5  COLUMN 17 PIC X(8) FROM PC-FIELD-NAME.
    05  LINE 6  COLUMN 1  VALUE "ENTERED BY    : ".
    05  LINE 6  COLUMN 17 PIC X(8) FROM PC-MAKER-ID.
    05  LINE 6  COLUMN 27 VALUE "VIA ".
    05  LINE 6  COLUMN 31 PIC X(8) FROM PC-SOURCE.
    05  LINE 7  COLUMN 1  VALUE "VALUE THEN    : ".
    05  LINE 7  COLUMN 17 PIC X(20) FROM PC-OLD-VALUE.
    05  LINE 8  COLUMN 1  VALUE "NEW VALUE     : ".
    05  LINE 8  COLUMN 17 PIC X(20) FROM PC-NEW-VALUE.
    05  LINE 9  COLUMN 1  VALUE "ON MASTER NOW : ".
    05  LINE 9  COLUMN 17 PIC X(20) FROM RT-CURRENT-VALUE.
    05  LINE 10 COLUMN 1  VALUE "EFFECTIVE DATE: ".
    05  LINE 10 COLUMN 17 PIC X(8) FROM PC-EFFECTIVE-DATE.

01  RT-ACTION-SCREEN.
    05  LINE 11 COLUMN 1
        VALUE "ACTION (A=APPROVE R=REJECT S=SKIP Q=QUIT): ".
    05  LINE 11 COLUMN 45 PIC X(1) TO RT-ACTION.
    05  LINE 12 COLUMN 1  VALUE "REJECT REASON: ".
    05  LINE 12 COLUMN 16 PIC X(30) TO RT-SCREEN-REASON.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-REVIEW-ONE-ITEM THRU 2000-EXIT
        UNTIL RT-QUIT
    PERFORM 9000-WRAP-UP
    STOP RUN.

1000-INITIALIZE.
    OPEN I-O ROOT-MASTER
    OPEN I-O PENDING-FILE
    IF RT-PND-FILE-STATUS NOT = "00"
        DISPLAY "NO CORRECTIONS ARE WAITING FOR APPROVAL."
        SET RT-QUIT TO TRUE
        GO TO 1000-EXIT
    END-IF
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
        GO TO 1000-EXIT
    END-IF
    MOVE LOW-VALUES TO PC-ITEM-ID
    START PENDING-FILE KEY IS NOT LESS THAN PC-ITEM-ID
        INVALID KEY
            DISPLAY "NO CORRECTIONS ARE WAITING FOR APPROVAL."
            SET RT-QUIT TO TRUE
    END-START.
1000-EXIT.
    EXIT.

2000-REVIEW-ONE-ITEM.
    READ PENDING-FILE NEXT RECORD
        AT END
            DISPLAY "NO MORE CORRECTIONS WAITING FOR APPROVAL."
            SET RT-QUIT TO TRUE
            GO TO 2000-EXIT
    END-READ
    IF NOT PC-PENDING
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-READ-CURRENT-VALUE
    MOVE SPACES TO RT-ACTION
    MOVE SPACES TO RT-SCREEN-REASON
    DISPLAY RT-ITEM-SCREEN
    DISPLAY RT-ACTION-SCREEN
    ACCEPT RT-ACTION-SCREEN
    EVALUATE TRUE
        WHEN RT-ACTION-APPROVE
            PERFORM 2300-APPROVE-ITEM THRU 2300-EXIT
        WHEN RT-ACTION-REJECT
            PERFORM 2500-REJECT-ITEM THRU 2500-EXIT
        WHEN RT-ACTION-QUIT
            SET RT-QUIT TO TRUE
        WHEN OTHER
            DISPLAY "ITEM " PC-ITEM-ID " LEFT PENDING."
    END-EVALUATE.
2000-EXIT.
    EXIT.

2100-READ-CURRENT-VALUE.
    MOVE PC-KEY-A TO A
    READ ROOT-MASTER
        INVALID KEY
            MOVE "N" TO RT-FOUND-SWITCH
        NOT INVALID KEY
            MOVE "Y" TO RT-FOUND-SWITCH
    END-READ
    MOVE SPACES TO RT-CURRENT-VALUE
    IF NOT RT-RECORD-FOUND
        MOVE "NOT ON ROOT MASTER" TO RT-CURRENT-VALUE
    ELSE
        IF PC-FIELD-NAME = "D       "
            MOVE D TO RT-CURRENT-VALUE
        ELSE
            MOVE K TO RT-AUD-K-EDIT
            MOVE RT-AUD-K-EDIT TO RT-CURRENT-VALUE
        END-IF
    END-IF.

2300-APPROVE-ITEM.
    IF PC-MAKER-ID = RT-OPERATOR-ID
        DISPLAY "YOU ENTERED THIS CORRECTION - IT MUST BE APPROVED"
            " BY A DIFFERENT OPERATOR."
        GO TO 2300-EXIT
    END-IF
    PERFORM 2320-CHECK-HOLD
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        DISPLAY "ACCOUNT " PC-KEY-A " IS UNDER HOLD (" HX-HOLD-TYPE
            ") " HX-HOLD-REASON " - ITEM LEFT PENDING."
        GO TO 2300-EXIT
    END-IF
    PERFORM 2330-CHECK-PERIOD
    IF RT-PERIOD-RETURN-CODE NOT = ZERO
        GO TO 2300-EXIT
    END-IF
    PERFORM 2350-REGISTER-UPDATE-START
    IF RT-RUN-REFUSED
        GO TO 2300-EXIT
    END-IF
    PERFORM 2100-READ-CURRENT-VALUE
    IF NOT RT-RECORD-FOUND
        DISPLAY "ACCOUNT " PC-KEY-A " IS NO LONGER ON THE ROOT"
            " MASTER - REJECT THIS CORRECTION."
        PERFORM 2360-REGISTER-UPDATE-END
        GO TO 2300-EXIT
    END-IF
    IF RT-CURRENT-VALUE NOT = PC-OLD-VALUE
        DISPLAY "ACCOUNT " PC-KEY-A " HAS CHANGED SINCE THIS"
            " CORRECTION WAS ENTERED - REJECT AND RE-ENTER IT."
        PERFORM 2360-REGISTER-UPDATE-END
        GO TO 2300-EXIT
    END-IF
    IF PC-FIELD-NAME = "D       "
        MOVE PC-NEW-VALUE (1:4) TO D
    ELSE
        MOVE PC-NEW-VALUE (1:5) TO RT-PARSE-INT
        MOVE PC-NEW-VALUE (7:2) TO RT-PARSE-DEC
        COMPUTE RT-NEW-K = RT-PARSE-INT + RT-PARSE-DEC / 100
        MOVE RT-NEW-K TO K
    END-IF
    MOVE LENGTH OF ROOT-MASTER-REC TO RT-MSTR-REC-LEN
    REWRITE ROOT-MASTER-REC
    IF RT-MSTR-FILE-STATUS NOT = "00"
        DISPLAY "UPDATE FAILED - FILE STATUS " RT-MSTR-FILE-STATUS
        PERFORM 2360-REGISTER-UPDATE-END
        GO TO 2300-EXIT
    END-IF
    PERFORM 2400-WRITE-AUDIT
    MOVE "A" TO PC-STATUS
    PERFORM 2700-RECORD-DECISION
    PERFORM 2360-REGISTER-UPDATE-END
    DISPLAY "ACCOUNT " PC-KEY-A " UPDATED - CORRECTION APPROVED.".
2300-EXIT.
    EXIT.

2320-CHECK-HOLD.
    MOVE PC-KEY-A       TO HX-KEY-A
    MOVE "RT0330"       TO HX-PROGRAM
    MOVE SPACES         TO HX-BLOCKED-UPDATE
    STRING "APPROVE "       DELIMITED BY SIZE
           PC-FIELD-NAME    DELIMITED BY SPACE
           " TO "           DELIMITED BY SIZE
           PC-NEW-VALUE     DELIMITED BY SPACE
           " BY "           DELIMITED BY SIZE
           RT-OPERATOR-ID   DELIMITED BY SPACE
        INTO HX-BLOCKED-UPDATE
    CALL "RTHOLDCK" USING RT-HOLD-ENTRY RT-HOLD-RETURN-CODE
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        AND RT-HOLDX-FILE-STATUS = "00"
        WRITE HOLD-EXCEPTION-LINE FROM RT-HOLD-ENTRY
    END-IF.

2330-CHECK-PERIOD.
    MOVE PC-EFFECTIVE-DATE TO RT-CHECK-DATE
    IF RT-CHECK-DATE = SPACES
        MOVE PC-ENTRY-TIMESTAMP (1:8) TO RT-CHECK-DATE
    END-IF
    CALL "RTPERDCK" USING RT-CHECK-DATE RT-PERIOD-RETURN-CODE
    IF RT-PERIOD-RETURN-CODE = 4
        DISPLAY "CORRECTION IS DATED IN CLOSED PERIOD "
            RT-CHECK-DATE (1:6) " - ITEM LEFT PENDING UNTIL THE"
            " PERIOD IS REOPENED."
    END-IF
    IF RT-PERIOD-RETURN-CODE = 95
        DISPLAY "PERIOD CONTROL FILE UNREADABLE - ITEM LEFT PENDING."
    END-IF.

2350-REGISTER-UPDATE-START.
    MOVE "N"        TO RT-RUN-REFUSED-SWITCH
    MOVE "RT0330"   TO RT-RUN-JOB-NAME
    MOVE "ROOTMSTR" TO RT-RUN-DATASET
    MOVE SPACES     TO RT-RUN-BUSINESS-DATE
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "A BATCH JOB IS RUNNING AGAINST THE ROOT MASTER"
            " - APPROVAL REFUSED, TRY AGAIN LATER."
        MOVE "Y" TO RT-RUN-REFUSED-SWITCH
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0330 - UPDATE START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

2360-REGISTER-UPDATE-END.
    MOVE 1           TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE TO RT-RUN-RETURN-CODE
    MOVE "E"         TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0330 - UPDATE END NOT LOGGED, STATUS "
            RT-RUN-STATUS
    END-IF.

2400-WRITE-AUDIT.
    MOVE PC-KEY-A       TO RT-AUD-KEY-A
    MOVE PC-FIELD-NAME  TO RT-AUD-FIELD-NAME
    MOVE PC-OLD-VALUE   TO RT-AUD-OLD-VALUE
    MOVE PC-NEW-VALUE   TO RT-AUD-NEW-VALUE
    MOVE PC-MAKER-ID    TO RT-AUD-USER-ID
    CALL "RTAUDIT" USING RT-AUDIT-ENTRY RT-AUD-RETURN-CODE
    IF RT-AUD-RETURN-CODE NOT = ZERO
        DISPLAY "RT0330 - AUDIT ENTRY FOR " PC-FIELD-NAME
            " NOT WRITTEN, RETURN CODE " RT-AUD-RETURN-CODE
    END-IF.

2500-REJECT-ITEM.
    IF RT-SCREEN-REASON = SPACES
        DISPLAY "A REASON IS NEEDED TO REJECT A CORRECTION -"
            " ITEM LEFT PENDING."
        GO TO 2500-EXIT
    END-IF
    MOVE "R"              TO PC-STATUS
    MOVE RT-SCREEN-REASON TO PC-REJECT-REASON
    PERFORM 2700-RECORD-DECISION
    DISPLAY "CORRECTION TO ACCOUNT " PC-KEY-A " REJECTED.".
2500-EXIT.
    EXIT.

2700-RECORD-DECISION.
    ACCEPT RT-DATE-NOW FROM DATE YYYYMMDD
    ACCEPT RT-TIME-NOW FROM TIME
    STRING RT-DATE-NOW         DELIMITED BY SIZE
           RT-TIME-NOW (1:6)   DELIMITED BY SIZE
        INTO PC-DECISION-TIMESTAMP
    MOVE RT-OPERATOR-ID TO PC-CHECKER-ID
    REWRITE RT-PENDING-REC
    IF RT-PND-FILE-STATUS NOT = "00"
        DISPLAY "RT0330 - DECISION NOT RECORDED FOR ITEM " PC-ITEM-ID
            " FILE STATUS " RT-PND-FILE-STATUS
    END-IF.

9000-WRAP-UP.
    CLOSE ROOT-MASTER
    IF RT-PND-FILE-STATUS NOT = "35"
        CLOSE PENDING-FILE
    END-IF
    IF RT-HOLDX-FILE-STATUS = "00"
        CLOSE HOLD-EXCEPTION-FILE
    END-IF.
