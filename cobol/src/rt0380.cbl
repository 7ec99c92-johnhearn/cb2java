IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0380.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0380 - ONLINE ACCOUNT HOLD (FREEZE) MAINTENANCE
*>
*> When legal or fraud tell us to freeze an account, this is where
*> the freeze is put on and taken off. The hold master (HOLDMSTR,
*> layout RTHOLD.CPY, keyed on A) is what RTHOLDCK reads for every
*> program that updates ROOT-MASTER - RT0070, RT0080, RT0150,
*> RT0200, RT0210, RT0230 and the RT0330 approval - so an account
*> held here is skipped by all of them, and listed on their hold
*> exceptions files, until it is released here.
*>
*> The operator signs on with their own operator id, keys an
*> account, is shown its current hold if it has one, and answers:
*>   P  place - a hold type (L legal, F fraud, O other) and a
*>      reason are required; the hold starts today and is refused
*>      if the account is already held;
*>   R  release - the hold in force is released as of today, with
*>      the operator recorded as the releaser; the record stays on
*>      the hold master so the hold's history can still be seen;
*>   S  skip - nothing changes;
*>   Q  quit.
*> The account need not be on ROOT-MASTER - a hold can be placed
*> ahead of the account arriving on the raw feed, and RT0080 will
*> then not load it.
*>
*> Every place and release writes an RTAUDIT entry for field
*> "HOLD" against the account, with the operator id as the user:
*> old and new values show the hold type and reason, "NONE" for an
*> account never held before, and "RELEASED" for a hold taken off.
*>
*> "Today" - the day a hold starts or is released, and the day
*> against which a hold is shown as in force - is today's business
*> date from the business calendar (RTBUSDAT), the same date
*> RTHOLDCK judges holds by, so a hold placed on a weekend starts
*> on the business day that weekend belongs to. When the calendar
*> cannot give it, the calendar date is used and the operator is
*> told so.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  HOLDS START AND ARE RELEASED ON TODAY'S BUSINESS
*>                    DATE (RTBUSDAT), NOT THE CLOCK DATE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLD-MASTER ASSIGN TO "HOLDMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HD-KEY-A
        FILE STATUS IS RT-HLD-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HOLD-MASTER.
    COPY "rthold".

WORKING-STORAGE SECTION.
77  RT-HLD-FILE-STATUS              PIC X(2).
77  RT-QUIT-SWITCH                  PIC X(1) VALUE "N".
    88  RT-QUIT                     VALUE "Y".
77  RT-FOUND-SWITCH                 PIC X(1).
    88  RT-RECORD-FOUND             VALUE "Y".
77  RT-ACTIVE-SWITCH                PIC X(1).
    88  RT-HOLD-ACTIVE              VALUE "Y".

01  RT-OPERATOR-ID                  PIC X(8).
01  RT-SCREEN-KEY                   PIC X(6).
01  RT-ACTION                       PIC X(1).
    88  RT-ACTION-PLACE             VALUE "P" "p".
    88  RT-ACTION-RELEASE           VALUE "R" "r".
    88  RT-ACTION-QUIT              VALUE "Q" "q".
01  RT-SCREEN-TYPE                  PIC X(1).
    88  RT-SCREEN-TYPE-VALID        VALUE "L" "F" "O".
01  RT-SCREEN-REASON                PIC X(30).
01  RT-HOLD-STATE                   PIC X(8).
01  RT-TODAY                        PIC X(8).
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".
01  RT-HOLD-VALUE                   PIC X(20).
77  RT-AUD-RETURN-CODE              PIC 9(2) COMP.

    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==RT-AUDIT-ENTRY==.

SCREEN SECTION.
01  RT-SIGNON-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "RT0380 - ACCOUNT HOLD MAINTENANCE".
    05  LINE 3  COLUMN 1  VALUE "OPERATOR ID: ".
    05  LINE 3  COLUMN 14 PIC X(8) TO RT-OPERATOR-ID.

01  RT-INQUIRY-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "RT0380 - ACCOUNT HOLD MAINTENANCE".
    05  LINE 3  COLUMN 1  VALUE "ACCOUNT CODE (A), OR 'QUIT': ".
    05  LINE 3  COLUMN 31 PIC X(6) TO RT-SCREEN-KEY.

01  RT-HOLD-SCREEN.
    05  LINE 5  COLUMN 1  VALUE "ACCOUNT A     : ".
    05  LINE 5  COLUMN 17 PIC X(6) FROM RT-SCREEN-KEY.
    05  LINE 6  COLUMN 1  VALUE "HOLD          : ".
    05  LINE 6  COLUMN 17 PIC X(8) FROM RT-HOLD-STATE.
    05  LINE 7  COLUMN 1  VALUE "TYPE          : ".
    05  LINE 7  COLUMN 17 PIC X(1) FROM HD-HOLD-TYPE.
    05  LINE 8  COLUMN 1  VALUE "REASON        : ".
    05  LINE 8  COLUMN 17 PIC X(30) FROM HD-REASON.
    05  LINE 9  COLUMN 1  VALUE "PLACED BY     : ".
    05  LINE 9  COLUMN 17 PIC X(8) FROM HD-PLACED-BY.
    05  LINE 9  COLUMN 27 VALUE "ON ".
    05  LINE 9  COLUMN 30 PIC X(8) FROM HD-START-DATE.
    05  LINE 10 COLUMN 1  VALUE "RELEASED BY   : ".
    05  LINE 10 COLUMN 17 PIC X(8) FROM HD-RELEASED-BY.
    05  LINE 10 COLUMN 27 VALUE "ON ".
    05  LINE 10 COLUMN 30 PIC X(8) FROM HD-RELEASE-DATE.

01  RT-ACTION-SCREEN.
    05  LINE 12 COLUMN 1
        VALUE "ACTION (P=PLACE R=RELEASE S=SKIP Q=QUIT): ".
    05  LINE 12 COLUMN 44 PIC X(1) TO RT-ACTION.
    05  LINE 13 COLUMN 1  VALUE "HOLD TYPE (L=LEGAL F=FRAUD O=OTHER): ".
    05  LINE 13 COLUMN 38 PIC X(1) TO RT-SCREEN-TYPE.
    05  LINE 14 COLUMN 1  VALUE "HOLD REASON: ".
    05  LINE 14 COLUMN 14 PIC X(30) TO RT-SCREEN-REASON.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-TRANSACTION-LOOP THRU 2000-EXIT
        UNTIL RT-QUIT
    PERFORM 9000-WRAP-UP
    STOP RUN.

1000-INITIALIZE.
    OPEN I-O HOLD-MASTER
    IF RT-HLD-FILE-STATUS = "35"
        OPEN OUTPUT HOLD-MASTER
        CLOSE HOLD-MASTER
        OPEN I-O HOLD-MASTER
    END-IF
    IF RT-HLD-FILE-STATUS NOT = "00"
        DISPLAY "RT0380 - HOLD MASTER NOT OPENED, FILE STATUS "
            RT-HLD-FILE-STATUS
        SET RT-QUIT TO TRUE
        GO TO 1000-EXIT
    END-IF
    MOVE SPACES TO RT-OPERATOR-ID
    DISPLAY RT-SIGNON-SCREEN
    ACCEPT RT-SIGNON-SCREEN
    IF RT-OPERATOR-ID = SPACES
        DISPLAY "NO OPERATOR ID ENTERED - SESSION ENDED."
        SET RT-QUIT TO TRUE
    END-IF.
1000-EXIT.
    EXIT.

2000-TRANSACTION-LOOP.
    MOVE SPACES TO RT-SCREEN-KEY
    DISPLAY RT-INQUIRY-SCREEN
    ACCEPT RT-INQUIRY-SCREEN
    IF RT-SCREEN-KEY = "QUIT  " OR RT-SCREEN-KEY = SPACES
        SET RT-QUIT TO TRUE
        GO TO 2000-EXIT
    END-IF
    MOVE SPACES TO BD-CALENDAR-DATE
    CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC RT-BDT-RETURN-CODE
    IF RT-BDT-RETURN-CODE NOT = ZERO
        DISPLAY "BUSINESS DATE NOT ON THE CALENDAR, RETURN CODE "
            RT-BDT-RETURN-CODE " - CALENDAR DATE " BD-BUSINESS-DATE
            " USED."
    END-IF
    MOVE BD-BUSINESS-DATE TO RT-TODAY
    PERFORM 2100-LOOKUP-HOLD
    MOVE SPACES TO RT-ACTION
    MOVE SPACES TO RT-SCREEN-TYPE
    MOVE SPACES TO RT-SCREEN-REASON
    DISPLAY RT-HOLD-SCREEN
    DISPLAY RT-ACTION-SCREEN
    ACCEPT RT-ACTION-SCREEN
    EVALUATE TRUE
        WHEN RT-ACTION-PLACE
            PERFORM 2300-PLACE-HOLD THRU 2300-EXIT
        WHEN RT-ACTION-RELEASE
            PERFORM 2500-RELEASE-HOLD THRU 2500-EXIT
        WHEN RT-ACTION-QUIT
            SET RT-QUIT TO TRUE
        WHEN OTHER
            DISPLAY "NO CHANGE MADE TO ACCOUNT " RT-SCREEN-KEY "."
    END-EVALUATE.
2000-EXIT.
    EXIT.

2100-LOOKUP-HOLD.
    MOVE RT-SCREEN-KEY TO HD-KEY-A
    READ HOLD-MASTER
        INVALID KEY
            MOVE "N" TO RT-FOUND-SWITCH
        NOT INVALID KEY
            MOVE "Y" TO RT-FOUND-SWITCH
    END-READ
    MOVE "N" TO RT-ACTIVE-SWITCH
    IF NOT RT-RECORD-FOUND
        MOVE SPACES        TO RT-HOLD-REC
        MOVE RT-SCREEN-KEY TO HD-KEY-A
        MOVE "NONE"        TO RT-HOLD-STATE
    ELSE
        IF HD-START-DATE NOT > RT-TODAY
            AND (HD-RELEASE-DATE = SPACES
                 OR HD-RELEASE-DATE > RT-TODAY)
            MOVE "Y"        TO RT-ACTIVE-SWITCH
            MOVE "ACTIVE"   TO RT-HOLD-STATE
        ELSE
            MOVE "RELEASED" TO RT-HOLD-STATE
        END-IF
    END-IF.

2300-PLACE-HOLD.
    IF RT-HOLD-ACTIVE
        DISPLAY "ACCOUNT " RT-SCREEN-KEY " IS ALREADY UNDER HOLD -"
            " NOTHING CHANGED."
        GO TO 2300-EXIT
    END-IF
    IF NOT RT-SCREEN-TYPE-VALID
        DISPLAY "HOLD TYPE MUST BE L, F OR O - NOTHING CHANGED."
        GO TO 2300-EXIT
    END-IF
    IF RT-SCREEN-REASON = SPACES
        DISPLAY "A REASON IS NEEDED TO PLACE A HOLD - NOTHING"
            " CHANGED."
        GO TO 2300-EXIT
    END-IF
    MOVE RT-HOLD-STATE    TO RT-AUD-OLD-VALUE
    MOVE RT-SCREEN-TYPE   TO HD-HOLD-TYPE
    MOVE RT-SCREEN-REASON TO HD-REASON
    MOVE RT-OPERATOR-ID   TO HD-PLACED-BY
    MOVE RT-TODAY         TO HD-START-DATE
    MOVE SPACES           TO HD-RELEASE-DATE
    MOVE SPACES           TO HD-RELEASED-BY
    IF RT-RECORD-FOUND
        REWRITE RT-HOLD-REC
    ELSE
        WRITE RT-HOLD-REC
    END-IF
    IF RT-HLD-FILE-STATUS NOT = "00"
        DISPLAY "HOLD NOT PLACED - FILE STATUS " RT-HLD-FILE-STATUS
        GO TO 2300-EXIT
    END-IF
    PERFORM 2700-FORMAT-HOLD-VALUE
    MOVE RT-HOLD-VALUE TO RT-AUD-NEW-VALUE
    PERFORM 2800-WRITE-AUDIT
    DISPLAY "ACCOUNT " RT-SCREEN-KEY " PLACED UNDER HOLD.".
2300-EXIT.
    EXIT.

2500-RELEASE-HOLD.
    IF NOT RT-HOLD-ACTIVE
        DISPLAY "ACCOUNT " RT-SCREEN-KEY " IS NOT UNDER HOLD -"
            " NOTHING CHANGED."
        GO TO 2500-EXIT
    END-IF
    PERFORM 2700-FORMAT-HOLD-VALUE
    MOVE RT-HOLD-VALUE  TO RT-AUD-OLD-VALUE
    MOVE RT-TODAY       TO HD-RELEASE-DATE
    MOVE RT-OPERATOR-ID TO HD-RELEASED-BY
    REWRITE RT-HOLD-REC
    IF RT-HLD-FILE-STATUS NOT = "00"
        DISPLAY "HOLD NOT RELEASED - FILE STATUS " RT-HLD-FILE-STATUS
        GO TO 2500-EXIT
    END-IF
    MOVE "RELEASED" TO RT-AUD-NEW-VALUE
    PERFORM 2800-WRITE-AUDIT
    DISPLAY "HOLD ON ACCOUNT " RT-SCREEN-KEY " RELEASED.".
2500-EXIT.
    EXIT.

2700-FORMAT-HOLD-VALUE.
    MOVE SPACES TO RT-HOLD-VALUE
    STRING HD-HOLD-TYPE     DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           HD-REASON (1:18) DELIMITED BY SIZE
        INTO RT-HOLD-VALUE.

2800-WRITE-AUDIT.
    MOVE HD-KEY-A       TO RT-AUD-KEY-A
    MOVE "HOLD"         TO RT-AUD-FIELD-NAME
    MOVE RT-OPERATOR-ID TO RT-AUD-USER-ID
    CALL "RTAUDIT" USING RT-AUDIT-ENTRY RT-AUD-RETURN-CODE
    IF RT-AUD-RETURN-CODE NOT = ZERO
        DISPLAY "RT0380 - AUDIT ENTRY FOR HOLD NOT WRITTEN, RETURN"
            " CODE " RT-AUD-RETURN-CODE
    END-IF.

9000-WRAP-UP.
    IF RT-HLD-FILE-STATUS NOT = "35"
        CLOSE HOLD-MASTER
    END-IF.
