IDENTIFICATION DIVISION.
PROGRAM-ID.    RTHOLDCK.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RTHOLDCK - ACCOUNT HOLD CHECK SUBPROGRAM
*>
*> Single place that decides whether an account is frozen. Every
*> program that rewrites ROOT-MASTER - RT0080's refresh, RT0150's
*> transfer, RT0200's accrual, RT0210's purge, RT0350's reversal,
*> and the corrections queued by RT0070 and RT0230 and applied by
*> RT0330 - calls it before touching an account. The hold master
*> (HOLDMSTR, layout RTHOLD.CPY, keyed on A) is read for the
*> account; a hold is in force from its start date up to, but not
*> including, its release date, both business dates, judged
*> against today's business date from RTBUSDAT - the open cycle's
*> while the nightly cycle is running. That date is held between
*> calls and asked for again only when the clock moves into
*> another hour, so a batch step does not read the calendar once
*> per account. When a hold is in force, the hold's type, reason
*> and start date are returned in the caller's exception record,
*> the entry is stamped with the time and the business date, and
*> the record is appended to the blocked-update log (HOLDBLK) for
*> RT0390's daily held-accounts report. The caller skips the
*> account, writes the same record to its own hold exceptions
*> file and leaves the account unchanged.
*>
*> No hold master at all means nothing is held. A hold master that
*> exists but cannot be read is reported as a hold, so a broken
*> file can never let a frozen account be updated.
*>
*> CALLING SEQUENCE
*>   CALL "RTHOLDCK" USING LK-HOLD-EXCEPTION-REC
*>                         LK-HOLD-RETURN-CODE
*>
*>   THE CALLER MUST HAVE SET HX-KEY-A, HX-PROGRAM AND
*>   HX-BLOCKED-UPDATE BEFORE THE CALL. HX-TIMESTAMP,
*>   HX-BUSINESS-DATE AND THE HOLD FIELDS ARE SET BY THIS
*>   SUBPROGRAM.
*>
*>   LK-HOLD-RETURN-CODE 00  ACCOUNT NOT HELD - GO AHEAD
*>                       04  ACCOUNT HELD - SKIP IT
*>                       95  HOLD MASTER UNREADABLE - SKIP IT
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  HOLDS JUDGED AGAINST TODAY'S BUSINESS DATE
*>                    (RTBUSDAT), NOT THE CLOCK DATE; THE BUSINESS
*>                    DATE IS STAMPED ON THE BLOCKED-UPDATE RECORD.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLD-MASTER ASSIGN TO "HOLDMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HD-KEY-A
        FILE STATUS IS RT-HLD-FILE-STATUS.
    SELECT BLOCK-LOG ASSIGN TO "HOLDBLK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RT-BLK-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HOLD-MASTER.
    COPY "rthold".
FD  BLOCK-LOG.
    COPY "rtholdx" REPLACING ==RT-HOLD-EXCEPTION-REC==
                          BY ==BLOCK-LOG-REC==.

WORKING-STORAGE SECTION.
77  RT-HLD-CALLER-RETCODE           PIC S9(9) COMP.
77  RT-HLD-FILE-STATUS              PIC X(2).
77  RT-BLK-FILE-STATUS              PIC X(2).
77  RT-HLD-DATE-NOW                 PIC 9(8).
77  RT-HLD-TIME-NOW                 PIC 9(8).
01  RT-HLD-TODAY                    PIC X(8) VALUE SPACES.
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".
01  RT-HLD-CLOCK-HOUR.
    05  RT-HLD-CLOCK-DATE           PIC 9(8).
    05  RT-HLD-CLOCK-HH             PIC 9(2).
01  RT-HLD-LAST-CLOCK-HOUR          PIC X(10) VALUE SPACES.

LINKAGE SECTION.
    COPY "rtholdx" REPLACING ==RT-HOLD-EXCEPTION-REC==
                          BY ==LK-HOLD-EXCEPTION-REC==.
01  LK-HOLD-RETURN-CODE             PIC 9(2) COMP.

PROCEDURE DIVISION USING LK-HOLD-EXCEPTION-REC LK-HOLD-RETURN-CODE.
0000-MAIN-LOGIC.
    MOVE RETURN-CODE TO RT-HLD-CALLER-RETCODE
    MOVE ZERO TO LK-HOLD-RETURN-CODE
    ACCEPT RT-HLD-DATE-NOW FROM DATE YYYYMMDD
    ACCEPT RT-HLD-TIME-NOW FROM TIME
    PERFORM 0500-DERIVE-BUSINESS-DATE
    STRING RT-HLD-DATE-NOW         DELIMITED BY SIZE
           RT-HLD-TIME-NOW (1:6)   DELIMITED BY SIZE
        INTO HX-TIMESTAMP OF LK-HOLD-EXCEPTION-REC
    MOVE RT-HLD-TODAY TO HX-BUSINESS-DATE OF LK-HOLD-EXCEPTION-REC
    MOVE SPACES TO HX-HOLD-TYPE OF LK-HOLD-EXCEPTION-REC
    MOVE SPACES TO HX-HOLD-REASON OF LK-HOLD-EXCEPTION-REC
    MOVE SPACES TO HX-START-DATE OF LK-HOLD-EXCEPTION-REC
    OPEN INPUT HOLD-MASTER
    IF RT-HLD-FILE-STATUS = "35"
        GO TO 0000-EXIT
    END-IF
    IF RT-HLD-FILE-STATUS NOT = "00"
        MOVE 95 TO LK-HOLD-RETURN-CODE
        MOVE "HOLD MASTER UNREADABLE"
            TO HX-HOLD-REASON OF LK-HOLD-EXCEPTION-REC
        PERFORM 2000-LOG-BLOCKED-UPDATE THRU 2000-EXIT
        GO TO 0000-EXIT
    END-IF
    MOVE HX-KEY-A OF LK-HOLD-EXCEPTION-REC TO HD-KEY-A
    READ HOLD-MASTER
        INVALID KEY
            CLOSE HOLD-MASTER
            GO TO 0000-EXIT
    END-READ
    CLOSE HOLD-MASTER
    IF HD-START-DATE > RT-HLD-TODAY
        GO TO 0000-EXIT
    END-IF
    IF HD-RELEASE-DATE NOT = SPACES
        AND HD-RELEASE-DATE NOT > RT-HLD-TODAY
        GO TO 0000-EXIT
    END-IF
    MOVE 4 TO LK-HOLD-RETURN-CODE
    MOVE HD-HOLD-TYPE  TO HX-HOLD-TYPE OF LK-HOLD-EXCEPTION-REC
    MOVE HD-REASON     TO HX-HOLD-REASON OF LK-HOLD-EXCEPTION-REC
    MOVE HD-START-DATE TO HX-START-DATE OF LK-HOLD-EXCEPTION-REC
    PERFORM 2000-LOG-BLOCKED-UPDATE THRU 2000-EXIT.
0000-EXIT.
    MOVE RT-HLD-CALLER-RETCODE TO RETURN-CODE
    GOBACK.

0500-DERIVE-BUSINESS-DATE.
    MOVE RT-HLD-DATE-NOW        TO RT-HLD-CLOCK-DATE
    MOVE RT-HLD-TIME-NOW (1:2)  TO RT-HLD-CLOCK-HH
    IF RT-HLD-CLOCK-HOUR NOT = RT-HLD-LAST-CLOCK-HOUR
        MOVE SPACES TO BD-CALENDAR-DATE
        CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC
                              RT-BDT-RETURN-CODE
        MOVE BD-BUSINESS-DATE  TO RT-HLD-TODAY
        MOVE RT-HLD-CLOCK-HOUR TO RT-HLD-LAST-CLOCK-HOUR
    END-IF.

2000-LOG-BLOCKED-UPDATE.
    OPEN EXTEND BLOCK-LOG
    IF RT-BLK-FILE-STATUS = "35"
        OPEN OUTPUT BLOCK-LOG
    END-IF
    IF RT-BLK-FILE-STATUS NOT = "00"
        DISPLAY "RTHOLDCK - BLOCKED-UPDATE LOG NOT OPENED, FILE STATUS "
            RT-BLK-FILE-STATUS
        GO TO 2000-EXIT
    END-IF
    WRITE BLOCK-LOG-REC FROM LK-HOLD-EXCEPTION-REC
    CLOSE BLOCK-LOG.
2000-EXIT.
    EXIT.
