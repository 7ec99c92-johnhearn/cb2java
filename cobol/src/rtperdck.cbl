IDENTIFICATION DIVISION.
PROGRAM-ID.    RTPERDCK.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RTPERDCK - CLOSED PERIOD CHECK SUBPROGRAM
*>
*> Single place that decides whether a date falls in a closed
*> accounting period. Once RT0420 has frozen a month's balances to
*> the balance history file, nothing dated in that month may
*> change the book again unless the period is first reopened
*> through RT0430. RT0070 and RT0230 call this subprogram with a
*> correction's effective date before queueing it, RT0330 calls it
*> again before applying an approved correction, and RT0350 calls
*> it with the earliest and latest business dates of a run before
*> reversing it. The period control file (PERDCTL, layout
*> RTPERIOD.CPY, keyed on the period) is read for the yyyymm of
*> the date: a period with no record has never been closed, and a
*> reopened period accepts changes until it is closed again.
*>
*> No period control file at all means nothing has been closed. A
*> file that exists but cannot be read is reported on its own
*> return code, and the caller refuses the change, so a broken
*> file can never let a closed month be altered.
*>
*> CALLING SEQUENCE
*>   CALL "RTPERDCK" USING LK-CHECK-DATE
*>                         LK-PERIOD-RETURN-CODE
*>
*>   LK-CHECK-DATE IS THE YYYYMMDD DATE THE CHANGE IS DATED.
*>
*>   LK-PERIOD-RETURN-CODE 00  PERIOD OPEN - GO AHEAD
*>                         04  PERIOD CLOSED - REFUSE THE CHANGE
*>                         95  PERIOD CONTROL UNREADABLE - REFUSE
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PD-PERIOD
        FILE STATUS IS RT-PRD-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PERIOD-FILE.
    COPY "rtperiod".

WORKING-STORAGE SECTION.
77  RT-PRD-CALLER-RETCODE           PIC S9(9) COMP.
77  RT-PRD-FILE-STATUS              PIC X(2).

LINKAGE SECTION.
01  LK-CHECK-DATE                   PIC X(8).
01  LK-PERIOD-RETURN-CODE           PIC 9(2) COMP.

PROCEDURE DIVISION USING LK-CHECK-DATE LK-PERIOD-RETURN-CODE.
0000-MAIN-LOGIC.
    MOVE RETURN-CODE TO RT-PRD-CALLER-RETCODE
    MOVE ZERO TO LK-PERIOD-RETURN-CODE
    OPEN INPUT PERIOD-FILE
    IF RT-PRD-FILE-STATUS = "35"
        GO TO 0000-EXIT
    END-IF
    IF RT-PRD-FILE-STATUS NOT = "00"
        MOVE 95 TO LK-PERIOD-RETURN-CODE
        GO TO 0000-EXIT
    END-IF
    MOVE LK-CHECK-DATE (1:6) TO PD-PERIOD
    READ PERIOD-FILE
        INVALID KEY
            CLOSE PERIOD-FILE
            GO TO 0000-EXIT
    END-READ
    IF RT-PRD-FILE-STATUS NOT = "00"
        CLOSE PERIOD-FILE
        MOVE 95 TO LK-PERIOD-RETURN-CODE
        GO TO 0000-EXIT
    END-IF
    CLOSE PERIOD-FILE
    IF PD-CLOSED
        MOVE 4 TO LK-PERIOD-RETURN-CODE
    END-IF.
0000-EXIT.
    MOVE RT-PRD-CALLER-RETCODE TO RETURN-CODE
    GOBACK.
