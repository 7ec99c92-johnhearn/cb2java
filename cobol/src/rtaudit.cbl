*>***************************************************************
*> RTAUDIT - ROOT RECORD AUDIT TRAIL SUBPROGRAM
*>
*> Adds one before/after audit entry to the audit file. Called
*> by any program that updates a ROOT record, batch or online, so
*> there is a single place that writes audit history and a single
*> record layout (RTAUDIT.CPY) for it. The caller supplies the
*> account key, the name of the field changed, the old and new
*> values (as display text) and its own user/job id; this
*> subprogram stamps the timestamp and the business date and
*> writes the record. The timestamp stays the clock time of the
*> change, so entries still sort in the order they were made; the
*> business date is today's from RTBUSDAT - the open cycle's while
*> the nightly cycle is running - so a change made after midnight,
*> or on a weekend or a holiday, is counted in the business day it
*> belongs to. A caller that already knows the business date may
*> supply it, and it is kept. RTBUSDAT reads the calendar and the
*> run log, so the date it gives is held and asked for again only
*> when the clock moves into another hour, not once per entry.
*>
*> The audit file is indexed on account, timestamp and sequence
*> number, with the business date as an alternate key, so a
*> question about one account or one business day is answered by
*> key instead of by reading the whole trail. The sequence number
*> starts at 1 and is stepped past any entry already written for
*> the same account in the same second, so entries made together
*> keep the order they were made in. This subprogram is still the
*> only program that writes AUDITDS.
*>
*> CALLING SEQUENCE
*>   CALL "RTAUDIT" USING LK-AUDIT-REC
*>
*>   THE CALLER MUST HAVE SET RT-AUD-KEY-A, RT-AUD-FIELD-NAME,
*>   RT-AUD-OLD-VALUE, RT-AUD-NEW-VALUE AND RT-AUD-USER-ID BEFORE
*>   THE CALL. RT-AUD-TIMESTAMP AND RT-AUD-KEY-SEQ ARE SET BY THIS
*>   SUBPROGRAM. RT-AUD-BUSINESS-DATE IS WRITTEN AS THE CALLER SET
*>   IT WHEN NUMERIC AND NOT ZERO, OTHERWISE AS TODAY'S BUSINESS
*>   DATE; EITHER WAY IT IS HANDED BACK AS THE CALLER SET IT, SO AN
*>   ENTRY AREA REUSED FOR THE NEXT CALL IS DATED AFRESH.
*>
*>   LK-AUD-RETURN-CODE 00  NORMAL
*>                      95  AUDIT I/O FAILED - ENTRY DID NOT PERSIST
*>                    REGISTER, SO AN AUDIT CALL MADE AFTER THE
*>                    CALLER HAD ALREADY SET A FAILURE CODE WAS
*>                    SILENTLY WIPING IT.
*>   2026-10-15  ACP  STAMP THE CALENDAR BUSINESS DATE (RTBUSDAT) ON
*>                    EVERY ENTRY BESIDE THE CLOCK TIMESTAMP.
*>   2026-10-15  ACP  AUDITDS IS NOW INDEXED ON ACCOUNT, TIMESTAMP
*>                    AND SEQUENCE WITH THE BUSINESS DATE AS AN
*>                    ALTERNATE KEY; THE SEQUENCE IS STEPPED PAST
*>                    ANY ENTRY ALREADY ON FILE FOR THE SAME KEY.
*>   2026-10-15  ACP  A BUSINESS DATE SUPPLIED BY THE CALLER IS KEPT;
*>                    OTHERWISE TODAY'S (THE OPEN CYCLE'S) IS USED,
*>                    HELD BETWEEN CALLS UNTIL THE CLOCK HOUR MOVES.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO "AUDITDS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RT-AUD-RECORD-KEY OF AUDIT-FILE-REC
        ALTERNATE RECORD KEY IS RT-AUD-BUSINESS-DATE OF AUDIT-FILE-REC
            WITH DUPLICATES
        FILE STATUS IS RT-AUD-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
77  RT-AUD-FILE-STATUS              PIC X(2).
77  RT-AUD-DATE-NOW                 PIC 9(8).
77  RT-AUD-TIME-NOW                 PIC 9(8).
77  RT-AUD-WRITE-SWITCH             PIC X(1).
    88  RT-AUD-WRITE-DONE           VALUE "Y".
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".
01  RT-AUD-CALLER-BUS-DATE          PIC X(8).
01  RT-AUD-CLOCK-HOUR.
    05  RT-AUD-CLOCK-DATE           PIC 9(8).
    05  RT-AUD-CLOCK-HH             PIC 9(2).
01  RT-AUD-LAST-CLOCK-HOUR          PIC X(10) VALUE SPACES.
01  RT-AUD-LAST-BUS-DATE            PIC X(8)  VALUE SPACES.

LINKAGE SECTION.
    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==LK-AUDIT-REC==.
0000-MAIN-LOGIC.
    MOVE RETURN-CODE TO RT-AUD-CALLER-RETCODE
    MOVE ZERO TO LK-AUD-RETURN-CODE
    MOVE RT-AUD-BUSINESS-DATE OF LK-AUDIT-REC
        TO RT-AUD-CALLER-BUS-DATE
    ACCEPT RT-AUD-DATE-NOW FROM DATE YYYYMMDD
    ACCEPT RT-AUD-TIME-NOW FROM TIME
    STRING RT-AUD-DATE-NOW         DELIMITED BY SIZE
           RT-AUD-TIME-NOW (1:6)   DELIMITED BY SIZE
        INTO RT-AUD-TIMESTAMP OF LK-AUDIT-REC
    IF RT-AUD-CALLER-BUS-DATE IS NOT NUMERIC
        OR RT-AUD-CALLER-BUS-DATE = ZERO
        PERFORM 0500-DERIVE-BUSINESS-DATE
        MOVE RT-AUD-LAST-BUS-DATE
            TO RT-AUD-BUSINESS-DATE OF LK-AUDIT-REC
    END-IF
    OPEN I-O AUDIT-FILE
    IF RT-AUD-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF
        MOVE 95 TO LK-AUD-RETURN-CODE
        GO TO 0000-EXIT
    END-IF
    MOVE 1 TO RT-AUD-KEY-SEQ OF LK-AUDIT-REC
    MOVE "N" TO RT-AUD-WRITE-SWITCH
    PERFORM 1000-WRITE-ENTRY THRU 1000-EXIT
        UNTIL RT-AUD-WRITE-DONE
    CLOSE AUDIT-FILE.
0000-EXIT.
    MOVE RT-AUD-CALLER-BUS-DATE
        TO RT-AUD-BUSINESS-DATE OF LK-AUDIT-REC
    MOVE RT-AUD-CALLER-RETCODE TO RETURN-CODE
    GOBACK.

0500-DERIVE-BUSINESS-DATE.
    MOVE RT-AUD-DATE-NOW        TO RT-AUD-CLOCK-DATE
    MOVE RT-AUD-TIME-NOW (1:2)  TO RT-AUD-CLOCK-HH
    IF RT-AUD-CLOCK-HOUR NOT = RT-AUD-LAST-CLOCK-HOUR
        MOVE SPACES TO BD-CALENDAR-DATE
        CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC
                              RT-BDT-RETURN-CODE
        MOVE BD-BUSINESS-DATE  TO RT-AUD-LAST-BUS-DATE
        MOVE RT-AUD-CLOCK-HOUR TO RT-AUD-LAST-CLOCK-HOUR
    END-IF.

1000-WRITE-ENTRY.
    WRITE AUDIT-FILE-REC FROM LK-AUDIT-REC
        INVALID KEY
            CONTINUE
    END-WRITE
    IF RT-AUD-FILE-STATUS = "22"
        AND RT-AUD-KEY-SEQ OF LK-AUDIT-REC < 9999
        ADD 1 TO RT-AUD-KEY-SEQ OF LK-AUDIT-REC
        GO TO 1000-EXIT
    END-IF
    IF RT-AUD-FILE-STATUS NOT = "00"
        AND RT-AUD-FILE-STATUS NOT = "02"
        MOVE 95 TO LK-AUD-RETURN-CODE
    END-IF
    SET RT-AUD-WRITE-DONE TO TRUE.
1000-EXIT.
    EXIT.
