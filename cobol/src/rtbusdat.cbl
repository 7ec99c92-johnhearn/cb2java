IDENTIFICATION DIVISION.
PROGRAM-ID.    RTBUSDAT.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RTBUSDAT - BUSINESS DATE LOOKUP SUBPROGRAM
*>
*> Single place that turns a calendar date into a business date.
*> The nightly cycle used to take its date straight from the
*> clock, so a run that went past midnight, or a step run on a
*> weekend or a holiday, worked under a date that was never a
*> business day. RTAUDIT, RTRUNCTL, RTHDRCHK, RT0170, RT0190,
*> RT0210 and RT0290 now call this subprogram instead.
*>
*> The business calendar (CALENDAR, layout RTCAL.CPY, keyed on the
*> date, maintained by RT0400) is read forward from the first of
*> the month before the date asked about, up to that date. The
*> business date is the latest business day on or before it - a
*> Saturday, Sunday or holiday belongs to the business day before
*> it - and the prior business date is the business day before
*> that. The month-end and year-end flags returned are those of
*> the business date.
*>
*> A date that is not on the calendar, or no calendar at all, is
*> not fatal: the date asked about is returned as its own business
*> date with no flags set and a return code saying so, so an
*> installation that has not yet loaded its calendar runs exactly
*> as it did under the clock. Callers that must not guess - RT0190
*> deciding a month-end step - treat that return code as "not
*> month-end".
*>
*> "Today" is the business date of the night being processed, not
*> the clock's: while the nightly cycle is open - RT0190's CYCLE
*> start entry on the run log (RUNLOGDS) has no end entry yet -
*> the business date that entry carries is the one resolved, so
*> every step, and every audit and run-log entry written under it,
*> stays on the cycle's business date however late the cycle runs
*> or however long after the night it is recovered. With no cycle
*> open, today is the clock date.
*>
*> CALLING SEQUENCE
*>   CALL "RTBUSDAT" USING LK-BUSINESS-DATE-REC
*>                         LK-BDT-RETURN-CODE
*>
*>   THE CALLER SETS BD-CALENDAR-DATE, OR SPACES FOR TODAY - THE
*>   OPEN CYCLE'S BUSINESS DATE, OR THE CLOCK DATE WHEN NO CYCLE IS
*>   OPEN, IS THEN RETURNED IN IT. EVERY OTHER FIELD OF
*>   LK-BUSINESS-DATE-REC IS SET BY THIS SUBPROGRAM.
*>
*>   LK-BDT-RETURN-CODE 00  RESOLVED FROM THE CALENDAR
*>                      04  DATE NOT ON THE CALENDAR, OR NO
*>                          CALENDAR - CALENDAR DATE RETURNED AS
*>                          THE BUSINESS DATE
*>                      95  CALENDAR UNREADABLE - CALENDAR DATE
*>                          RETURNED AS THE BUSINESS DATE
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  TODAY IS THE OPEN CYCLE'S BUSINESS DATE (RT0190
*>                    CYCLE ENTRY ON RUNLOGDS) WHILE ONE IS OPEN.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CL-DATE
        FILE STATUS IS RT-CAL-FILE-STATUS.
    SELECT RUNLOG-FILE ASSIGN TO "RUNLOGDS"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-BDT-LOG-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CALENDAR-FILE.
    COPY "rtcal".
FD  RUNLOG-FILE.
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RUNLOG-FILE-REC==.

WORKING-STORAGE SECTION.
77  RT-BDT-CALLER-RETCODE           PIC S9(9) COMP.
77  RT-CAL-FILE-STATUS              PIC X(2).
77  RT-CAL-EOF-SWITCH               PIC X(1).
    88  RT-CAL-EOF                  VALUE "Y".
77  RT-BDT-FOUND-SWITCH             PIC X(1).
    88  RT-BDT-DATE-FOUND           VALUE "Y".
77  RT-BDT-DATE-NOW                 PIC 9(8).
01  RT-BDT-WINDOW-DATE              PIC 9(8).
01  RT-BDT-WINDOW-PARTS REDEFINES RT-BDT-WINDOW-DATE.
    05  RT-BDT-WINDOW-YEAR          PIC 9(4).
    05  RT-BDT-WINDOW-MONTH         PIC 9(2).
    05  RT-BDT-WINDOW-DAY           PIC 9(2).
77  RT-BDT-DAY-TYPE                 PIC X(1).
77  RT-BDT-LAST-BUSINESS            PIC X(8).
77  RT-BDT-PREV-BUSINESS            PIC X(8).
77  RT-BDT-LAST-MONTH-END           PIC X(1).
77  RT-BDT-LAST-YEAR-END            PIC X(1).
77  RT-BDT-LAST-AFTER-GAP           PIC X(1).
77  RT-BDT-GAP-PENDING              PIC X(1).
77  RT-BDT-LOG-FILE-STATUS          PIC X(2).
77  RT-BDT-LOG-EOF-SWITCH           PIC X(1).
    88  RT-BDT-LOG-EOF              VALUE "Y".
77  RT-BDT-CYCLE-DATE               PIC X(8).

LINKAGE SECTION.
    COPY "rtbusdt" REPLACING ==RT-BUSINESS-DATE-REC==
                          BY ==LK-BUSINESS-DATE-REC==.
01  LK-BDT-RETURN-CODE              PIC 9(2) COMP.

PROCEDURE DIVISION USING LK-BUSINESS-DATE-REC LK-BDT-RETURN-CODE.
0000-MAIN-LOGIC.
    MOVE RETURN-CODE TO RT-BDT-CALLER-RETCODE
    MOVE ZERO TO LK-BDT-RETURN-CODE
    IF BD-CALENDAR-DATE = SPACES
        PERFORM 2000-FIND-OPEN-CYCLE THRU 2000-EXIT
        IF RT-BDT-CYCLE-DATE IS NUMERIC
            MOVE RT-BDT-CYCLE-DATE TO BD-CALENDAR-DATE
        ELSE
            ACCEPT RT-BDT-DATE-NOW FROM DATE YYYYMMDD
            MOVE RT-BDT-DATE-NOW TO BD-CALENDAR-DATE
        END-IF
    END-IF
    MOVE BD-CALENDAR-DATE TO BD-BUSINESS-DATE
    MOVE SPACES TO BD-PRIOR-BUSINESS-DATE
    MOVE SPACES TO BD-DAY-TYPE
    MOVE "N"    TO BD-MONTH-END
    MOVE "N"    TO BD-YEAR-END
    MOVE "N"    TO BD-AFTER-CLOSURE
    MOVE "N"    TO RT-CAL-EOF-SWITCH
    MOVE "N"    TO RT-BDT-FOUND-SWITCH
    MOVE SPACES TO RT-BDT-DAY-TYPE
    MOVE SPACES TO RT-BDT-LAST-BUSINESS
    MOVE SPACES TO RT-BDT-PREV-BUSINESS
    MOVE "N"    TO RT-BDT-LAST-MONTH-END
    MOVE "N"    TO RT-BDT-LAST-YEAR-END
    MOVE "N"    TO RT-BDT-LAST-AFTER-GAP
    MOVE "N"    TO RT-BDT-GAP-PENDING
    IF BD-CALENDAR-DATE IS NOT NUMERIC
        MOVE 4 TO LK-BDT-RETURN-CODE
        GO TO 0000-EXIT
    END-IF
    MOVE BD-CALENDAR-DATE TO RT-BDT-WINDOW-DATE
    IF RT-BDT-WINDOW-MONTH = 1
        SUBTRACT 1 FROM RT-BDT-WINDOW-YEAR
        MOVE 12 TO RT-BDT-WINDOW-MONTH
    ELSE
        SUBTRACT 1 FROM RT-BDT-WINDOW-MONTH
    END-IF
    MOVE 1 TO RT-BDT-WINDOW-DAY
    OPEN INPUT CALENDAR-FILE
    IF RT-CAL-FILE-STATUS = "35"
        MOVE 4 TO LK-BDT-RETURN-CODE
        GO TO 0000-EXIT
    END-IF
    IF RT-CAL-FILE-STATUS NOT = "00"
        MOVE 95 TO LK-BDT-RETURN-CODE
        GO TO 0000-EXIT
    END-IF
    MOVE RT-BDT-WINDOW-DATE TO CL-DATE
    START CALENDAR-FILE KEY IS NOT LESS THAN CL-DATE
        INVALID KEY
            SET RT-CAL-EOF TO TRUE
    END-START
    PERFORM 1000-READ-ONE-DAY THRU 1000-EXIT
        UNTIL RT-CAL-EOF
    CLOSE CALENDAR-FILE
    IF NOT RT-BDT-DATE-FOUND
        OR RT-BDT-LAST-BUSINESS = SPACES
        MOVE 4 TO LK-BDT-RETURN-CODE
        GO TO 0000-EXIT
    END-IF
    MOVE RT-BDT-DAY-TYPE       TO BD-DAY-TYPE
    MOVE RT-BDT-LAST-BUSINESS  TO BD-BUSINESS-DATE
    MOVE RT-BDT-PREV-BUSINESS  TO BD-PRIOR-BUSINESS-DATE
    MOVE RT-BDT-LAST-MONTH-END TO BD-MONTH-END
    MOVE RT-BDT-LAST-YEAR-END  TO BD-YEAR-END
    MOVE RT-BDT-LAST-AFTER-GAP TO BD-AFTER-CLOSURE.
0000-EXIT.
    MOVE RT-BDT-CALLER-RETCODE TO RETURN-CODE
    GOBACK.

1000-READ-ONE-DAY.
    READ CALENDAR-FILE NEXT RECORD
        AT END
            SET RT-CAL-EOF TO TRUE
            GO TO 1000-EXIT
    END-READ
    IF CL-DATE > BD-CALENDAR-DATE
        SET RT-CAL-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    IF CL-DATE = BD-CALENDAR-DATE
        SET RT-BDT-DATE-FOUND TO TRUE
        MOVE CL-DAY-TYPE TO RT-BDT-DAY-TYPE
    END-IF
    IF CL-BUSINESS-DAY
        MOVE RT-BDT-LAST-BUSINESS TO RT-BDT-PREV-BUSINESS
        MOVE CL-DATE              TO RT-BDT-LAST-BUSINESS
        MOVE CL-MONTH-END         TO RT-BDT-LAST-MONTH-END
        MOVE CL-YEAR-END          TO RT-BDT-LAST-YEAR-END
        MOVE RT-BDT-GAP-PENDING   TO RT-BDT-LAST-AFTER-GAP
        MOVE "N"                  TO RT-BDT-GAP-PENDING
    ELSE
        MOVE "Y" TO RT-BDT-GAP-PENDING
    END-IF.
1000-EXIT.
    EXIT.

2000-FIND-OPEN-CYCLE.
    MOVE SPACES TO RT-BDT-CYCLE-DATE
    MOVE "N"    TO RT-BDT-LOG-EOF-SWITCH
    OPEN INPUT RUNLOG-FILE
    IF RT-BDT-LOG-FILE-STATUS NOT = "00"
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-READ-ONE-LOG-ENTRY THRU 2100-EXIT
        UNTIL RT-BDT-LOG-EOF
    CLOSE RUNLOG-FILE.
2000-EXIT.
    EXIT.

2100-READ-ONE-LOG-ENTRY.
    READ RUNLOG-FILE
        AT END
            SET RT-BDT-LOG-EOF TO TRUE
            GO TO 2100-EXIT
    END-READ
    IF RT-RUN-JOB-NAME OF RUNLOG-FILE-REC NOT = "RT0190"
        OR RT-RUN-DATASET OF RUNLOG-FILE-REC NOT = "CYCLE"
        GO TO 2100-EXIT
    END-IF
    IF RT-RUN-EVENT-START OF RUNLOG-FILE-REC
        MOVE RT-RUN-BUSINESS-DATE OF RUNLOG-FILE-REC
            TO RT-BDT-CYCLE-DATE
    ELSE
        MOVE SPACES TO RT-BDT-CYCLE-DATE
    END-IF.
2100-EXIT.
    EXIT.
