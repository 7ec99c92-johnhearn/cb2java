*> refuses the run with RETURN-CODE 16 rather than alerting
*> against a threshold nobody chose.
*>
*> The business date of a run is the one its start entry carries
*> from the business calendar, so a weekend or holiday rerun is
*> reported under the business day it belongs to; a start entry
*> written before the run log carried a business date falls
*> back to the date portion of its start timestamp. A run that
*> crosses midnight is charged a day's worth of seconds for the
*> crossing. Like RT0140, this is a read-only report and takes no
*> run-control lock of its own.
*>
*> MODIFICATION HISTORY
*>   2026-09-02  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  NIGHTS DATED BY THE START ENTRY'S BUSINESS DATE
*>                    RATHER THAN ITS CLOCK DATE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        10  RT-JT-PENDING-SWITCH    PIC X(1).
            88  RT-JT-START-PENDING VALUE "Y".
        10  RT-JT-START-TIMESTAMP   PIC X(14).
        10  RT-JT-START-BDATE       PIC X(8).
        10  RT-JT-NIGHT-COUNT       PIC 9(4) COMP.
        10  RT-JT-NIGHT OCCURS 92 TIMES.
            15  RT-JT-N-DATE        PIC X(8).
        MOVE "Y" TO RT-JT-PENDING-SWITCH (RT-JOB-POS)
        MOVE RT-RUN-TIMESTAMP
            TO RT-JT-START-TIMESTAMP (RT-JOB-POS)
        IF RT-RUN-BUSINESS-DATE IS NUMERIC
            MOVE RT-RUN-BUSINESS-DATE
                TO RT-JT-START-BDATE (RT-JOB-POS)
        ELSE
            MOVE RT-RUN-TIMESTAMP (1:8)
                TO RT-JT-START-BDATE (RT-JOB-POS)
        END-IF
        GO TO 2000-EXIT
    END-IF
    IF NOT RT-JT-START-PENDING (RT-JOB-POS)
    ADD 1 TO RT-JT-NIGHT-COUNT (RT-JOB-POS)
    ADD 1 TO RT-NIGHT-COUNT
    MOVE RT-JT-NIGHT-COUNT (RT-JOB-POS) TO RT-NIGHT-IDX
    MOVE RT-JT-START-BDATE (RT-JOB-POS)
        TO RT-JT-N-DATE (RT-JOB-POS RT-NIGHT-IDX)
    MOVE RT-DURATION
        TO RT-JT-N-DURATION (RT-JOB-POS RT-NIGHT-IDX)
