IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0450.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0450 - RUN-CONTROL LOG CONVERSION TO THE DATED LAYOUT
*>
*> One-off conversion of the run-control log to its current
*> layout (RTRUNLOG.CPY), which carries the business date each
*> run belongs to after the return code. The log is read from
*> RUNLOGOL in the layout it was written in - job name, dataset,
*> event, timestamp, record count, return code, 42 bytes - and
*> each entry is written unchanged, in the same order, to the new
*> log RUNLOGNW with the business date left as spaces. A blank
*> business date is what every reader of the log already expects
*> of an entry that does not know its date: RT0280 dates it from
*> its own timestamp, RTBUSDAT falls back to the clock date, and
*> RT0420 does not take it for the day's accrual.
*>
*> The conversion proves its record counts before the new log may
*> be used: the entries read from RUNLOGOL must equal the entries
*> written, and the new log is then read through and its count
*> must equal the entries read. Any difference, or any entry that
*> cannot be written, ends the run with RETURN-CODE 16 and the new
*> log must not replace the old one.
*>
*> Run it once, with no nightly cycle open and nothing else
*> running, with RUNLOGOL pointing at the current RUNLOGDS and
*> RUNLOGNW at its replacement, and before any job has written to
*> RUNLOGDS in the new layout. The run is not registered through
*> RTRUNCTL: the log it would be registered on is the one being
*> converted.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-RUNLOG-FILE ASSIGN TO "RUNLOGOL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-OLD-FILE-STATUS.
    SELECT NEW-RUNLOG-FILE ASSIGN TO "RUNLOGNW"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-NEW-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  OLD-RUNLOG-FILE.
01  OLD-RUNLOG-REC.
    05  OLD-RUN-JOB-NAME            PIC X(8).
    05  OLD-RUN-DATASET             PIC X(8).
    05  OLD-RUN-EVENT               PIC X(1).
    05  OLD-RUN-TIMESTAMP           PIC X(14).
    05  OLD-RUN-RECORD-COUNT        PIC 9(9).
    05  OLD-RUN-RETURN-CODE         PIC 9(2).
FD  NEW-RUNLOG-FILE.
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==NEW-RUNLOG-REC==.

WORKING-STORAGE SECTION.
77  RT-OLD-FILE-STATUS              PIC X(2).
77  RT-NEW-FILE-STATUS              PIC X(2).
77  RT-OLD-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-OLD-EOF                  VALUE "Y".
77  RT-COUNT-EOF-SWITCH             PIC X(1).
    88  RT-COUNT-EOF                VALUE "Y".
77  RT-OLD-OPEN-SWITCH              PIC X(1) VALUE "N".
    88  RT-OLD-OPEN                 VALUE "Y".
77  RT-NEW-OPEN-SWITCH              PIC X(1) VALUE "N".
    88  RT-NEW-OPEN                 VALUE "Y".
77  RT-PROVEN-SWITCH                PIC X(1) VALUE "N".
    88  RT-CONVERSION-PROVEN        VALUE "Y".

77  RT-ENTRIES-READ                 PIC 9(9) COMP VALUE ZERO.
77  RT-ENTRIES-WRITTEN              PIC 9(9) COMP VALUE ZERO.
77  RT-WRITE-FAIL-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-NEW-RECOUNT                  PIC 9(9) COMP VALUE ZERO.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-CONVERT-ONE-ENTRY THRU 2000-EXIT
        UNTIL RT-OLD-EOF
    PERFORM 8000-PROVE-CONVERSION THRU 8000-EXIT
    PERFORM 9000-WRAP-UP
    GOBACK.

1000-INITIALIZE.
    OPEN INPUT OLD-RUNLOG-FILE
    IF RT-OLD-FILE-STATUS NOT = "00"
        DISPLAY "RT0450 - OLD RUN-CONTROL LOG NOT OPENED, FILE"
            " STATUS " RT-OLD-FILE-STATUS " - NOTHING CONVERTED"
        MOVE 16 TO RETURN-CODE
        SET RT-OLD-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-OLD-OPEN TO TRUE
    OPEN OUTPUT NEW-RUNLOG-FILE
    IF RT-NEW-FILE-STATUS NOT = "00"
        DISPLAY "RT0450 - NEW RUN-CONTROL LOG NOT OPENED, FILE"
            " STATUS " RT-NEW-FILE-STATUS " - NOTHING CONVERTED"
        MOVE 16 TO RETURN-CODE
        SET RT-OLD-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-NEW-OPEN TO TRUE.
1000-EXIT.
    EXIT.

2000-CONVERT-ONE-ENTRY.
    READ OLD-RUNLOG-FILE
        AT END
            SET RT-OLD-EOF TO TRUE
            GO TO 2000-EXIT
    END-READ
    ADD 1 TO RT-ENTRIES-READ
    MOVE SPACES               TO NEW-RUNLOG-REC
    MOVE OLD-RUN-JOB-NAME     TO RT-RUN-JOB-NAME
    MOVE OLD-RUN-DATASET      TO RT-RUN-DATASET
    MOVE OLD-RUN-EVENT        TO RT-RUN-EVENT
    MOVE OLD-RUN-TIMESTAMP    TO RT-RUN-TIMESTAMP
    MOVE OLD-RUN-RECORD-COUNT TO RT-RUN-RECORD-COUNT
    MOVE OLD-RUN-RETURN-CODE  TO RT-RUN-RETURN-CODE
    MOVE SPACES               TO RT-RUN-BUSINESS-DATE
    WRITE NEW-RUNLOG-REC
    IF RT-NEW-FILE-STATUS NOT = "00"
        DISPLAY "RT0450 - ENTRY NOT WRITTEN, FILE STATUS "
            RT-NEW-FILE-STATUS ", JOB " OLD-RUN-JOB-NAME " AT "
            OLD-RUN-TIMESTAMP
        ADD 1 TO RT-WRITE-FAIL-COUNT
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO RT-ENTRIES-WRITTEN.
2000-EXIT.
    EXIT.

8000-PROVE-CONVERSION.
    IF NOT RT-NEW-OPEN
        GO TO 8000-EXIT
    END-IF
    CLOSE NEW-RUNLOG-FILE
    MOVE "N" TO RT-NEW-OPEN-SWITCH
    OPEN INPUT NEW-RUNLOG-FILE
    IF RT-NEW-FILE-STATUS NOT = "00"
        DISPLAY "RT0450 - NEW RUN-CONTROL LOG NOT REOPENED, FILE"
            " STATUS " RT-NEW-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        GO TO 8000-EXIT
    END-IF
    SET RT-NEW-OPEN TO TRUE
    MOVE "N" TO RT-COUNT-EOF-SWITCH
    PERFORM 8100-COUNT-ONE-NEW-ENTRY THRU 8100-EXIT
        UNTIL RT-COUNT-EOF
    IF RT-WRITE-FAIL-COUNT > ZERO
        OR RT-ENTRIES-WRITTEN NOT = RT-ENTRIES-READ
        OR RT-NEW-RECOUNT     NOT = RT-ENTRIES-READ
        DISPLAY "RT0450 - RECORD COUNTS DO NOT AGREE - CONVERSION"
            " NOT PROVEN, DO NOT USE THE NEW LOG"
        MOVE 16 TO RETURN-CODE
        GO TO 8000-EXIT
    END-IF
    SET RT-CONVERSION-PROVEN TO TRUE.
8000-EXIT.
    EXIT.

8100-COUNT-ONE-NEW-ENTRY.
    READ NEW-RUNLOG-FILE
        AT END
            SET RT-COUNT-EOF TO TRUE
            GO TO 8100-EXIT
    END-READ
    ADD 1 TO RT-NEW-RECOUNT.
8100-EXIT.
    EXIT.

9000-WRAP-UP.
    IF RT-OLD-OPEN
        CLOSE OLD-RUNLOG-FILE
    END-IF
    IF RT-NEW-OPEN
        CLOSE NEW-RUNLOG-FILE
    END-IF
    DISPLAY "RT0450 - OLD LOG ENTRIES READ:       " RT-ENTRIES-READ
    DISPLAY "RT0450 - NEW LOG ENTRIES WRITTEN:    " RT-ENTRIES-WRITTEN
    DISPLAY "RT0450 - ENTRIES NOT WRITTEN:        " RT-WRITE-FAIL-COUNT
    DISPLAY "RT0450 - RECOUNT OF THE NEW LOG:     " RT-NEW-RECOUNT
    IF RT-CONVERSION-PROVEN
        DISPLAY "RT0450 - CONVERSION PROVEN"
    END-IF.
