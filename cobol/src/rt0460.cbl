IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0460.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0460 - PURGE CONTROL FILE CONVERSION TO THE DATED LAYOUT
*>
*> One-off conversion of RT0210's purge control file to its
*> current layout, which carries after the miss count the
*> business date of the last miss counted (PCT-LAST-MISS-DATE).
*> The file is read from PCTLOLD in the layout it was written in
*> - account and consecutive-miss count, 9 bytes - and each entry
*> is written unchanged, in the same order, to the new file
*> PCTLNEW with the last-miss date left as spaces. A blank date
*> never equals a business date, so the next RT0210 run counts
*> that day's miss as it always did and dates the entry from then
*> on; no miss already counted is lost or counted twice.
*>
*> The conversion proves its record counts before the new file
*> may be used: the entries read from PCTLOLD must equal the
*> entries written, and the new file is then read through and its
*> count must equal the entries read. Any difference, or any entry
*> that cannot be written, ends the run with RETURN-CODE 16 and
*> the new file must not replace the old one.
*>
*> Run it once, after RT0450 has converted the run-control log,
*> with PCTLOLD pointing at the current PURGECTL and PCTLNEW at
*> its replacement. Job start and end are registered through
*> RTRUNCTL against ROOTMSTR, so the conversion cannot run beside
*> the RT0210 purge that keeps the file.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-CONTROL-FILE ASSIGN TO "PCTLOLD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-OLD-FILE-STATUS.
    SELECT NEW-CONTROL-FILE ASSIGN TO "PCTLNEW"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-NEW-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  OLD-CONTROL-FILE.
01  OLD-CONTROL-REC.
    05  OLD-PCT-KEY-A               PIC X(6).
    05  OLD-PCT-MISS-COUNT          PIC 9(3).
FD  NEW-CONTROL-FILE.
01  PURGE-CONTROL-REC.
    05  PCT-KEY-A                   PIC X(6).
    05  PCT-MISS-COUNT              PIC 9(3).
    05  PCT-LAST-MISS-DATE          PIC X(8).

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

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RT-RUNLOG-ENTRY==.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-CONVERT-ONE-ENTRY THRU 2000-EXIT
        UNTIL RT-OLD-EOF
    PERFORM 8000-PROVE-CONVERSION THRU 8000-EXIT
    PERFORM 9000-WRAP-UP
    GOBACK.

1000-INITIALIZE.
    PERFORM 1050-REGISTER-RUN-START
    IF RT-RUN-REFUSED
        SET RT-OLD-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT OLD-CONTROL-FILE
    IF RT-OLD-FILE-STATUS NOT = "00"
        DISPLAY "RT0460 - OLD PURGE CONTROL FILE NOT OPENED, FILE"
            " STATUS " RT-OLD-FILE-STATUS " - NOTHING CONVERTED"
        MOVE 16 TO RETURN-CODE
        SET RT-OLD-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-OLD-OPEN TO TRUE
    OPEN OUTPUT NEW-CONTROL-FILE
    IF RT-NEW-FILE-STATUS NOT = "00"
        DISPLAY "RT0460 - NEW PURGE CONTROL FILE NOT OPENED, FILE"
            " STATUS " RT-NEW-FILE-STATUS " - NOTHING CONVERTED"
        MOVE 16 TO RETURN-CODE
        SET RT-OLD-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-NEW-OPEN TO TRUE.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0460"   TO RT-RUN-JOB-NAME
    MOVE "ROOTMSTR" TO RT-RUN-DATASET
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0460 - A JOB IS STILL RUNNING AGAINST ROOTMSTR"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0460 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

2000-CONVERT-ONE-ENTRY.
    READ OLD-CONTROL-FILE
        AT END
            SET RT-OLD-EOF TO TRUE
            GO TO 2000-EXIT
    END-READ
    ADD 1 TO RT-ENTRIES-READ
    MOVE OLD-PCT-KEY-A      TO PCT-KEY-A
    MOVE OLD-PCT-MISS-COUNT TO PCT-MISS-COUNT
    MOVE SPACES             TO PCT-LAST-MISS-DATE
    WRITE PURGE-CONTROL-REC
    IF RT-NEW-FILE-STATUS NOT = "00"
        DISPLAY "RT0460 - ENTRY NOT WRITTEN, FILE STATUS "
            RT-NEW-FILE-STATUS ", ACCOUNT " OLD-PCT-KEY-A
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
    CLOSE NEW-CONTROL-FILE
    MOVE "N" TO RT-NEW-OPEN-SWITCH
    OPEN INPUT NEW-CONTROL-FILE
    IF RT-NEW-FILE-STATUS NOT = "00"
        DISPLAY "RT0460 - NEW PURGE CONTROL FILE NOT REOPENED, FILE"
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
        DISPLAY "RT0460 - RECORD COUNTS DO NOT AGREE - CONVERSION"
            " NOT PROVEN, DO NOT USE THE NEW FILE"
        MOVE 16 TO RETURN-CODE
        GO TO 8000-EXIT
    END-IF
    SET RT-CONVERSION-PROVEN TO TRUE.
8000-EXIT.
    EXIT.

8100-COUNT-ONE-NEW-ENTRY.
    READ NEW-CONTROL-FILE
        AT END
            SET RT-COUNT-EOF TO TRUE
            GO TO 8100-EXIT
    END-READ
    ADD 1 TO RT-NEW-RECOUNT.
8100-EXIT.
    EXIT.

9000-WRAP-UP.
    IF RT-OLD-OPEN
        CLOSE OLD-CONTROL-FILE
    END-IF
    IF RT-NEW-OPEN
        CLOSE NEW-CONTROL-FILE
    END-IF
    IF NOT RT-RUN-REFUSED
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0460 - OLD ENTRIES READ:           " RT-ENTRIES-READ
    DISPLAY "RT0460 - NEW ENTRIES WRITTEN:        " RT-ENTRIES-WRITTEN
    DISPLAY "RT0460 - ENTRIES NOT WRITTEN:        " RT-WRITE-FAIL-COUNT
    DISPLAY "RT0460 - RECOUNT OF THE NEW FILE:    " RT-NEW-RECOUNT
    IF RT-CONVERSION-PROVEN
        DISPLAY "RT0460 - CONVERSION PROVEN"
    END-IF.

9100-REGISTER-RUN-END.
    MOVE RT-ENTRIES-WRITTEN TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE        TO RT-RUN-RETURN-CODE
    MOVE "E"                TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0460 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
