IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0470.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0470 - PENDING CORRECTIONS QUEUE CONVERSION TO THE DATED
*>          LAYOUT
*>
*> One-off conversion of the pending-approval queue to its
*> current layout (RTPEND.CPY), which carries after the reject
*> reason the business date the correction is dated
*> (PC-EFFECTIVE-DATE). The queue is read from PENDOLD in the
*> layout it was written in - every field up to the reject
*> reason, 141 bytes, keyed on the item id - and each item is
*> written unchanged, under the same item id, to the new queue
*> PENDNEW with the effective date left as spaces. RT0330 already
*> takes a blank effective date as an item dated on the day it
*> was entered, so an item waiting when the queue is converted is
*> approved exactly as before, and RT0340 ages it, as it ages
*> every item, from its entry timestamp.
*>
*> The conversion proves its record counts before the new queue
*> may be used: the items read from PENDOLD must equal the items
*> written, and the new queue is then read through along its key
*> and its count must equal the items read. Any difference, or any
*> item that cannot be written, ends the run with RETURN-CODE 16
*> and the new queue must not replace the old one.
*>
*> Run it once, after RT0450 has converted the run-control log,
*> with PENDOLD pointing at the current PENDCORR and PENDNEW at
*> its replacement, while no operator is on RT0070 or RT0330. Job
*> start and end are registered through RTRUNCTL against PENDCORR,
*> so the conversion cannot run beside RT0340's ageing run.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-PENDING-FILE ASSIGN TO "PENDOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-PC-ITEM-ID
        FILE STATUS IS RT-OLD-FILE-STATUS.
    SELECT NEW-PENDING-FILE ASSIGN TO "PENDNEW"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PC-ITEM-ID
        FILE STATUS IS RT-NEW-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  OLD-PENDING-FILE.
01  OLD-PENDING-REC.
    05  OLD-PC-ITEM-ID              PIC X(18).
    05  OLD-PC-ITEM-DATA            PIC X(123).
FD  NEW-PENDING-FILE.
    COPY "rtpend".

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
    OPEN INPUT OLD-PENDING-FILE
    IF RT-OLD-FILE-STATUS NOT = "00"
        DISPLAY "RT0470 - OLD PENDING QUEUE NOT OPENED, FILE"
            " STATUS " RT-OLD-FILE-STATUS " - NOTHING CONVERTED"
        MOVE 16 TO RETURN-CODE
        SET RT-OLD-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-OLD-OPEN TO TRUE
    OPEN OUTPUT NEW-PENDING-FILE
    IF RT-NEW-FILE-STATUS NOT = "00"
        DISPLAY "RT0470 - NEW PENDING QUEUE NOT OPENED, FILE"
            " STATUS " RT-NEW-FILE-STATUS " - NOTHING CONVERTED"
        MOVE 16 TO RETURN-CODE
        SET RT-OLD-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-NEW-OPEN TO TRUE.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0470"   TO RT-RUN-JOB-NAME
    MOVE "PENDCORR" TO RT-RUN-DATASET
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0470 - A JOB IS STILL RUNNING AGAINST PENDCORR"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0470 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

2000-CONVERT-ONE-ENTRY.
    READ OLD-PENDING-FILE
        AT END
            SET RT-OLD-EOF TO TRUE
            GO TO 2000-EXIT
    END-READ
    ADD 1 TO RT-ENTRIES-READ
    MOVE SPACES            TO RT-PENDING-REC
    MOVE OLD-PENDING-REC   TO RT-PENDING-REC (1:141)
    MOVE SPACES            TO PC-EFFECTIVE-DATE
    WRITE RT-PENDING-REC
    IF RT-NEW-FILE-STATUS NOT = "00"
        DISPLAY "RT0470 - ITEM NOT WRITTEN, FILE STATUS "
            RT-NEW-FILE-STATUS ", ITEM " OLD-PC-ITEM-ID
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
    CLOSE NEW-PENDING-FILE
    MOVE "N" TO RT-NEW-OPEN-SWITCH
    OPEN INPUT NEW-PENDING-FILE
    IF RT-NEW-FILE-STATUS NOT = "00"
        DISPLAY "RT0470 - NEW PENDING QUEUE NOT REOPENED, FILE"
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
        DISPLAY "RT0470 - RECORD COUNTS DO NOT AGREE - CONVERSION"
            " NOT PROVEN, DO NOT USE THE NEW QUEUE"
        MOVE 16 TO RETURN-CODE
        GO TO 8000-EXIT
    END-IF
    SET RT-CONVERSION-PROVEN TO TRUE.
8000-EXIT.
    EXIT.

8100-COUNT-ONE-NEW-ENTRY.
    READ NEW-PENDING-FILE
        AT END
            SET RT-COUNT-EOF TO TRUE
            GO TO 8100-EXIT
    END-READ
    ADD 1 TO RT-NEW-RECOUNT.
8100-EXIT.
    EXIT.

9000-WRAP-UP.
    IF RT-OLD-OPEN
        CLOSE OLD-PENDING-FILE
    END-IF
    IF RT-NEW-OPEN
        CLOSE NEW-PENDING-FILE
    END-IF
    IF NOT RT-RUN-REFUSED
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0470 - OLD QUEUE ITEMS READ:       " RT-ENTRIES-READ
    DISPLAY "RT0470 - NEW QUEUE ITEMS WRITTEN:    " RT-ENTRIES-WRITTEN
    DISPLAY "RT0470 - ITEMS NOT WRITTEN:          " RT-WRITE-FAIL-COUNT
    DISPLAY "RT0470 - RECOUNT OF THE NEW QUEUE:   " RT-NEW-RECOUNT
    IF RT-CONVERSION-PROVEN
        DISPLAY "RT0470 - CONVERSION PROVEN"
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
        DISPLAY "RT0470 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
