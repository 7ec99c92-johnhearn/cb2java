IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0410.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0410 - AUDIT TRAIL CONVERSION, SEQUENTIAL TO INDEXED
*>
*> One-off conversion of the audit trail to its indexed layout
*> (RTAUDIT.CPY: keyed on account, timestamp and sequence number,
*> with the business date as an alternate key). The sequential
*> trail is read from AUDSEQ in the layout it was written in -
*> account, field, old value, new value, timestamp, user - and
*> each entry is written to the new indexed file AUDKEYED:
*>   - the business date is looked up for the entry's timestamp
*>     date through RTBUSDAT, exactly as RTAUDIT now stamps it
*>     on every new entry; a date not on the calendar keeps its
*>     own date and is counted;
*>   - the sequence number starts at 1 and is stepped past any
*>     entry already converted for the same account in the same
*>     second, as RTAUDIT does, so entries made together keep the
*>     order they are in on the sequential file.
*>
*> The conversion proves its record counts before the new file
*> may be used: the entries read from AUDSEQ must equal the
*> entries written, and the new file is then read through twice,
*> once along the record key and once along the business-date
*> key, and both counts must equal the entries read. Any
*> difference, or any entry that cannot be written, ends the run
*> with RETURN-CODE 16 and the new file must not replace the
*> old one.
*>
*> Run it once for the live AUDITDS and once for each AUDARCH
*> archive cut, with AUDSEQ pointing at the sequential dataset
*> and AUDKEYED at the new indexed one, while nothing is updating
*> ROOT. Job start and end are registered through RTRUNCTL against
*> AUDITDS, so a conversion cannot run beside an RT0220 rollover.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SEQ-AUDIT-FILE ASSIGN TO "AUDSEQ"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-SEQ-FILE-STATUS.
    SELECT KEYED-AUDIT-FILE ASSIGN TO "AUDKEYED"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RT-AUD-RECORD-KEY OF KEYED-AUDIT-REC
        ALTERNATE RECORD KEY IS
            RT-AUD-BUSINESS-DATE OF KEYED-AUDIT-REC
            WITH DUPLICATES
        FILE STATUS IS RT-KEY-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  SEQ-AUDIT-FILE.
01  SEQ-AUDIT-REC.
    05  SEQ-AUD-KEY-A               PIC X(6).
    05  SEQ-AUD-FIELD-NAME          PIC X(8).
    05  SEQ-AUD-OLD-VALUE           PIC X(20).
    05  SEQ-AUD-NEW-VALUE           PIC X(20).
    05  SEQ-AUD-TIMESTAMP           PIC X(14).
    05  SEQ-AUD-USER-ID             PIC X(8).
FD  KEYED-AUDIT-FILE.
    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==KEYED-AUDIT-REC==.

WORKING-STORAGE SECTION.
77  RT-SEQ-FILE-STATUS              PIC X(2).
77  RT-KEY-FILE-STATUS              PIC X(2).
77  RT-SEQ-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-SEQ-EOF                  VALUE "Y".
77  RT-COUNT-EOF-SWITCH             PIC X(1).
    88  RT-COUNT-EOF                VALUE "Y".
77  RT-SEQ-OPEN-SWITCH              PIC X(1) VALUE "N".
    88  RT-SEQ-OPEN                 VALUE "Y".
77  RT-KEYED-OPEN-SWITCH            PIC X(1) VALUE "N".
    88  RT-KEYED-OPEN               VALUE "Y".
77  RT-WRITE-SWITCH                 PIC X(1).
    88  RT-WRITE-DONE               VALUE "Y".
77  RT-PROVEN-SWITCH                PIC X(1) VALUE "N".
    88  RT-CONVERSION-PROVEN        VALUE "Y".

77  RT-ENTRIES-READ                 PIC 9(9) COMP VALUE ZERO.
77  RT-ENTRIES-WRITTEN              PIC 9(9) COMP VALUE ZERO.
77  RT-WRITE-FAIL-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-SEQ-STEPPED-COUNT            PIC 9(9) COMP VALUE ZERO.
77  RT-NOT-ON-CALENDAR-COUNT        PIC 9(9) COMP VALUE ZERO.
77  RT-KEY-RECOUNT                  PIC 9(9) COMP VALUE ZERO.
77  RT-DATE-RECOUNT                 PIC 9(9) COMP VALUE ZERO.

    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==RT-WORK-ENTRY==.

77  RT-LAST-CALENDAR-DATE           PIC X(8) VALUE SPACES.
77  RT-LAST-BUSINESS-DATE           PIC X(8) VALUE SPACES.
77  RT-LAST-BDT-RETURN-CODE         PIC 9(2) COMP VALUE ZERO.
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RT-RUNLOG-ENTRY==.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-CONVERT-ONE-ENTRY THRU 2000-EXIT
        UNTIL RT-SEQ-EOF
    PERFORM 8000-PROVE-CONVERSION THRU 8000-EXIT
    PERFORM 9000-WRAP-UP
    GOBACK.

1000-INITIALIZE.
    PERFORM 1050-REGISTER-RUN-START
    IF RT-RUN-REFUSED
        SET RT-SEQ-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT SEQ-AUDIT-FILE
    IF RT-SEQ-FILE-STATUS NOT = "00"
        DISPLAY "RT0410 - SEQUENTIAL AUDIT FILE NOT OPENED, FILE"
            " STATUS " RT-SEQ-FILE-STATUS " - NOTHING CONVERTED"
        MOVE 16 TO RETURN-CODE
        SET RT-SEQ-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-SEQ-OPEN TO TRUE
    OPEN OUTPUT KEYED-AUDIT-FILE
    IF RT-KEY-FILE-STATUS NOT = "00"
        DISPLAY "RT0410 - INDEXED AUDIT FILE NOT OPENED, FILE"
            " STATUS " RT-KEY-FILE-STATUS " - NOTHING CONVERTED"
        MOVE 16 TO RETURN-CODE
        SET RT-SEQ-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-KEYED-OPEN TO TRUE.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0410"  TO RT-RUN-JOB-NAME
    MOVE "AUDITDS" TO RT-RUN-DATASET
    MOVE "S"       TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0410 - A JOB IS STILL RUNNING AGAINST AUDITDS"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0410 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

2000-CONVERT-ONE-ENTRY.
    READ SEQ-AUDIT-FILE
        AT END
            SET RT-SEQ-EOF TO TRUE
            GO TO 2000-EXIT
    END-READ
    ADD 1 TO RT-ENTRIES-READ
    MOVE SEQ-AUD-KEY-A      TO RT-AUD-KEY-A OF RT-WORK-ENTRY
    MOVE SEQ-AUD-TIMESTAMP  TO RT-AUD-TIMESTAMP OF RT-WORK-ENTRY
    MOVE SEQ-AUD-FIELD-NAME TO RT-AUD-FIELD-NAME OF RT-WORK-ENTRY
    MOVE SEQ-AUD-OLD-VALUE  TO RT-AUD-OLD-VALUE OF RT-WORK-ENTRY
    MOVE SEQ-AUD-NEW-VALUE  TO RT-AUD-NEW-VALUE OF RT-WORK-ENTRY
    MOVE SEQ-AUD-USER-ID    TO RT-AUD-USER-ID OF RT-WORK-ENTRY
    PERFORM 2100-SET-BUSINESS-DATE
    MOVE 1 TO RT-AUD-KEY-SEQ OF RT-WORK-ENTRY
    MOVE "N" TO RT-WRITE-SWITCH
    PERFORM 2200-WRITE-KEYED-ENTRY THRU 2200-EXIT
        UNTIL RT-WRITE-DONE.
2000-EXIT.
    EXIT.

2100-SET-BUSINESS-DATE.
    IF SEQ-AUD-TIMESTAMP (1:8) NOT = RT-LAST-CALENDAR-DATE
        MOVE SEQ-AUD-TIMESTAMP (1:8) TO RT-LAST-CALENDAR-DATE
        MOVE SEQ-AUD-TIMESTAMP (1:8) TO BD-CALENDAR-DATE
        CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC
                              RT-BDT-RETURN-CODE
        MOVE BD-BUSINESS-DATE   TO RT-LAST-BUSINESS-DATE
        MOVE RT-BDT-RETURN-CODE TO RT-LAST-BDT-RETURN-CODE
    END-IF
    IF RT-LAST-BDT-RETURN-CODE NOT = ZERO
        ADD 1 TO RT-NOT-ON-CALENDAR-COUNT
    END-IF
    MOVE RT-LAST-BUSINESS-DATE
        TO RT-AUD-BUSINESS-DATE OF RT-WORK-ENTRY.

2200-WRITE-KEYED-ENTRY.
    WRITE KEYED-AUDIT-REC FROM RT-WORK-ENTRY
        INVALID KEY
            CONTINUE
    END-WRITE
    IF RT-KEY-FILE-STATUS = "22"
        AND RT-AUD-KEY-SEQ OF RT-WORK-ENTRY < 9999
        ADD 1 TO RT-AUD-KEY-SEQ OF RT-WORK-ENTRY
        ADD 1 TO RT-SEQ-STEPPED-COUNT
        GO TO 2200-EXIT
    END-IF
    SET RT-WRITE-DONE TO TRUE
    IF RT-KEY-FILE-STATUS NOT = "00"
        AND RT-KEY-FILE-STATUS NOT = "02"
        DISPLAY "RT0410 - ENTRY NOT WRITTEN, FILE STATUS "
            RT-KEY-FILE-STATUS ", ACCOUNT "
            RT-AUD-KEY-A OF RT-WORK-ENTRY " AT "
            RT-AUD-TIMESTAMP OF RT-WORK-ENTRY
        ADD 1 TO RT-WRITE-FAIL-COUNT
        GO TO 2200-EXIT
    END-IF
    ADD 1 TO RT-ENTRIES-WRITTEN.
2200-EXIT.
    EXIT.

8000-PROVE-CONVERSION.
    IF NOT RT-KEYED-OPEN
        GO TO 8000-EXIT
    END-IF
    CLOSE KEYED-AUDIT-FILE
    MOVE "N" TO RT-KEYED-OPEN-SWITCH
    OPEN INPUT KEYED-AUDIT-FILE
    IF RT-KEY-FILE-STATUS NOT = "00"
        DISPLAY "RT0410 - INDEXED AUDIT FILE NOT REOPENED, FILE"
            " STATUS " RT-KEY-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        GO TO 8000-EXIT
    END-IF
    SET RT-KEYED-OPEN TO TRUE
    MOVE "N" TO RT-COUNT-EOF-SWITCH
    MOVE LOW-VALUES TO RT-AUD-RECORD-KEY OF KEYED-AUDIT-REC
    START KEYED-AUDIT-FILE
        KEY IS NOT LESS THAN RT-AUD-RECORD-KEY OF KEYED-AUDIT-REC
        INVALID KEY
            SET RT-COUNT-EOF TO TRUE
    END-START
    PERFORM 8100-COUNT-BY-RECORD-KEY THRU 8100-EXIT
        UNTIL RT-COUNT-EOF
    MOVE "N" TO RT-COUNT-EOF-SWITCH
    MOVE LOW-VALUES TO RT-AUD-BUSINESS-DATE OF KEYED-AUDIT-REC
    START KEYED-AUDIT-FILE
        KEY IS NOT LESS THAN RT-AUD-BUSINESS-DATE OF KEYED-AUDIT-REC
        INVALID KEY
            SET RT-COUNT-EOF TO TRUE
    END-START
    PERFORM 8200-COUNT-BY-BUSINESS-DATE THRU 8200-EXIT
        UNTIL RT-COUNT-EOF
    IF RT-WRITE-FAIL-COUNT > ZERO
        OR RT-ENTRIES-WRITTEN NOT = RT-ENTRIES-READ
        OR RT-KEY-RECOUNT     NOT = RT-ENTRIES-READ
        OR RT-DATE-RECOUNT    NOT = RT-ENTRIES-READ
        DISPLAY "RT0410 - RECORD COUNTS DO NOT AGREE - CONVERSION"
            " NOT PROVEN, DO NOT USE THE INDEXED FILE"
        MOVE 16 TO RETURN-CODE
        GO TO 8000-EXIT
    END-IF
    SET RT-CONVERSION-PROVEN TO TRUE.
8000-EXIT.
    EXIT.

8100-COUNT-BY-RECORD-KEY.
    READ KEYED-AUDIT-FILE NEXT RECORD
        AT END
            SET RT-COUNT-EOF TO TRUE
            GO TO 8100-EXIT
    END-READ
    ADD 1 TO RT-KEY-RECOUNT.
8100-EXIT.
    EXIT.

8200-COUNT-BY-BUSINESS-DATE.
    READ KEYED-AUDIT-FILE NEXT RECORD
        AT END
            SET RT-COUNT-EOF TO TRUE
            GO TO 8200-EXIT
    END-READ
    ADD 1 TO RT-DATE-RECOUNT.
8200-EXIT.
    EXIT.

9000-WRAP-UP.
    IF RT-SEQ-OPEN
        CLOSE SEQ-AUDIT-FILE
    END-IF
    IF RT-KEYED-OPEN
        CLOSE KEYED-AUDIT-FILE
    END-IF
    IF NOT RT-RUN-REFUSED
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0410 - SEQUENTIAL ENTRIES READ:    " RT-ENTRIES-READ
    DISPLAY "RT0410 - INDEXED ENTRIES WRITTEN:    " RT-ENTRIES-WRITTEN
    DISPLAY "RT0410 - ENTRIES NOT WRITTEN:        " RT-WRITE-FAIL-COUNT
    DISPLAY "RT0410 - RECOUNT BY RECORD KEY:      " RT-KEY-RECOUNT
    DISPLAY "RT0410 - RECOUNT BY BUSINESS DATE:   " RT-DATE-RECOUNT
    DISPLAY "RT0410 - SEQUENCE NUMBERS STEPPED:   "
        RT-SEQ-STEPPED-COUNT
    DISPLAY "RT0410 - DATES NOT ON THE CALENDAR:  "
        RT-NOT-ON-CALENDAR-COUNT
    IF RT-CONVERSION-PROVEN
        DISPLAY "RT0410 - CONVERSION PROVEN"
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
        DISPLAY "RT0410 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
