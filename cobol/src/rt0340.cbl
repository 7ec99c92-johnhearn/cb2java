IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0340.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0340 - AGEING REPORT FOR CORRECTIONS AWAITING APPROVAL
*>
*> A correction on the pending-approval queue (PENDCORR, layout
*> RTPEND.CPY) does nothing until a second operator approves or
*> rejects it on RT0330, so one nobody looks at just sits there.
*> This daily step reads the whole queue and lists every item
*> still pending whose age - days from the date it was entered to
*> this run's business date - is more than the cut-off on the
*> parameter card file (AGEPARM, one line "DAYS=nnn"), oldest
*> first, with its maker and where it came from, on the ageing
*> report (PENDAGE). The report ends with the number of items
*> still pending and the number past the cut-off.
*>
*> Any item past the cut-off ends the run with the warning
*> RETURN-CODE 4, which RT0190 carries into the night's outcome.
*> A missing or unrecognised DAYS card refuses the run with
*> RETURN-CODE 16 rather than age against a defaulted cut-off. A
*> missing queue is an empty one; a queue that is there but cannot
*> be opened ends the run with RETURN-CODE 16 rather than report
*> nothing pending.
*>
*> Job start and end are registered through RTRUNCTL against
*> PENDCORR.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  A PENDING QUEUE THAT CANNOT BE OPENED ENDS THE RUN
*>                    WITH RETURN-CODE 16; ONLY A MISSING QUEUE IS
*>                    TAKEN AS EMPTY.
*>   2026-10-15  ACP  RUN DATE FROM THE CALENDAR (RTBUSDAT) INSTEAD OF
*>                    THE CLOCK.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "AGEPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RT-PARM-FILE-STATUS.
    SELECT PENDING-FILE ASSIGN TO "PENDCORR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PC-ITEM-ID
        FILE STATUS IS RT-PND-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "PENDAGE"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-LINE                       PIC X(80).
FD  PENDING-FILE.
    COPY "rtpend".
FD  REPORT-FILE.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
77  RT-PARM-FILE-STATUS             PIC X(2).
77  RT-PND-FILE-STATUS              PIC X(2).
77  RT-PARM-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-PARM-EOF                 VALUE "Y".
77  RT-PND-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-PND-EOF                  VALUE "Y".
77  RT-PND-OPEN-SWITCH              PIC X(1) VALUE "N".
    88  RT-PND-OPEN                 VALUE "Y".
77  RT-ABANDON-SWITCH               PIC X(1) VALUE "N".
    88  RT-RUN-ABANDONED            VALUE "Y".
77  RT-CUTOFF-SET-SWITCH            PIC X(1) VALUE "N".
    88  RT-CUTOFF-SET               VALUE "Y".
77  RT-CUTOFF-DAYS                  PIC 9(3) VALUE ZERO.
01  RT-PARM-KEYWORD                 PIC X(10).
01  RT-PARM-VALUE                   PIC X(20).

77  RT-RUN-DATE                     PIC 9(8).
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".
77  RT-RUN-DAY-NUMBER               PIC 9(7).
77  RT-ITEM-AGE                     PIC S9(7).
77  RT-PENDING-COUNT                PIC 9(9) COMP VALUE ZERO.
77  RT-OVERDUE-COUNT                PIC 9(9) COMP VALUE ZERO.

01  RT-DAY-DATE                     PIC 9(8).
01  RT-DAY-DATE-PARTS REDEFINES RT-DAY-DATE.
    05  RT-DAY-YEAR                 PIC 9(4).
    05  RT-DAY-MONTH                PIC 9(2).
    05  RT-DAY-DAY                  PIC 9(2).
77  RT-DAY-NUMBER                   PIC 9(7).
77  RT-DAY-Y                        PIC 9(4).
77  RT-DAY-M                        PIC 9(2).
77  RT-DAY-Q4                       PIC 9(4).
77  RT-DAY-Q100                     PIC 9(4).
77  RT-DAY-Q400                     PIC 9(4).
77  RT-DAY-MONTH-DAYS               PIC 9(4).

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RT-RUNLOG-ENTRY==.

01  RT-HEADING-LINE-1.
    05  FILLER                      PIC X(44)
        VALUE "RT0340 - CORRECTIONS AWAITING APPROVAL OVER ".
    05  RT-H-DAYS                   PIC ZZ9.
    05  FILLER                      PIC X(13) VALUE " DAYS - DATE ".
    05  RT-H-DATE                   PIC X(8).
01  RT-HEADING-LINE-2.
    05  FILLER                      PIC X(19) VALUE "ITEM".
    05  FILLER                      PIC X(7)  VALUE "ACCOUNT".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(9)  VALUE "FIELD".
    05  FILLER                      PIC X(21) VALUE "NEW VALUE".
    05  FILLER                      PIC X(9)  VALUE "MAKER".
    05  FILLER                      PIC X(9)  VALUE "SOURCE".
    05  FILLER                      PIC X(9)  VALUE "ENTERED".
    05  FILLER                      PIC X(8)  VALUE "AGE DAYS".

01  RT-DETAIL-LINE.
    05  RT-D-ITEM-ID                PIC X(18).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-KEY-A                  PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-D-FIELD                  PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-NEW-VALUE              PIC X(20).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-MAKER-ID               PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-SOURCE                 PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-ENTERED                PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-AGE                    PIC Z(6)9.

01  RT-TOTAL-LINE.
    05  RT-T-LABEL                  PIC X(30).
    05  FILLER                      PIC X(2)  VALUE ": ".
    05  RT-T-COUNT                  PIC Z(8)9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF NOT RT-RUN-ABANDONED
        PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
            UNTIL RT-PND-EOF
    END-IF
    PERFORM 9000-WRAP-UP
    GOBACK.

1000-INITIALIZE.
    PERFORM 1050-REGISTER-RUN-START
    IF RT-RUN-REFUSED
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    MOVE SPACES TO BD-CALENDAR-DATE
    CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC RT-BDT-RETURN-CODE
    IF RT-BDT-RETURN-CODE NOT = ZERO
        DISPLAY "RT0340 - BUSINESS DATE NOT ON THE CALENDAR, RETURN"
            " CODE " RT-BDT-RETURN-CODE " - CALENDAR DATE "
            BD-BUSINESS-DATE " USED"
    END-IF
    MOVE BD-BUSINESS-DATE TO RT-RUN-DATE
    MOVE RT-RUN-DATE TO RT-DAY-DATE
    PERFORM 8000-COMPUTE-DAY-NUMBER
    MOVE RT-DAY-NUMBER TO RT-RUN-DAY-NUMBER
    PERFORM 1100-LOAD-CUTOFF THRU 1100-EXIT
    OPEN OUTPUT REPORT-FILE
    MOVE RT-CUTOFF-DAYS TO RT-H-DAYS
    MOVE RT-RUN-DATE    TO RT-H-DATE
    WRITE REPORT-LINE FROM RT-HEADING-LINE-1
    WRITE REPORT-LINE FROM RT-HEADING-LINE-2
    IF NOT RT-CUTOFF-SET
        DISPLAY "RT0340 - NO DAYS CUT-OFF SUPPLIED - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT PENDING-FILE
    IF RT-PND-FILE-STATUS = "35"
        DISPLAY "RT0340 - NO PENDING QUEUE FOUND, NOTHING TO AGE"
        SET RT-PND-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    IF RT-PND-FILE-STATUS NOT = "00"
        DISPLAY "RT0340 - PENDING QUEUE NOT OPENED, FILE STATUS "
            RT-PND-FILE-STATUS " - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-PND-OPEN TO TRUE.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0340"   TO RT-RUN-JOB-NAME
    MOVE "PENDCORR" TO RT-RUN-DATASET
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0340 - A JOB IS STILL RUNNING AGAINST PENDCORR"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0340 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

1100-LOAD-CUTOFF.
    OPEN INPUT PARM-FILE
    IF RT-PARM-FILE-STATUS = "35"
        GO TO 1100-EXIT
    END-IF
    PERFORM 1200-PARSE-PARM-LINE THRU 1200-EXIT
        UNTIL RT-PARM-EOF
    CLOSE PARM-FILE.
1100-EXIT.
    EXIT.

1200-PARSE-PARM-LINE.
    READ PARM-FILE
        AT END
            SET RT-PARM-EOF TO TRUE
            GO TO 1200-EXIT
    END-READ
    IF PARM-LINE = SPACES
        GO TO 1200-EXIT
    END-IF
    MOVE SPACES TO RT-PARM-KEYWORD
    MOVE SPACES TO RT-PARM-VALUE
    UNSTRING PARM-LINE DELIMITED BY "="
        INTO RT-PARM-KEYWORD RT-PARM-VALUE
    IF RT-PARM-KEYWORD = "DAYS      "
        AND RT-PARM-VALUE (1:3) IS NUMERIC
        MOVE RT-PARM-VALUE (1:3) TO RT-CUTOFF-DAYS
        SET RT-CUTOFF-SET TO TRUE
    ELSE
        DISPLAY "RT0340 - UNRECOGNISED PARAMETER: " PARM-LINE
        MOVE "N" TO RT-CUTOFF-SET-SWITCH
        SET RT-PARM-EOF TO TRUE
    END-IF.
1200-EXIT.
    EXIT.

2000-AGE-ONE-ITEM.
    READ PENDING-FILE NEXT RECORD
        AT END
            SET RT-PND-EOF TO TRUE
            GO TO 2000-EXIT
    END-READ
    IF NOT PC-PENDING
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO RT-PENDING-COUNT
    IF PC-ENTRY-TIMESTAMP (1:8) IS NOT NUMERIC
        GO TO 2000-EXIT
    END-IF
    MOVE PC-ENTRY-TIMESTAMP (1:8) TO RT-DAY-DATE
    PERFORM 8000-COMPUTE-DAY-NUMBER
    COMPUTE RT-ITEM-AGE = RT-RUN-DAY-NUMBER - RT-DAY-NUMBER
    IF RT-ITEM-AGE NOT > RT-CUTOFF-DAYS
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO RT-OVERDUE-COUNT
    MOVE PC-ITEM-ID               TO RT-D-ITEM-ID
    MOVE PC-KEY-A                 TO RT-D-KEY-A
    MOVE PC-FIELD-NAME            TO RT-D-FIELD
    MOVE PC-NEW-VALUE             TO RT-D-NEW-VALUE
    MOVE PC-MAKER-ID              TO RT-D-MAKER-ID
    MOVE PC-SOURCE                TO RT-D-SOURCE
    MOVE PC-ENTRY-TIMESTAMP (1:8) TO RT-D-ENTERED
    MOVE RT-ITEM-AGE              TO RT-D-AGE
    WRITE REPORT-LINE FROM RT-DETAIL-LINE.
2000-EXIT.
    EXIT.

8000-COMPUTE-DAY-NUMBER.
    MOVE RT-DAY-YEAR  TO RT-DAY-Y
    MOVE RT-DAY-MONTH TO RT-DAY-M
    IF RT-DAY-M < 3
        SUBTRACT 1 FROM RT-DAY-Y
        ADD 12 TO RT-DAY-M
    END-IF
    DIVIDE RT-DAY-Y BY 4   GIVING RT-DAY-Q4
    DIVIDE RT-DAY-Y BY 100 GIVING RT-DAY-Q100
    DIVIDE RT-DAY-Y BY 400 GIVING RT-DAY-Q400
    COMPUTE RT-DAY-MONTH-DAYS = 153 * (RT-DAY-M - 3) + 2
    DIVIDE RT-DAY-MONTH-DAYS BY 5 GIVING RT-DAY-MONTH-DAYS
    COMPUTE RT-DAY-NUMBER = 365 * RT-DAY-Y + RT-DAY-Q4
        - RT-DAY-Q100 + RT-DAY-Q400 + RT-DAY-MONTH-DAYS
        + RT-DAY-DAY.

9000-WRAP-UP.
    IF NOT RT-RUN-REFUSED
        IF RT-PND-OPEN
            CLOSE PENDING-FILE
        END-IF
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "ITEMS STILL PENDING"         TO RT-T-LABEL
        MOVE RT-PENDING-COUNT              TO RT-T-COUNT
        WRITE REPORT-LINE FROM RT-TOTAL-LINE
        MOVE "ITEMS PAST THE CUT-OFF"      TO RT-T-LABEL
        MOVE RT-OVERDUE-COUNT              TO RT-T-COUNT
        WRITE REPORT-LINE FROM RT-TOTAL-LINE
        CLOSE REPORT-FILE
        IF RETURN-CODE < 16 AND RT-OVERDUE-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0340 - ITEMS STILL PENDING:    " RT-PENDING-COUNT
    DISPLAY "RT0340 - ITEMS PAST THE CUT-OFF: " RT-OVERDUE-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-OVERDUE-COUNT TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE      TO RT-RUN-RETURN-CODE
    MOVE "E"              TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0340 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
