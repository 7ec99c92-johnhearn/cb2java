IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0400.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0400 - BUSINESS CALENDAR MAINTENANCE
*>
*> Loads and maintains the business calendar (CALENDAR, layout
*> RTCAL.CPY, keyed on the date) that RTBUSDAT reads to give the
*> nightly cycle its business date. Driven by maintenance cards
*> (CALPARM), one per line:
*>   YEAR=yyyy                  ADD EVERY DATE OF THE YEAR NOT
*>                              ALREADY ON THE CALENDAR, MONDAY TO
*>                              FRIDAY AS BUSINESS DAYS AND
*>                              SATURDAY AND SUNDAY AS WEEKEND DAYS
*>   HOLIDAY=yyyymmdd text      MARK A DATE A HOLIDAY
*>   BUSDAY=yyyymmdd text       MARK A DATE A BUSINESS DAY (A
*>                              WITHDRAWN HOLIDAY, OR A WORKING
*>                              WEEKEND DAY)
*> The text from column 10 of the value onwards is kept as the
*> day's description. A date already on the calendar is never
*> overwritten by a YEAR card, so reloading a year keeps the
*> holidays already marked in it. HOLIDAY and BUSDAY cards need
*> the date on the calendar already - load the year first.
*>
*> After the cards are worked, every month a card touched has its
*> month-end flag placed on its last business day, and December's
*> last business day also carries the year-end flag - the flags
*> are always derived here, never keyed, so a holiday added on the
*> last day of a month moves its month-end with it.
*>
*> The report (CALRPT) shows every card's disposition and each
*> touched month's month-end day. A rejected card (bad date,
*> date not on the calendar, unrecognised keyword) ends the run
*> with RETURN-CODE 16 so it is corrected rather than lost. Job
*> start and end are registered through RTRUNCTL against CALENDAR.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "CALPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RT-PARM-FILE-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CL-DATE
        FILE STATUS IS RT-CAL-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "CALRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-LINE                       PIC X(80).
FD  CALENDAR-FILE.
    COPY "rtcal".
FD  REPORT-FILE.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
77  RT-PARM-FILE-STATUS             PIC X(2).
77  RT-CAL-FILE-STATUS              PIC X(2).
77  RT-PARM-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-PARM-EOF                 VALUE "Y".
77  RT-CAL-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-CAL-EOF                  VALUE "Y".
77  RT-ABANDON-SWITCH               PIC X(1) VALUE "N".
    88  RT-RUN-ABANDONED            VALUE "Y".
77  RT-CAL-OPEN-SWITCH              PIC X(1) VALUE "N".
    88  RT-CAL-OPEN                 VALUE "Y".
77  RT-CARD-OK-SWITCH               PIC X(1).
    88  RT-CARD-OK                  VALUE "Y".
01  RT-PARM-KEYWORD                 PIC X(10).
01  RT-PARM-VALUE                   PIC X(70).

77  RT-APPLIED-COUNT                PIC 9(9) COMP VALUE ZERO.
77  RT-REJECTED-COUNT               PIC 9(9) COMP VALUE ZERO.
77  RT-DAYS-ADDED-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-DAYS-CHANGED-COUNT           PIC 9(9) COMP VALUE ZERO.
77  RT-CARD-ADDED-COUNT             PIC 9(5) COMP.
77  RT-CARD-KEPT-COUNT              PIC 9(5) COMP.
77  RT-ADDED-EDIT                   PIC ZZ9.
77  RT-KEPT-EDIT                    PIC ZZ9.
77  RT-NEW-DAY-TYPE                 PIC X(1).

77  RT-GEN-YEAR                     PIC 9(4).
77  RT-GEN-MONTH                    PIC 9(2).
77  RT-GEN-DAY                      PIC 9(2).
77  RT-GEN-LAST-DAY                 PIC 9(2).
77  RT-GEN-LEAP-SWITCH              PIC X(1).
    88  RT-GEN-LEAP-YEAR            VALUE "Y".
77  RT-LEAP-QUOTIENT                PIC 9(4).
77  RT-LEAP-REM-4                   PIC 9(4).
77  RT-LEAP-REM-100                 PIC 9(4).
77  RT-LEAP-REM-400                 PIC 9(4).
77  RT-WEEK-COUNT                   PIC 9(7).
77  RT-WEEKDAY                      PIC 9(1).
01  RT-MONTH-DAYS-VALUES            PIC X(24)
        VALUE "312831303130313130313031".
01  RT-MONTH-DAYS-TABLE REDEFINES RT-MONTH-DAYS-VALUES.
    05  RT-MONTH-DAYS               PIC 9(2) OCCURS 12 TIMES.

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

77  RT-MONTH-IDX                    PIC 9(4) COMP.
77  RT-MONTH-POS                    PIC 9(4) COMP.
77  RT-NOTE-MONTH                   PIC X(6).
01  RT-MONTH-TABLE-CTL.
    05  RT-MONTH-COUNT              PIC 9(4) COMP VALUE ZERO.
    05  RT-MONTH-TABLE OCCURS 1 TO 240 TIMES
            DEPENDING ON RT-MONTH-COUNT.
        10  RT-MT-YYYYMM            PIC X(6).
77  RT-FLAG-MONTH                   PIC X(6).
77  RT-LAST-BUSINESS-DAY            PIC X(8).
77  RT-WANT-MONTH-END               PIC X(1).
77  RT-WANT-YEAR-END                PIC X(1).

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RT-RUNLOG-ENTRY==.

01  RT-HEADING-LINE.
    05  FILLER                      PIC X(40)
        VALUE "RT0400 - BUSINESS CALENDAR MAINTENANCE".
01  RT-DETAIL-LINE.
    05  RT-D-DISPOSITION            PIC X(9).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-CARD                   PIC X(50).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-REASON                 PIC X(50).
01  RT-MONTH-LINE.
    05  FILLER                      PIC X(6)  VALUE "MONTH ".
    05  RT-M-MONTH                  PIC X(6).
    05  FILLER                      PIC X(13) VALUE "  MONTH-END: ".
    05  RT-M-LAST-DAY               PIC X(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-M-NOTE                   PIC X(40).
01  RT-TOTAL-LINE.
    05  FILLER                      PIC X(10) VALUE "APPLIED : ".
    05  RT-T-APPLIED                PIC Z(8)9.
    05  FILLER                      PIC X(12) VALUE "  REJECTED: ".
    05  RT-T-REJECTED               PIC Z(8)9.
    05  FILLER                      PIC X(14) VALUE "  DAYS ADDED: ".
    05  RT-T-ADDED                  PIC Z(8)9.
    05  FILLER                      PIC X(16)
        VALUE "  DAYS CHANGED: ".
    05  RT-T-CHANGED                PIC Z(8)9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF NOT RT-RUN-REFUSED AND NOT RT-RUN-ABANDONED
        PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
            UNTIL RT-PARM-EOF
        PERFORM 5000-SET-MONTH-FLAGS
            VARYING RT-MONTH-IDX FROM 1 BY 1
            UNTIL RT-MONTH-IDX > RT-MONTH-COUNT
    END-IF
    PERFORM 9000-WRAP-UP
    GOBACK.

1000-INITIALIZE.
    PERFORM 1050-REGISTER-RUN-START
    IF RT-RUN-REFUSED
        GO TO 1000-EXIT
    END-IF
    OPEN OUTPUT REPORT-FILE
    WRITE REPORT-LINE FROM RT-HEADING-LINE
    OPEN INPUT PARM-FILE
    IF RT-PARM-FILE-STATUS = "35"
        DISPLAY "RT0400 - NO CALENDAR CARDS SUPPLIED"
        SET RT-PARM-EOF TO TRUE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN I-O CALENDAR-FILE
    IF RT-CAL-FILE-STATUS = "35"
        OPEN OUTPUT CALENDAR-FILE
        CLOSE CALENDAR-FILE
        OPEN I-O CALENDAR-FILE
    END-IF
    IF RT-CAL-FILE-STATUS NOT = "00"
        DISPLAY "RT0400 - CALENDAR NOT OPENED, FILE STATUS "
            RT-CAL-FILE-STATUS " - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-CAL-OPEN TO TRUE.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0400"   TO RT-RUN-JOB-NAME
    MOVE "CALENDAR" TO RT-RUN-DATASET
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0400 - A JOB IS STILL RUNNING AGAINST CALENDAR"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0400 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

2000-PROCESS-ONE-CARD.
    READ PARM-FILE
        AT END
            SET RT-PARM-EOF TO TRUE
            GO TO 2000-EXIT
    END-READ
    IF PARM-LINE = SPACES
        GO TO 2000-EXIT
    END-IF
    MOVE SPACES TO RT-PARM-KEYWORD
    MOVE SPACES TO RT-PARM-VALUE
    UNSTRING PARM-LINE DELIMITED BY "="
        INTO RT-PARM-KEYWORD RT-PARM-VALUE
    MOVE "Y"    TO RT-CARD-OK-SWITCH
    MOVE SPACES TO RT-D-REASON
    EVALUATE RT-PARM-KEYWORD
        WHEN "YEAR      "
            PERFORM 3000-LOAD-YEAR THRU 3000-EXIT
        WHEN "HOLIDAY   "
            MOVE "H" TO RT-NEW-DAY-TYPE
            PERFORM 4000-SET-DAY-TYPE THRU 4000-EXIT
        WHEN "BUSDAY    "
            MOVE "B" TO RT-NEW-DAY-TYPE
            PERFORM 4000-SET-DAY-TYPE THRU 4000-EXIT
        WHEN OTHER
            MOVE "N" TO RT-CARD-OK-SWITCH
            MOVE "UNRECOGNISED CARD" TO RT-D-REASON
    END-EVALUATE
    IF RT-CARD-OK
        ADD 1 TO RT-APPLIED-COUNT
        MOVE "APPLIED  " TO RT-D-DISPOSITION
    ELSE
        ADD 1 TO RT-REJECTED-COUNT
        MOVE "REJECTED " TO RT-D-DISPOSITION
    END-IF
    MOVE PARM-LINE TO RT-D-CARD
    WRITE REPORT-LINE FROM RT-DETAIL-LINE.
2000-EXIT.
    EXIT.

3000-LOAD-YEAR.
    IF RT-PARM-VALUE (1:4) IS NOT NUMERIC
        OR RT-PARM-VALUE (5:66) NOT = SPACES
        MOVE "N" TO RT-CARD-OK-SWITCH
        MOVE "YEAR MUST BE FOUR DIGITS" TO RT-D-REASON
        GO TO 3000-EXIT
    END-IF
    IF RT-MONTH-COUNT > 228
        MOVE "N" TO RT-CARD-OK-SWITCH
        MOVE "TOO MANY MONTHS CHANGED IN ONE RUN" TO RT-D-REASON
        GO TO 3000-EXIT
    END-IF
    MOVE RT-PARM-VALUE (1:4) TO RT-GEN-YEAR
    DIVIDE RT-GEN-YEAR BY 4   GIVING RT-LEAP-QUOTIENT
        REMAINDER RT-LEAP-REM-4
    DIVIDE RT-GEN-YEAR BY 100 GIVING RT-LEAP-QUOTIENT
        REMAINDER RT-LEAP-REM-100
    DIVIDE RT-GEN-YEAR BY 400 GIVING RT-LEAP-QUOTIENT
        REMAINDER RT-LEAP-REM-400
    MOVE "N" TO RT-GEN-LEAP-SWITCH
    IF RT-LEAP-REM-4 = ZERO
        AND (RT-LEAP-REM-100 NOT = ZERO OR RT-LEAP-REM-400 = ZERO)
        SET RT-GEN-LEAP-YEAR TO TRUE
    END-IF
    MOVE ZERO TO RT-CARD-ADDED-COUNT
    MOVE ZERO TO RT-CARD-KEPT-COUNT
    PERFORM 3100-LOAD-ONE-MONTH
        VARYING RT-GEN-MONTH FROM 1 BY 1
        UNTIL RT-GEN-MONTH > 12
    ADD RT-CARD-ADDED-COUNT TO RT-DAYS-ADDED-COUNT
    MOVE RT-CARD-ADDED-COUNT TO RT-ADDED-EDIT
    MOVE RT-CARD-KEPT-COUNT  TO RT-KEPT-EDIT
    STRING RT-ADDED-EDIT       DELIMITED BY SIZE
           " DAYS ADDED, "     DELIMITED BY SIZE
           RT-KEPT-EDIT        DELIMITED BY SIZE
           " ALREADY ON FILE"  DELIMITED BY SIZE
        INTO RT-D-REASON.
3000-EXIT.
    EXIT.

3100-LOAD-ONE-MONTH.
    MOVE RT-MONTH-DAYS (RT-GEN-MONTH) TO RT-GEN-LAST-DAY
    IF RT-GEN-MONTH = 2 AND RT-GEN-LEAP-YEAR
        MOVE 29 TO RT-GEN-LAST-DAY
    END-IF
    PERFORM 3200-LOAD-ONE-DAY
        VARYING RT-GEN-DAY FROM 1 BY 1
        UNTIL RT-GEN-DAY > RT-GEN-LAST-DAY
    MOVE RT-DAY-DATE (1:6) TO RT-NOTE-MONTH
    PERFORM 6000-NOTE-MONTH-CHANGED.

3200-LOAD-ONE-DAY.
    MOVE RT-GEN-YEAR  TO RT-DAY-YEAR
    MOVE RT-GEN-MONTH TO RT-DAY-MONTH
    MOVE RT-GEN-DAY   TO RT-DAY-DAY
    PERFORM 8000-COMPUTE-DAY-NUMBER
    DIVIDE RT-DAY-NUMBER BY 7 GIVING RT-WEEK-COUNT
        REMAINDER RT-WEEKDAY
    MOVE RT-DAY-DATE TO CL-DATE
    IF RT-WEEKDAY = 4 OR RT-WEEKDAY = 5
        MOVE "W"       TO CL-DAY-TYPE
        MOVE "WEEKEND" TO CL-DESCRIPTION
    ELSE
        MOVE "B"       TO CL-DAY-TYPE
        MOVE SPACES    TO CL-DESCRIPTION
    END-IF
    MOVE "N" TO CL-MONTH-END
    MOVE "N" TO CL-YEAR-END
    WRITE RT-CALENDAR-REC
        INVALID KEY
            ADD 1 TO RT-CARD-KEPT-COUNT
        NOT INVALID KEY
            ADD 1 TO RT-CARD-ADDED-COUNT
    END-WRITE.

4000-SET-DAY-TYPE.
    IF RT-PARM-VALUE (1:8) IS NOT NUMERIC
        MOVE "N" TO RT-CARD-OK-SWITCH
        MOVE "DATE MUST BE YYYYMMDD" TO RT-D-REASON
        GO TO 4000-EXIT
    END-IF
    IF RT-MONTH-COUNT = 240
        MOVE "N" TO RT-CARD-OK-SWITCH
        MOVE "TOO MANY MONTHS CHANGED IN ONE RUN" TO RT-D-REASON
        GO TO 4000-EXIT
    END-IF
    MOVE RT-PARM-VALUE (1:8) TO CL-DATE
    READ CALENDAR-FILE
        INVALID KEY
            MOVE "N" TO RT-CARD-OK-SWITCH
            MOVE "DATE NOT ON CALENDAR - LOAD ITS YEAR FIRST"
                TO RT-D-REASON
            GO TO 4000-EXIT
    END-READ
    MOVE RT-NEW-DAY-TYPE TO CL-DAY-TYPE
    MOVE RT-PARM-VALUE (10:30) TO CL-DESCRIPTION
    IF CL-DESCRIPTION = SPACES AND CL-HOLIDAY
        MOVE "HOLIDAY" TO CL-DESCRIPTION
    END-IF
    REWRITE RT-CALENDAR-REC
        INVALID KEY
            MOVE "N" TO RT-CARD-OK-SWITCH
            MOVE "CALENDAR REWRITE FAILED" TO RT-D-REASON
            GO TO 4000-EXIT
    END-REWRITE
    ADD 1 TO RT-DAYS-CHANGED-COUNT
    MOVE CL-DATE (1:6) TO RT-NOTE-MONTH
    PERFORM 6000-NOTE-MONTH-CHANGED
    IF CL-HOLIDAY
        MOVE "NOW A HOLIDAY" TO RT-D-REASON
    ELSE
        MOVE "NOW A BUSINESS DAY" TO RT-D-REASON
    END-IF.
4000-EXIT.
    EXIT.

5000-SET-MONTH-FLAGS.
    MOVE RT-MT-YYYYMM (RT-MONTH-IDX) TO RT-FLAG-MONTH
    MOVE SPACES TO RT-LAST-BUSINESS-DAY
    PERFORM 5050-START-MONTH
    PERFORM 5100-FIND-LAST-BUSINESS-DAY THRU 5100-EXIT
        UNTIL RT-CAL-EOF
    PERFORM 5050-START-MONTH
    PERFORM 5200-FLAG-ONE-DAY THRU 5200-EXIT
        UNTIL RT-CAL-EOF
    MOVE RT-FLAG-MONTH        TO RT-M-MONTH
    MOVE RT-LAST-BUSINESS-DAY TO RT-M-LAST-DAY
    EVALUATE TRUE
        WHEN RT-LAST-BUSINESS-DAY = SPACES
            MOVE "NO BUSINESS DAY - NO MONTH-END" TO RT-M-NOTE
        WHEN RT-FLAG-MONTH (5:2) = "12"
            MOVE "ALSO YEAR-END" TO RT-M-NOTE
        WHEN OTHER
            MOVE SPACES TO RT-M-NOTE
    END-EVALUATE
    WRITE REPORT-LINE FROM RT-MONTH-LINE.

5050-START-MONTH.
    MOVE "N" TO RT-CAL-EOF-SWITCH
    MOVE SPACES TO CL-DATE
    STRING RT-FLAG-MONTH DELIMITED BY SIZE
           "01"          DELIMITED BY SIZE
        INTO CL-DATE
    START CALENDAR-FILE KEY IS NOT LESS THAN CL-DATE
        INVALID KEY
            SET RT-CAL-EOF TO TRUE
    END-START.

5100-FIND-LAST-BUSINESS-DAY.
    READ CALENDAR-FILE NEXT RECORD
        AT END
            SET RT-CAL-EOF TO TRUE
            GO TO 5100-EXIT
    END-READ
    IF CL-DATE (1:6) NOT = RT-FLAG-MONTH
        SET RT-CAL-EOF TO TRUE
        GO TO 5100-EXIT
    END-IF
    IF CL-BUSINESS-DAY
        MOVE CL-DATE TO RT-LAST-BUSINESS-DAY
    END-IF.
5100-EXIT.
    EXIT.

5200-FLAG-ONE-DAY.
    READ CALENDAR-FILE NEXT RECORD
        AT END
            SET RT-CAL-EOF TO TRUE
            GO TO 5200-EXIT
    END-READ
    IF CL-DATE (1:6) NOT = RT-FLAG-MONTH
        SET RT-CAL-EOF TO TRUE
        GO TO 5200-EXIT
    END-IF
    MOVE "N" TO RT-WANT-MONTH-END
    MOVE "N" TO RT-WANT-YEAR-END
    IF CL-DATE = RT-LAST-BUSINESS-DAY
        MOVE "Y" TO RT-WANT-MONTH-END
        IF RT-FLAG-MONTH (5:2) = "12"
            MOVE "Y" TO RT-WANT-YEAR-END
        END-IF
    END-IF
    IF CL-MONTH-END = RT-WANT-MONTH-END
        AND CL-YEAR-END = RT-WANT-YEAR-END
        GO TO 5200-EXIT
    END-IF
    MOVE RT-WANT-MONTH-END TO CL-MONTH-END
    MOVE RT-WANT-YEAR-END  TO CL-YEAR-END
    REWRITE RT-CALENDAR-REC
        INVALID KEY
            DISPLAY "RT0400 - MONTH-END FLAG NOT REWRITTEN FOR "
                CL-DATE
            MOVE 16 TO RETURN-CODE
    END-REWRITE.
5200-EXIT.
    EXIT.

6000-NOTE-MONTH-CHANGED.
    MOVE ZERO TO RT-MONTH-POS
    PERFORM 6100-MATCH-ONE-MONTH
        VARYING RT-MONTH-IDX FROM 1 BY 1
        UNTIL RT-MONTH-IDX > RT-MONTH-COUNT
           OR RT-MONTH-POS > ZERO
    IF RT-MONTH-POS = ZERO
        ADD 1 TO RT-MONTH-COUNT
        MOVE RT-NOTE-MONTH TO RT-MT-YYYYMM (RT-MONTH-COUNT)
    END-IF.

6100-MATCH-ONE-MONTH.
    IF RT-MT-YYYYMM (RT-MONTH-IDX) = RT-NOTE-MONTH
        MOVE RT-MONTH-IDX TO RT-MONTH-POS
    END-IF.

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
        IF RT-PARM-FILE-STATUS NOT = "35"
            CLOSE PARM-FILE
        END-IF
        IF RT-CAL-OPEN
            CLOSE CALENDAR-FILE
        END-IF
        MOVE RT-APPLIED-COUNT      TO RT-T-APPLIED
        MOVE RT-REJECTED-COUNT     TO RT-T-REJECTED
        MOVE RT-DAYS-ADDED-COUNT   TO RT-T-ADDED
        MOVE RT-DAYS-CHANGED-COUNT TO RT-T-CHANGED
        WRITE REPORT-LINE FROM RT-TOTAL-LINE
        CLOSE REPORT-FILE
        IF RT-REJECTED-COUNT > ZERO
            MOVE 16 TO RETURN-CODE
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0400 - CARDS APPLIED:  " RT-APPLIED-COUNT
    DISPLAY "RT0400 - CARDS REJECTED: " RT-REJECTED-COUNT
    DISPLAY "RT0400 - DAYS ADDED:     " RT-DAYS-ADDED-COUNT
    DISPLAY "RT0400 - DAYS CHANGED:   " RT-DAYS-CHANGED-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-APPLIED-COUNT TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE      TO RT-RUN-RETURN-CODE
    MOVE "E"              TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0400 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
