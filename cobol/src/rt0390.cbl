IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0390.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0390 - DAILY HELD-ACCOUNTS REPORT
*>
*> Lists every hold in force on the hold master (HOLDMSTR, layout
*> RTHOLD.CPY) as of this run's date, in account sequence, with
*> its type, reason, who placed it, the date it started and its
*> age in days, and how many updates it has stopped: in total
*> since it was placed, and today. The counts come from the
*> blocked-update log (HOLDBLK, layout RTHOLDX.CPY) that RTHOLDCK
*> appends to every time a ROOT-MASTER update path skips a held
*> account; only entries dated on or after the hold's start date
*> count against it, so an earlier, released hold on the same
*> account does not inflate the figures.
*>
*> The run's date is today's business date from the business
*> calendar (RTBUSDAT) - the open cycle's while the nightly cycle
*> is running - and a blocked update is dated by the business date
*> RTHOLDCK stamped on it, so an update stopped after midnight is
*> counted in the business day it belongs to, and a hold's age is
*> counted from its start date to the business date. An entry
*> logged before blocked updates carried a business date is dated
*> by its timestamp. When the calendar cannot give the date, the
*> calendar date is used and the run says so.
*>
*> A second section lists each update blocked today - when, which
*> account, which program and what it was about to do - so the
*> people who asked for the hold can see what it kept off the
*> account. The report (HOLDRPT) ends with the number of holds in
*> force and the number of updates blocked today.
*>
*> Holds are loaded into a table of 5000 entries. More than that
*> abandons the run with RETURN-CODE 16, as does a hold master
*> that exists but cannot be opened. Job start and end are
*> registered through RTRUNCTL against HOLDMSTR.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  RUN DATE IS TODAY'S BUSINESS DATE (RTBUSDAT);
*>                    BLOCKED UPDATES COUNTED BY THEIR BUSINESS DATE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLD-MASTER ASSIGN TO "HOLDMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HD-KEY-A
        FILE STATUS IS RT-HLD-FILE-STATUS.
    SELECT BLOCK-LOG ASSIGN TO "HOLDBLK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RT-BLK-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "HOLDRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  HOLD-MASTER.
    COPY "rthold".
FD  BLOCK-LOG.
    COPY "rtholdx".
FD  REPORT-FILE.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
77  RT-HLD-FILE-STATUS              PIC X(2).
77  RT-BLK-FILE-STATUS              PIC X(2).
77  RT-HLD-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-HLD-EOF                  VALUE "Y".
77  RT-BLK-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-BLK-EOF                  VALUE "Y".
77  RT-ABANDON-SWITCH               PIC X(1) VALUE "N".
    88  RT-RUN-ABANDONED            VALUE "Y".

77  RT-RUN-DATE                     PIC 9(8).
01  RT-TODAY                        PIC X(8).
01  RT-BLOCK-DATE                   PIC X(8).
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".
77  RT-RUN-DAY-NUMBER               PIC 9(7).
77  RT-HOLD-AGE                     PIC S9(7).
77  RT-HOLD-READ-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-BLOCKED-TODAY-COUNT          PIC 9(9) COMP VALUE ZERO.
77  RT-PRINT-IDX                    PIC 9(4) COMP.

01  RT-HOLD-TABLE-CTL.
    05  RT-HOLD-ENTRY-COUNT         PIC 9(4) COMP VALUE ZERO.
    05  RT-HOLD-TABLE OCCURS 1 TO 5000 TIMES
            DEPENDING ON RT-HOLD-ENTRY-COUNT
            ASCENDING KEY IS RT-HT-KEY-A
            INDEXED BY RT-HT-IDX.
        10  RT-HT-KEY-A             PIC X(6).
        10  RT-HT-HOLD-TYPE         PIC X(1).
        10  RT-HT-REASON            PIC X(30).
        10  RT-HT-PLACED-BY         PIC X(8).
        10  RT-HT-START-DATE        PIC X(8).
        10  RT-HT-BLOCKED-TOTAL     PIC 9(7) COMP.
        10  RT-HT-BLOCKED-TODAY     PIC 9(7) COMP.

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
    05  FILLER                      PIC X(42)
        VALUE "RT0390 - ACCOUNTS UNDER HOLD - RUN DATE ".
    05  RT-H-DATE                   PIC X(8).
01  RT-HEADING-LINE-2.
    05  FILLER                      PIC X(8)  VALUE "ACCOUNT".
    05  FILLER                      PIC X(5)  VALUE "TYPE".
    05  FILLER                      PIC X(31) VALUE "REASON".
    05  FILLER                      PIC X(9)  VALUE "PLACED BY".
    05  FILLER                      PIC X(9)  VALUE "STARTED".
    05  FILLER                      PIC X(9)  VALUE "AGE DAYS".
    05  FILLER                      PIC X(15) VALUE "BLOCKED TOTAL".
    05  FILLER                      PIC X(13) VALUE "BLOCKED TODAY".
01  RT-HEADING-LINE-3.
    05  FILLER                      PIC X(29)
        VALUE "UPDATES BLOCKED TODAY".
01  RT-HEADING-LINE-4.
    05  FILLER                      PIC X(15) VALUE "TIME".
    05  FILLER                      PIC X(8)  VALUE "ACCOUNT".
    05  FILLER                      PIC X(9)  VALUE "PROGRAM".
    05  FILLER                      PIC X(41) VALUE "UPDATE BLOCKED".
    05  FILLER                      PIC X(5)  VALUE "TYPE".
    05  FILLER                      PIC X(6)  VALUE "REASON".

01  RT-HOLD-LINE.
    05  RT-D-KEY-A                  PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-D-HOLD-TYPE              PIC X(1).
    05  FILLER                      PIC X(4)  VALUE SPACES.
    05  RT-D-REASON                 PIC X(30).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-PLACED-BY              PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-START-DATE             PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-AGE                    PIC Z(6)9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-D-BLOCKED-TOTAL          PIC Z(12)9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-D-BLOCKED-TODAY          PIC Z(12)9.

01  RT-BLOCK-LINE.
    05  RT-B-TIMESTAMP              PIC X(14).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-B-KEY-A                  PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-B-PROGRAM                PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-B-BLOCKED-UPDATE         PIC X(40).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-B-HOLD-TYPE              PIC X(1).
    05  FILLER                      PIC X(4)  VALUE SPACES.
    05  RT-B-HOLD-REASON            PIC X(30).

01  RT-TOTAL-LINE.
    05  RT-T-LABEL                  PIC X(30).
    05  FILLER                      PIC X(2)  VALUE ": ".
    05  RT-T-COUNT                  PIC Z(8)9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF NOT RT-RUN-ABANDONED
        PERFORM 2000-COUNT-BLOCKED-UPDATES THRU 2000-EXIT
        PERFORM 3000-PRINT-HOLDS
        PERFORM 4000-PRINT-BLOCKED-TODAY THRU 4000-EXIT
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
        DISPLAY "RT0390 - BUSINESS DATE NOT ON THE CALENDAR, RETURN"
            " CODE " RT-BDT-RETURN-CODE " - CALENDAR DATE "
            BD-BUSINESS-DATE " USED"
    END-IF
    MOVE BD-BUSINESS-DATE TO RT-RUN-DATE
    MOVE RT-RUN-DATE TO RT-TODAY
    MOVE RT-RUN-DATE TO RT-DAY-DATE
    PERFORM 8000-COMPUTE-DAY-NUMBER
    MOVE RT-DAY-NUMBER TO RT-RUN-DAY-NUMBER
    OPEN OUTPUT REPORT-FILE
    MOVE RT-TODAY TO RT-H-DATE
    WRITE REPORT-LINE FROM RT-HEADING-LINE-1
    WRITE REPORT-LINE FROM RT-HEADING-LINE-2
    OPEN INPUT HOLD-MASTER
    IF RT-HLD-FILE-STATUS = "35"
        DISPLAY "RT0390 - NO HOLD MASTER FOUND, NO ACCOUNTS HELD"
        GO TO 1000-EXIT
    END-IF
    IF RT-HLD-FILE-STATUS NOT = "00"
        DISPLAY "RT0390 - HOLD MASTER NOT OPENED, FILE STATUS "
            RT-HLD-FILE-STATUS " - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    PERFORM 1100-LOAD-ONE-HOLD THRU 1100-EXIT
        UNTIL RT-HLD-EOF
    CLOSE HOLD-MASTER.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0390"   TO RT-RUN-JOB-NAME
    MOVE "HOLDMSTR" TO RT-RUN-DATASET
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0390 - A JOB IS STILL RUNNING AGAINST HOLDMSTR"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0390 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

1100-LOAD-ONE-HOLD.
    READ HOLD-MASTER NEXT RECORD
        AT END
            SET RT-HLD-EOF TO TRUE
            GO TO 1100-EXIT
    END-READ
    ADD 1 TO RT-HOLD-READ-COUNT
    IF HD-START-DATE > RT-TODAY
        GO TO 1100-EXIT
    END-IF
    IF HD-RELEASE-DATE NOT = SPACES
        AND HD-RELEASE-DATE NOT > RT-TODAY
        GO TO 1100-EXIT
    END-IF
    IF RT-HOLD-ENTRY-COUNT NOT < 5000
        DISPLAY "RT0390 - MORE THAN 5000 HOLDS IN FORCE - RUN"
            " ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        SET RT-HLD-EOF TO TRUE
        GO TO 1100-EXIT
    END-IF
    ADD 1 TO RT-HOLD-ENTRY-COUNT
    MOVE HD-KEY-A      TO RT-HT-KEY-A (RT-HOLD-ENTRY-COUNT)
    MOVE HD-HOLD-TYPE  TO RT-HT-HOLD-TYPE (RT-HOLD-ENTRY-COUNT)
    MOVE HD-REASON     TO RT-HT-REASON (RT-HOLD-ENTRY-COUNT)
    MOVE HD-PLACED-BY  TO RT-HT-PLACED-BY (RT-HOLD-ENTRY-COUNT)
    MOVE HD-START-DATE TO RT-HT-START-DATE (RT-HOLD-ENTRY-COUNT)
    MOVE ZERO TO RT-HT-BLOCKED-TOTAL (RT-HOLD-ENTRY-COUNT)
    MOVE ZERO TO RT-HT-BLOCKED-TODAY (RT-HOLD-ENTRY-COUNT).
1100-EXIT.
    EXIT.

2000-COUNT-BLOCKED-UPDATES.
    OPEN INPUT BLOCK-LOG
    IF RT-BLK-FILE-STATUS = "35"
        SET RT-BLK-EOF TO TRUE
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-COUNT-ONE-BLOCKED-UPDATE THRU 2100-EXIT
        UNTIL RT-BLK-EOF
    CLOSE BLOCK-LOG.
2000-EXIT.
    EXIT.

2100-COUNT-ONE-BLOCKED-UPDATE.
    READ BLOCK-LOG
        AT END
            SET RT-BLK-EOF TO TRUE
            GO TO 2100-EXIT
    END-READ
    IF RT-HOLD-ENTRY-COUNT = ZERO
        GO TO 2100-EXIT
    END-IF
    SET RT-HT-IDX TO 1
    SEARCH ALL RT-HOLD-TABLE
        AT END
            GO TO 2100-EXIT
        WHEN RT-HT-KEY-A (RT-HT-IDX) = HX-KEY-A
            CONTINUE
    END-SEARCH
    PERFORM 2900-SET-BLOCK-DATE
    IF RT-BLOCK-DATE < RT-HT-START-DATE (RT-HT-IDX)
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO RT-HT-BLOCKED-TOTAL (RT-HT-IDX)
    IF RT-BLOCK-DATE = RT-TODAY
        ADD 1 TO RT-HT-BLOCKED-TODAY (RT-HT-IDX)
    END-IF.
2100-EXIT.
    EXIT.

2900-SET-BLOCK-DATE.
    MOVE HX-BUSINESS-DATE TO RT-BLOCK-DATE
    IF RT-BLOCK-DATE = SPACES
        MOVE HX-TIMESTAMP (1:8) TO RT-BLOCK-DATE
    END-IF.

3000-PRINT-HOLDS.
    PERFORM 3100-PRINT-ONE-HOLD
        VARYING RT-PRINT-IDX FROM 1 BY 1
        UNTIL RT-PRINT-IDX > RT-HOLD-ENTRY-COUNT.

3100-PRINT-ONE-HOLD.
    MOVE RT-HT-KEY-A (RT-PRINT-IDX)      TO RT-D-KEY-A
    MOVE RT-HT-HOLD-TYPE (RT-PRINT-IDX)  TO RT-D-HOLD-TYPE
    MOVE RT-HT-REASON (RT-PRINT-IDX)     TO RT-D-REASON
    MOVE RT-HT-PLACED-BY (RT-PRINT-IDX)  TO RT-D-PLACED-BY
    MOVE RT-HT-START-DATE (RT-PRINT-IDX) TO RT-D-START-DATE
    MOVE ZERO TO RT-HOLD-AGE
    IF RT-HT-START-DATE (RT-PRINT-IDX) IS NUMERIC
        MOVE RT-HT-START-DATE (RT-PRINT-IDX) TO RT-DAY-DATE
        PERFORM 8000-COMPUTE-DAY-NUMBER
        COMPUTE RT-HOLD-AGE = RT-RUN-DAY-NUMBER - RT-DAY-NUMBER
    END-IF
    MOVE RT-HOLD-AGE                        TO RT-D-AGE
    MOVE RT-HT-BLOCKED-TOTAL (RT-PRINT-IDX) TO RT-D-BLOCKED-TOTAL
    MOVE RT-HT-BLOCKED-TODAY (RT-PRINT-IDX) TO RT-D-BLOCKED-TODAY
    WRITE REPORT-LINE FROM RT-HOLD-LINE.

4000-PRINT-BLOCKED-TODAY.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM RT-HEADING-LINE-3
    WRITE REPORT-LINE FROM RT-HEADING-LINE-4
    MOVE "N" TO RT-BLK-EOF-SWITCH
    OPEN INPUT BLOCK-LOG
    IF RT-BLK-FILE-STATUS = "35"
        GO TO 4000-EXIT
    END-IF
    PERFORM 4100-PRINT-ONE-BLOCKED-UPDATE THRU 4100-EXIT
        UNTIL RT-BLK-EOF
    CLOSE BLOCK-LOG.
4000-EXIT.
    EXIT.

4100-PRINT-ONE-BLOCKED-UPDATE.
    READ BLOCK-LOG
        AT END
            SET RT-BLK-EOF TO TRUE
            GO TO 4100-EXIT
    END-READ
    PERFORM 2900-SET-BLOCK-DATE
    IF RT-BLOCK-DATE NOT = RT-TODAY
        GO TO 4100-EXIT
    END-IF
    ADD 1 TO RT-BLOCKED-TODAY-COUNT
    MOVE HX-TIMESTAMP      TO RT-B-TIMESTAMP
    MOVE HX-KEY-A          TO RT-B-KEY-A
    MOVE HX-PROGRAM        TO RT-B-PROGRAM
    MOVE HX-BLOCKED-UPDATE TO RT-B-BLOCKED-UPDATE
    MOVE HX-HOLD-TYPE      TO RT-B-HOLD-TYPE
    MOVE HX-HOLD-REASON    TO RT-B-HOLD-REASON
    WRITE REPORT-LINE FROM RT-BLOCK-LINE.
4100-EXIT.
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
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "HOLDS IN FORCE"              TO RT-T-LABEL
        MOVE RT-HOLD-ENTRY-COUNT           TO RT-T-COUNT
        WRITE REPORT-LINE FROM RT-TOTAL-LINE
        MOVE "UPDATES BLOCKED TODAY"       TO RT-T-LABEL
        MOVE RT-BLOCKED-TODAY-COUNT        TO RT-T-COUNT
        WRITE REPORT-LINE FROM RT-TOTAL-LINE
        CLOSE REPORT-FILE
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0390 - HOLD RECORDS READ:      " RT-HOLD-READ-COUNT
    DISPLAY "RT0390 - HOLDS IN FORCE:         " RT-HOLD-ENTRY-COUNT
    DISPLAY "RT0390 - UPDATES BLOCKED TODAY:  " RT-BLOCKED-TODAY-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-HOLD-ENTRY-COUNT TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE         TO RT-RUN-RETURN-CODE
    MOVE "E"                 TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0390 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
