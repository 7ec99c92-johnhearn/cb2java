IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0420.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0420 - MONTH-END PERIOD CLOSE
*>
*> Nothing used to record what the book looked like at month-end
*> once the next night's RT0080 refresh had run, and a back-dated
*> correction could quietly change a month finance had already
*> reported. This step closes the month. It runs in the nightly
*> plan after RT0200's accrual as a month-end-only step, and
*> refuses to run (RETURN-CODE 16) unless the calendar (RTBUSDAT)
*> flags the business date as month-end and the run log shows
*> RT0200 ended cleanly for that business date - a close taken
*> before the accrual would freeze the wrong balances.
*>
*> The whole master is read in key order and frozen to the month-
*> end balance history file BALHIST (RTBALHST.CPY): a header
*> carrying the period (yyyymm of the business date), the business
*> date and the close time, one detail per account with its
*> branch, E codes and C, G, H and K, and a trailer carrying the
*> account count and the C, G, H and K control totals. Only when
*> the whole file is written is the period recorded as closed on
*> the period control file PERDCTL (RTPERIOD.CPY), carrying the
*> same control totals, and the close audited through RTAUDIT as
*> field PERIOD, keyed on the period, from OPEN to CLOSED. From
*> then on RTPERDCK refuses every correction and reversal dated in
*> the period unless RT0430 reopens it.
*>
*> A period that is already on PERDCTL is not closed again - a
*> reopened period is closed again through RT0430, so the history
*> file cut at the first close stays the one finance reported.
*> Any failure to write the history file or the period record
*> ends the run with RETURN-CODE 16 and leaves the period open.
*>
*> Job start and end are registered through RTRUNCTL against
*> ROOTMSTR, so no update can reach the master while it is frozen.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ROOT-MASTER ASSIGN TO "ROOTMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS A OF ROOT-MASTER-REC
        FILE STATUS IS RT-MSTR-FILE-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "BALHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-BHS-FILE-STATUS.
    SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PD-PERIOD
        FILE STATUS IS RT-PRD-FILE-STATUS.
    SELECT RUNLOG-FILE ASSIGN TO "RUNLOGDS"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-LOG-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ROOT-MASTER
    RECORD IS VARYING IN SIZE FROM 6 TO 2000 CHARACTERS
    DEPENDING ON RT-MSTR-REC-LEN.
01  ROOT-MASTER-REC.
    COPY "a".
FD  HISTORY-FILE
    RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
    DEPENDING ON RT-BHS-REC-LEN.
    COPY "rtbalhst".
FD  PERIOD-FILE.
    COPY "rtperiod".
FD  RUNLOG-FILE.
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RUNLOG-FILE-REC==.

WORKING-STORAGE SECTION.
01  RT-MSTR-REC-LEN                 PIC 9(4) COMP.
01  RT-BHS-REC-LEN                  PIC 9(4) COMP.
77  RT-BHS-DETAIL-FIXED             PIC 9(4) COMP VALUE 38.
77  RT-MSTR-FILE-STATUS             PIC X(2).
77  RT-BHS-FILE-STATUS              PIC X(2).
77  RT-PRD-FILE-STATUS              PIC X(2).
77  RT-LOG-FILE-STATUS              PIC X(2).
77  RT-MSTR-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-MSTR-EOF                 VALUE "Y".
77  RT-LOG-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-LOG-EOF                  VALUE "Y".
77  RT-MSTR-OPEN-SWITCH             PIC X(1) VALUE "N".
    88  RT-MSTR-OPEN                VALUE "Y".
77  RT-HISTORY-OPEN-SWITCH          PIC X(1) VALUE "N".
    88  RT-HISTORY-OPEN             VALUE "Y".
77  RT-ACCRUAL-SEEN-SWITCH          PIC X(1) VALUE "N".
    88  RT-ACCRUAL-RAN              VALUE "Y".
77  RT-ECODE-IX                     PIC 9(4) COMP.

77  RT-CLOSE-PERIOD                 PIC X(6) VALUE SPACES.
77  RT-CLOSE-TIMESTAMP              PIC X(14) VALUE SPACES.
77  RT-HIST-COUNT                   PIC 9(9) COMP VALUE ZERO.
77  RT-HIST-TOTAL-C                 PIC S9(11) COMP-3 VALUE ZERO.
77  RT-HIST-TOTAL-G                 PIC 9(11)V99 COMP-3 VALUE ZERO.
77  RT-HIST-TOTAL-H                 PIC 9(10)V99 COMP-3 VALUE ZERO.
77  RT-HIST-TOTAL-K                 PIC 9(11)V99 COMP-3 VALUE ZERO.
77  RT-WRITE-FAIL-COUNT             PIC 9(9) COMP VALUE ZERO.

77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".
77  RT-AUD-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==RT-AUDIT-ENTRY==.
77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RT-RUNLOG-ENTRY==.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-FREEZE-ONE-ACCOUNT THRU 2000-EXIT
        UNTIL RT-MSTR-EOF
    PERFORM 9000-WRAP-UP
    GOBACK.

1000-INITIALIZE.
    PERFORM 1050-REGISTER-RUN-START
    IF RT-RUN-REFUSED
        SET RT-MSTR-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    MOVE RT-RUN-TIMESTAMP OF RT-RUNLOG-ENTRY TO RT-CLOSE-TIMESTAMP
    MOVE SPACES TO BD-CALENDAR-DATE
    CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC RT-BDT-RETURN-CODE
    IF RT-BDT-RETURN-CODE NOT = ZERO
        DISPLAY "RT0420 - BUSINESS DATE " BD-BUSINESS-DATE
            " NOT ON THE CALENDAR, RETURN CODE " RT-BDT-RETURN-CODE
            " - PERIOD NOT CLOSED"
        MOVE 16 TO RETURN-CODE
        SET RT-MSTR-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    IF NOT BD-IS-MONTH-END
        DISPLAY "RT0420 - BUSINESS DATE " BD-BUSINESS-DATE
            " IS NOT A MONTH-END - PERIOD NOT CLOSED"
        MOVE 16 TO RETURN-CODE
        SET RT-MSTR-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    MOVE BD-BUSINESS-DATE (1:6) TO RT-CLOSE-PERIOD
    PERFORM 1100-CHECK-ACCRUAL-RAN THRU 1100-EXIT
    IF NOT RT-ACCRUAL-RAN
        DISPLAY "RT0420 - NO CLEAN RT0200 ACCRUAL FOR BUSINESS DATE "
            BD-BUSINESS-DATE " - PERIOD NOT CLOSED"
        MOVE 16 TO RETURN-CODE
        SET RT-MSTR-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    PERFORM 1300-CHECK-PERIOD-OPEN THRU 1300-EXIT
    IF RETURN-CODE = 16
        SET RT-MSTR-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT ROOT-MASTER
    IF RT-MSTR-FILE-STATUS NOT = "00"
        DISPLAY "RT0420 - ROOT MASTER NOT OPENED, FILE STATUS "
            RT-MSTR-FILE-STATUS " - PERIOD NOT CLOSED"
        MOVE 16 TO RETURN-CODE
        SET RT-MSTR-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-MSTR-OPEN TO TRUE
    PERFORM 1700-OPEN-HISTORY THRU 1700-EXIT.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0420"   TO RT-RUN-JOB-NAME OF RT-RUNLOG-ENTRY
    MOVE "ROOTMSTR" TO RT-RUN-DATASET OF RT-RUNLOG-ENTRY
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0420 - A JOB IS STILL RUNNING AGAINST ROOTMSTR"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0420 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

1100-CHECK-ACCRUAL-RAN.
    OPEN INPUT RUNLOG-FILE
    IF RT-LOG-FILE-STATUS NOT = "00"
        GO TO 1100-EXIT
    END-IF
    PERFORM 1200-CHECK-ONE-LOG-ENTRY THRU 1200-EXIT
        UNTIL RT-LOG-EOF
    CLOSE RUNLOG-FILE.
1100-EXIT.
    EXIT.

1200-CHECK-ONE-LOG-ENTRY.
    READ RUNLOG-FILE
        AT END
            SET RT-LOG-EOF TO TRUE
            GO TO 1200-EXIT
    END-READ
    IF RT-RUN-JOB-NAME OF RUNLOG-FILE-REC NOT = "RT0200"
        OR RT-RUN-EVENT OF RUNLOG-FILE-REC NOT = "E"
        OR RT-RUN-BUSINESS-DATE OF RUNLOG-FILE-REC
               NOT = BD-BUSINESS-DATE
        GO TO 1200-EXIT
    END-IF
    IF RT-RUN-RETURN-CODE OF RUNLOG-FILE-REC < 16
        SET RT-ACCRUAL-RAN TO TRUE
    ELSE
        MOVE "N" TO RT-ACCRUAL-SEEN-SWITCH
    END-IF.
1200-EXIT.
    EXIT.

1300-CHECK-PERIOD-OPEN.
    OPEN INPUT PERIOD-FILE
    IF RT-PRD-FILE-STATUS = "35"
        GO TO 1300-EXIT
    END-IF
    IF RT-PRD-FILE-STATUS NOT = "00"
        DISPLAY "RT0420 - PERIOD CONTROL NOT OPENED, FILE STATUS "
            RT-PRD-FILE-STATUS " - PERIOD NOT CLOSED"
        MOVE 16 TO RETURN-CODE
        GO TO 1300-EXIT
    END-IF
    MOVE RT-CLOSE-PERIOD TO PD-PERIOD
    READ PERIOD-FILE
        INVALID KEY
            CLOSE PERIOD-FILE
            GO TO 1300-EXIT
    END-READ
    CLOSE PERIOD-FILE
    DISPLAY "RT0420 - PERIOD " RT-CLOSE-PERIOD " WAS CLOSED ON "
        PD-CLOSE-BUSINESS-DATE " - USE RT0430 TO CLOSE IT AGAIN"
    MOVE 16 TO RETURN-CODE.
1300-EXIT.
    EXIT.

1700-OPEN-HISTORY.
    OPEN OUTPUT HISTORY-FILE
    IF RT-BHS-FILE-STATUS NOT = "00"
        DISPLAY "RT0420 - HISTORY FILE NOT OPENED, FILE STATUS "
            RT-BHS-FILE-STATUS " - PERIOD NOT CLOSED"
        MOVE 16 TO RETURN-CODE
        SET RT-MSTR-EOF TO TRUE
        GO TO 1700-EXIT
    END-IF
    SET RT-HISTORY-OPEN TO TRUE
    MOVE "H"                TO BH-HDR-REC-TYPE
    MOVE RT-CLOSE-PERIOD    TO BH-HDR-PERIOD
    MOVE BD-BUSINESS-DATE   TO BH-HDR-BUSINESS-DATE
    MOVE "RT0420"           TO BH-HDR-CREATING-JOB
    MOVE RT-CLOSE-TIMESTAMP TO BH-HDR-TIMESTAMP
    MOVE LENGTH OF RT-BALHIST-HEADER TO RT-BHS-REC-LEN
    WRITE RT-BALHIST-HEADER
    IF RT-BHS-FILE-STATUS NOT = "00"
        DISPLAY "RT0420 - HISTORY HEADER NOT WRITTEN, FILE STATUS "
            RT-BHS-FILE-STATUS
        ADD 1 TO RT-WRITE-FAIL-COUNT
    END-IF.
1700-EXIT.
    EXIT.

2000-FREEZE-ONE-ACCOUNT.
    READ ROOT-MASTER NEXT RECORD
        AT END
            SET RT-MSTR-EOF TO TRUE
            GO TO 2000-EXIT
    END-READ
    MOVE "D"                    TO BH-REC-TYPE
    MOVE A OF ROOT-MASTER-REC   TO BH-KEY-A
    MOVE B OF ROOT-MASTER-REC   TO BH-BRANCH
    MOVE C OF ROOT-MASTER-REC   TO BH-BAL-C
    MOVE G OF ROOT-MASTER-REC   TO BH-BAL-G
    MOVE H OF ROOT-MASTER-REC   TO BH-BAL-H
    MOVE K OF ROOT-MASTER-REC   TO BH-BAL-K
    MOVE SUB-COUNT OF ROOT-MASTER-REC TO BH-ECODE-COUNT
    PERFORM 2100-MOVE-ONE-ECODE
        VARYING RT-ECODE-IX FROM 1 BY 1
        UNTIL RT-ECODE-IX > BH-ECODE-COUNT
    COMPUTE RT-BHS-REC-LEN = RT-BHS-DETAIL-FIXED
                           + BH-ECODE-COUNT * 3
    WRITE RT-BALHIST-DETAIL
    IF RT-BHS-FILE-STATUS NOT = "00"
        DISPLAY "RT0420 - HISTORY WRITE FAILED FOR ACCOUNT "
            A OF ROOT-MASTER-REC " FILE STATUS " RT-BHS-FILE-STATUS
        ADD 1 TO RT-WRITE-FAIL-COUNT
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO RT-HIST-COUNT
    ADD C OF ROOT-MASTER-REC TO RT-HIST-TOTAL-C
    ADD G OF ROOT-MASTER-REC TO RT-HIST-TOTAL-G
    ADD H OF ROOT-MASTER-REC TO RT-HIST-TOTAL-H
    ADD K OF ROOT-MASTER-REC TO RT-HIST-TOTAL-K.
2000-EXIT.
    EXIT.

2100-MOVE-ONE-ECODE.
    MOVE E OF ROOT-MASTER-REC (RT-ECODE-IX)
        TO BH-ECODE (RT-ECODE-IX).

8000-WRITE-HISTORY-TRAILER.
    MOVE "T"             TO BH-TRL-REC-TYPE
    MOVE RT-CLOSE-PERIOD TO BH-TRL-PERIOD
    MOVE RT-HIST-COUNT   TO BH-TRL-RECORD-COUNT
    MOVE RT-HIST-TOTAL-C TO BH-TRL-TOTAL-C
    MOVE RT-HIST-TOTAL-G TO BH-TRL-TOTAL-G
    MOVE RT-HIST-TOTAL-H TO BH-TRL-TOTAL-H
    MOVE RT-HIST-TOTAL-K TO BH-TRL-TOTAL-K
    MOVE LENGTH OF RT-BALHIST-TRAILER TO RT-BHS-REC-LEN
    WRITE RT-BALHIST-TRAILER
    IF RT-BHS-FILE-STATUS NOT = "00"
        DISPLAY "RT0420 - HISTORY TRAILER NOT WRITTEN, FILE STATUS "
            RT-BHS-FILE-STATUS
        ADD 1 TO RT-WRITE-FAIL-COUNT
    END-IF.

8500-MARK-PERIOD-CLOSED.
    OPEN I-O PERIOD-FILE
    IF RT-PRD-FILE-STATUS = "35"
        OPEN OUTPUT PERIOD-FILE
        CLOSE PERIOD-FILE
        OPEN I-O PERIOD-FILE
    END-IF
    IF RT-PRD-FILE-STATUS NOT = "00"
        DISPLAY "RT0420 - PERIOD CONTROL NOT OPENED, FILE STATUS "
            RT-PRD-FILE-STATUS " - PERIOD NOT CLOSED"
        MOVE 16 TO RETURN-CODE
        GO TO 8500-EXIT
    END-IF
    MOVE RT-CLOSE-PERIOD    TO PD-PERIOD
    MOVE "C"                TO PD-STATUS
    MOVE BD-BUSINESS-DATE   TO PD-CLOSE-BUSINESS-DATE
    MOVE RT-CLOSE-TIMESTAMP TO PD-CLOSE-TIMESTAMP
    MOVE "RT0420"           TO PD-CLOSED-BY
    MOVE SPACES             TO PD-REOPEN-TIMESTAMP
    MOVE SPACES             TO PD-REOPENED-BY
    MOVE SPACES             TO PD-REOPEN-REASON
    MOVE RT-HIST-COUNT      TO PD-ACCOUNT-COUNT
    MOVE RT-HIST-TOTAL-C    TO PD-TOTAL-C
    MOVE RT-HIST-TOTAL-G    TO PD-TOTAL-G
    MOVE RT-HIST-TOTAL-H    TO PD-TOTAL-H
    MOVE RT-HIST-TOTAL-K    TO PD-TOTAL-K
    WRITE RT-PERIOD-REC
        INVALID KEY
            CONTINUE
    END-WRITE
    IF RT-PRD-FILE-STATUS NOT = "00"
        DISPLAY "RT0420 - PERIOD RECORD NOT WRITTEN, FILE STATUS "
            RT-PRD-FILE-STATUS " - PERIOD NOT CLOSED"
        CLOSE PERIOD-FILE
        MOVE 16 TO RETURN-CODE
        GO TO 8500-EXIT
    END-IF
    CLOSE PERIOD-FILE
    MOVE RT-CLOSE-PERIOD TO RT-AUD-KEY-A
    MOVE "PERIOD"        TO RT-AUD-FIELD-NAME
    MOVE "OPEN"          TO RT-AUD-OLD-VALUE
    MOVE "CLOSED"        TO RT-AUD-NEW-VALUE
    MOVE "RT0420"        TO RT-AUD-USER-ID
    CALL "RTAUDIT" USING RT-AUDIT-ENTRY RT-AUD-RETURN-CODE
    IF RT-AUD-RETURN-CODE NOT = ZERO
        DISPLAY "RT0420 - PERIOD CLOSED BUT AUDIT ENTRY NOT WRITTEN,"
            " RETURN CODE " RT-AUD-RETURN-CODE
        MOVE 16 TO RETURN-CODE
    END-IF.
8500-EXIT.
    EXIT.

9000-WRAP-UP.
    IF NOT RT-RUN-REFUSED
        IF RT-MSTR-OPEN
            CLOSE ROOT-MASTER
        END-IF
        IF RT-HISTORY-OPEN
            PERFORM 8000-WRITE-HISTORY-TRAILER
            CLOSE HISTORY-FILE
        END-IF
        IF RT-WRITE-FAIL-COUNT > ZERO
            DISPLAY "RT0420 - " RT-WRITE-FAIL-COUNT " HISTORY WRITES"
                " FAILED - PERIOD NOT CLOSED"
            MOVE 16 TO RETURN-CODE
        END-IF
        IF RT-HISTORY-OPEN AND RETURN-CODE < 16
            PERFORM 8500-MARK-PERIOD-CLOSED THRU 8500-EXIT
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0420 - PERIOD:                 " RT-CLOSE-PERIOD
    DISPLAY "RT0420 - ACCOUNTS FROZEN:        " RT-HIST-COUNT
    IF RETURN-CODE < 16
        DISPLAY "RT0420 - PERIOD " RT-CLOSE-PERIOD " CLOSED"
    END-IF.

9100-REGISTER-RUN-END.
    MOVE RT-HIST-COUNT TO RT-RUN-RECORD-COUNT OF RT-RUNLOG-ENTRY
    MOVE RETURN-CODE   TO RT-RUN-RETURN-CODE OF RT-RUNLOG-ENTRY
    MOVE "E"           TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE OF RT-RUNLOG-ENTRY TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0420 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
