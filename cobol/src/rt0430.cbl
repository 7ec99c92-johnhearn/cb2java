IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0430.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0430 - REOPEN OR RE-CLOSE A CLOSED ACCOUNTING PERIOD
*>
*> Once RT0420 has closed a month, RTPERDCK refuses every
*> correction and reversal dated in it. When one genuinely has to
*> go in, the period is reopened here first and closed again here
*> afterwards, and both actions are audited. The action is named
*> on the parameter card file (PERDPARM, one KEYWORD=value per
*> line):
*>   PERIOD=yyyymm     the period (required);
*>   ACTION=REOPEN     reopen a closed period, or
*>   ACTION=RECLOSE    close a reopened period again (required);
*>   OPERATOR=xxxxxxxx the operator id taking the action
*>                     (required);
*>   REASON=text       why the period is being reopened (required
*>                     to reopen).
*>
*> Only a closed period can be reopened and only a reopened one
*> can be closed again; a period RT0420 has never closed is open
*> already and is refused. Each action first writes an RTAUDIT
*> entry - field PERIOD keyed on the period, old and new status,
*> the operator as the user - and only then rewrites the period's
*> record on PERDCTL, so there is never a reopen the audit trail
*> does not show. The reopen keeps who reopened the period, when
*> and why on the period record. The balance history file RT0420
*> cut at the first close is not cut again: it stays the figures
*> the month was first reported on.
*>
*> A missing or bad card, a period in the wrong state, an audit
*> entry that cannot be written or a rewrite that fails ends the
*> run with RETURN-CODE 16 and leaves the period as it was. Job
*> start and end are registered through RTRUNCTL against
*> PERDCTL, so two actions cannot cross on the same file.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "PERDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RT-PARM-FILE-STATUS.
    SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PD-PERIOD
        FILE STATUS IS RT-PRD-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-LINE                       PIC X(80).
FD  PERIOD-FILE.
    COPY "rtperiod".

WORKING-STORAGE SECTION.
77  RT-PARM-FILE-STATUS             PIC X(2).
77  RT-PRD-FILE-STATUS              PIC X(2).
77  RT-PARM-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-PARM-EOF                 VALUE "Y".
77  RT-PARM-BAD-SWITCH              PIC X(1) VALUE "N".
    88  RT-PARM-BAD                 VALUE "Y".
77  RT-PERIOD-OPEN-SWITCH           PIC X(1) VALUE "N".
    88  RT-PERIOD-FILE-OPEN         VALUE "Y".
01  RT-PARM-KEYWORD                 PIC X(10).
01  RT-PARM-VALUE                   PIC X(30).

01  RT-SEL-PERIOD                   PIC X(6) VALUE SPACES.
01  RT-SEL-PERIOD-PARTS REDEFINES RT-SEL-PERIOD.
    05  RT-SEL-YEAR                 PIC 9(4).
    05  RT-SEL-MONTH                PIC 9(2).
77  RT-SEL-ACTION                   PIC X(7) VALUE SPACES.
    88  RT-ACTION-REOPEN            VALUE "REOPEN".
    88  RT-ACTION-RECLOSE           VALUE "RECLOSE".
77  RT-SEL-OPERATOR                 PIC X(8) VALUE SPACES.
77  RT-SEL-REASON                   PIC X(30) VALUE SPACES.
77  RT-ACTION-TIMESTAMP             PIC X(14) VALUE SPACES.

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
    IF RETURN-CODE < 16
        PERFORM 2000-TAKE-ACTION THRU 2000-EXIT
    END-IF
    PERFORM 9000-WRAP-UP
    GOBACK.

1000-INITIALIZE.
    PERFORM 1050-REGISTER-RUN-START
    IF RT-RUN-REFUSED
        GO TO 1000-EXIT
    END-IF
    MOVE RT-RUN-TIMESTAMP TO RT-ACTION-TIMESTAMP
    PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT
    IF RT-SEL-PERIOD IS NOT NUMERIC
        OR RT-SEL-MONTH < 1 OR RT-SEL-MONTH > 12
        DISPLAY "RT0430 - NO VALID PERIOD SUPPLIED - RUN REFUSED"
        SET RT-PARM-BAD TO TRUE
    END-IF
    IF NOT RT-ACTION-REOPEN AND NOT RT-ACTION-RECLOSE
        DISPLAY "RT0430 - NO VALID ACTION SUPPLIED - RUN REFUSED"
        SET RT-PARM-BAD TO TRUE
    END-IF
    IF RT-SEL-OPERATOR = SPACES
        DISPLAY "RT0430 - NO OPERATOR SUPPLIED - RUN REFUSED"
        SET RT-PARM-BAD TO TRUE
    END-IF
    IF RT-ACTION-REOPEN AND RT-SEL-REASON = SPACES
        DISPLAY "RT0430 - NO REASON SUPPLIED FOR THE REOPEN"
            " - RUN REFUSED"
        SET RT-PARM-BAD TO TRUE
    END-IF
    IF RT-PARM-BAD
        MOVE 16 TO RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    OPEN I-O PERIOD-FILE
    IF RT-PRD-FILE-STATUS = "35"
        DISPLAY "RT0430 - NO PERIOD HAS BEEN CLOSED - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    IF RT-PRD-FILE-STATUS NOT = "00"
        DISPLAY "RT0430 - PERIOD CONTROL NOT OPENED, FILE STATUS "
            RT-PRD-FILE-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    SET RT-PERIOD-FILE-OPEN TO TRUE.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0430"  TO RT-RUN-JOB-NAME
    MOVE "PERDCTL" TO RT-RUN-DATASET
    MOVE "S"       TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0430 - A JOB IS STILL RUNNING AGAINST PERDCTL"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0430 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

1100-LOAD-PARAMETERS.
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
    EVALUATE RT-PARM-KEYWORD
        WHEN "PERIOD    "
            MOVE RT-PARM-VALUE (1:6) TO RT-SEL-PERIOD
        WHEN "ACTION    "
            MOVE RT-PARM-VALUE (1:7) TO RT-SEL-ACTION
        WHEN "OPERATOR  "
            MOVE RT-PARM-VALUE (1:8) TO RT-SEL-OPERATOR
        WHEN "REASON    "
            MOVE RT-PARM-VALUE TO RT-SEL-REASON
        WHEN OTHER
            DISPLAY "RT0430 - UNRECOGNISED PARAMETER: " PARM-LINE
            SET RT-PARM-BAD TO TRUE
    END-EVALUATE.
1200-EXIT.
    EXIT.

2000-TAKE-ACTION.
    MOVE RT-SEL-PERIOD TO PD-PERIOD
    READ PERIOD-FILE
        INVALID KEY
            DISPLAY "RT0430 - PERIOD " RT-SEL-PERIOD
                " HAS NEVER BEEN CLOSED - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
            GO TO 2000-EXIT
    END-READ
    IF RT-ACTION-REOPEN AND NOT PD-CLOSED
        DISPLAY "RT0430 - PERIOD " RT-SEL-PERIOD
            " IS NOT CLOSED - REOPEN REFUSED"
        MOVE 16 TO RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    IF RT-ACTION-RECLOSE AND NOT PD-REOPENED
        DISPLAY "RT0430 - PERIOD " RT-SEL-PERIOD
            " IS NOT REOPENED - RECLOSE REFUSED"
        MOVE 16 TO RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    MOVE PD-PERIOD       TO RT-AUD-KEY-A
    MOVE "PERIOD"        TO RT-AUD-FIELD-NAME
    MOVE RT-SEL-OPERATOR TO RT-AUD-USER-ID
    IF RT-ACTION-REOPEN
        MOVE "CLOSED"    TO RT-AUD-OLD-VALUE
        MOVE "REOPENED"  TO RT-AUD-NEW-VALUE
    ELSE
        MOVE "REOPENED"  TO RT-AUD-OLD-VALUE
        MOVE "CLOSED"    TO RT-AUD-NEW-VALUE
    END-IF
    CALL "RTAUDIT" USING RT-AUDIT-ENTRY RT-AUD-RETURN-CODE
    IF RT-AUD-RETURN-CODE NOT = ZERO
        DISPLAY "RT0430 - AUDIT ENTRY NOT WRITTEN, RETURN CODE "
            RT-AUD-RETURN-CODE " - PERIOD " RT-SEL-PERIOD
            " LEFT AS IT WAS"
        MOVE 16 TO RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    IF RT-ACTION-REOPEN
        MOVE "R"                 TO PD-STATUS
        MOVE RT-ACTION-TIMESTAMP TO PD-REOPEN-TIMESTAMP
        MOVE RT-SEL-OPERATOR     TO PD-REOPENED-BY
        MOVE RT-SEL-REASON       TO PD-REOPEN-REASON
    ELSE
        MOVE "C"                 TO PD-STATUS
    END-IF
    REWRITE RT-PERIOD-REC
        INVALID KEY
            CONTINUE
    END-REWRITE
    IF RT-PRD-FILE-STATUS NOT = "00"
        DISPLAY "RT0430 - PERIOD RECORD NOT REWRITTEN, FILE STATUS "
            RT-PRD-FILE-STATUS " - PERIOD " RT-SEL-PERIOD
            " LEFT AS IT WAS"
        MOVE 16 TO RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    IF RT-ACTION-REOPEN
        DISPLAY "RT0430 - PERIOD " RT-SEL-PERIOD " REOPENED BY "
            RT-SEL-OPERATOR ": " RT-SEL-REASON
    ELSE
        DISPLAY "RT0430 - PERIOD " RT-SEL-PERIOD " CLOSED AGAIN BY "
            RT-SEL-OPERATOR
    END-IF.
2000-EXIT.
    EXIT.

9000-WRAP-UP.
    IF NOT RT-RUN-REFUSED
        IF RT-PERIOD-FILE-OPEN
            CLOSE PERIOD-FILE
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF.

9100-REGISTER-RUN-END.
    MOVE ZERO        TO RT-RUN-RECORD-COUNT
    IF RETURN-CODE < 16
        MOVE 1       TO RT-RUN-RECORD-COUNT
    END-IF
    MOVE RETURN-CODE TO RT-RUN-RETURN-CODE
    MOVE "E"         TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0430 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
