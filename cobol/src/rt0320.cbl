IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0320.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0320 - LARGE-VALUE AND UNUSUAL-CHANGE MONITORING OVER AUDITDS
*>
*> Once RTAUDIT has written a change nothing looked at its size or
*> pattern - a K correction of 99999.99 was treated exactly like a
*> one-cent fix. This daily step reads the audit entries stamped
*> with this business date and raises an alert whenever one of
*> three rules fires:
*>   LARGECHG - a single change to C, G, H or K, new value against
*>              old in either direction, exceeds the threshold for
*>              that field on the threshold master (THRESHM, layout
*>              RTTHRESH.CPY) - the entry for the account's own
*>              branch when there is one, otherwise the all-branch
*>              entry;
*>   REPTCORR - the same account is corrected more than N times in
*>              the day, N from the parameter card file (MONPARM,
*>              one line "MAXCORR=nnn");
*>   CLOSEDBR - an account is corrected while its branch is
*>              flagged BR-CLOSED on the branch master (BRANCHM).
*> A correction is a change to D or K - the fields only the
*> correction paths ever write, since RT0080's refresh leaves
*> them alone - and the D and K entries one correction writes
*> together (same account, timestamp and user) count once. The
*> account's branch comes from ROOT-MASTER; an account no longer
*> on the master is checked against the all-branch thresholds.
*> The day's entries are read by starting on AUDITDS's business-
*> date key, so only this business date is ever read.
*>
*> Every alert prints on the alert report (MONRPT) for the control
*> team and is written to the alert file (MONALRT, layout
*> RTALERT.CPY) they work from. Any alert ends the run with the
*> warning RETURN-CODE 4, which RT0190 carries into the night's
*> outcome without halting the cycle. A missing or unrecognised
*> MAXCORR card refuses the run with RETURN-CODE 16, the way
*> RT0210 refuses to purge on a defaulted threshold.
*>
*> Job start and end are registered through RTRUNCTL against
*> ROOTMSTR.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  BUSINESS DATE FROM THE CALENDAR (RTBUSDAT); THE
*>                    DAY'S AUDIT ENTRIES ARE SELECTED ON THEIR
*>                    BUSINESS DATE INSTEAD OF THEIR TIMESTAMP.
*>   2026-10-15  ACP  AUDITDS IS NOW INDEXED; STILL READ WHOLE, IN
*>                    ACCOUNT AND TIMESTAMP ORDER, SO ONE ACCOUNT'S
*>                    ENTRIES ARRIVE TOGETHER AND IN THE ORDER MADE.
*>   2026-10-15  ACP  STARTS ON THE BUSINESS-DATE KEY AND READS ONLY THE
*>                    DAY'S ENTRIES INSTEAD OF THE WHOLE FILE.
*>   2026-10-15  ACP  CLOSED-BRANCH TEST MADE ON CONDITION NAMES TIED
*>                    TO BR-CLOSED.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "MONPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RT-PARM-FILE-STATUS.
    SELECT THRESHOLD-FILE ASSIGN TO "THRESHM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-THR-FILE-STATUS.
    SELECT BRANCH-FILE ASSIGN TO "BRANCHM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-BRANCH-FILE-STATUS.
    SELECT ROOT-MASTER ASSIGN TO "ROOTMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS A OF ROOT-MASTER-REC
        FILE STATUS IS RT-MSTR-FILE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITDS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RT-AUD-RECORD-KEY OF RT-AUDIT-REC
        ALTERNATE RECORD KEY IS RT-AUD-BUSINESS-DATE OF RT-AUDIT-REC
            WITH DUPLICATES
        FILE STATUS IS RT-AUD-FILE-STATUS.
    SELECT ALERT-FILE ASSIGN TO "MONALRT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-ALR-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "MONRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-LINE                       PIC X(80).
FD  THRESHOLD-FILE.
    COPY "rtthresh".
FD  BRANCH-FILE.
    COPY "branch".
FD  ROOT-MASTER
    RECORD IS VARYING IN SIZE FROM 6 TO 2000 CHARACTERS
    DEPENDING ON RT-MSTR-REC-LEN.
01  ROOT-MASTER-REC.
    COPY "a".
FD  AUDIT-FILE.
    COPY "rtaudit".
FD  ALERT-FILE.
    COPY "rtalert".
FD  REPORT-FILE.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  RT-MSTR-REC-LEN                 PIC 9(4) COMP.
77  RT-PARM-FILE-STATUS             PIC X(2).
77  RT-THR-FILE-STATUS              PIC X(2).
77  RT-BRANCH-FILE-STATUS           PIC X(2).
77  RT-MSTR-FILE-STATUS             PIC X(2).
77  RT-AUD-FILE-STATUS              PIC X(2).
77  RT-ALR-FILE-STATUS              PIC X(2).
77  RT-PARM-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-PARM-EOF                 VALUE "Y".
77  RT-THR-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-THR-EOF                  VALUE "Y".
77  RT-BRANCH-EOF-SWITCH            PIC X(1) VALUE "N".
    88  RT-BRANCH-EOF               VALUE "Y".
77  RT-AUDIT-EOF-SWITCH             PIC X(1) VALUE "N".
    88  RT-AUDIT-EOF                VALUE "Y".
77  RT-ABANDON-SWITCH               PIC X(1) VALUE "N".
    88  RT-RUN-ABANDONED            VALUE "Y".
77  RT-MSTR-OPEN-SWITCH             PIC X(1) VALUE "N".
    88  RT-MSTR-OPEN                VALUE "Y".
77  RT-ALERT-OPEN-SWITCH            PIC X(1) VALUE "N".
    88  RT-ALERT-OPEN               VALUE "Y".
77  RT-CORR-SET-SWITCH              PIC X(1) VALUE "N".
    88  RT-CORR-LIMIT-SET           VALUE "Y".
77  RT-VALUE-BAD-SWITCH             PIC X(1).
    88  RT-VALUE-BAD                VALUE "Y".
77  RT-NEW-CORRECTION-SWITCH        PIC X(1).
    88  RT-NEW-CORRECTION           VALUE "Y".
77  RT-LIMIT-FOUND-SWITCH           PIC X(1).
    88  RT-LIMIT-FOUND              VALUE "Y".
77  RT-RUN-DATE                     PIC 9(8).
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".
77  RT-CORR-LIMIT                   PIC 9(3) VALUE ZERO.
01  RT-PARM-KEYWORD                 PIC X(10).
01  RT-PARM-VALUE                   PIC X(20).

77  RT-AUDIT-READ-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-AUDIT-CHECKED-COUNT          PIC 9(9) COMP VALUE ZERO.
77  RT-UNREADABLE-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-ALERT-COUNT                  PIC 9(9) COMP VALUE ZERO.
77  RT-LARGE-ALERT-COUNT            PIC 9(9) COMP VALUE ZERO.
77  RT-REPEAT-ALERT-COUNT           PIC 9(9) COMP VALUE ZERO.
77  RT-CLOSED-ALERT-COUNT           PIC 9(9) COMP VALUE ZERO.

77  RT-ACCT-BRANCH                  PIC X(4).
77  RT-ACCT-BRANCH-STATUS           PIC X(1).
    88  RT-ACCT-BRANCH-CLOSED       VALUE "C".
77  RT-CHANGE-SIZE                  PIC 9(7)V99.
77  RT-CHANGE-LIMIT                 PIC 9(7)V99.
77  RT-PARSE-INT                    PIC 9(5).
77  RT-PARSE-DEC                    PIC 9(2).
77  RT-WORK-OLD                     PIC S9(7)V99.
77  RT-WORK-NEW                     PIC S9(7)V99.
01  RT-C-PARSE-WORK                 PIC X(6).
77  RT-C-SIGN-COUNT                 PIC 9(2) COMP.
77  RT-C-MAGNITUDE                  PIC 9(6).
01  RT-LOOKUP-KEY.
    05  RT-LOOKUP-FIELD             PIC X(8).
    05  RT-LOOKUP-BRANCH            PIC X(4).

01  RT-THRESHOLD-TABLE-CTL.
    05  RT-THR-ENTRY-COUNT          PIC 9(4) COMP VALUE ZERO.
    05  RT-THRESHOLD-TABLE OCCURS 1 TO 2000 TIMES
            DEPENDING ON RT-THR-ENTRY-COUNT
            ASCENDING KEY IS RT-THR-KEY
            INDEXED BY RT-THR-IDX.
        10  RT-THR-KEY              PIC X(12).
        10  RT-THR-LIMIT            PIC 9(7)V99.

01  RT-BRANCH-TABLE-CTL.
    05  RT-BRANCH-ENTRY-COUNT       PIC 9(4) COMP VALUE ZERO.
    05  RT-BRANCH-TABLE OCCURS 1 TO 2000 TIMES
            DEPENDING ON RT-BRANCH-ENTRY-COUNT
            ASCENDING KEY IS RT-BR-CODE
            INDEXED BY RT-BR-IDX.
        10  RT-BR-CODE              PIC X(4).
        10  RT-BR-STATUS            PIC X(1).
            88  RT-BR-CLOSED        VALUE "C".

77  RT-CRT-SCAN-IDX                 PIC 9(5) COMP.
77  RT-CRT-FOUND-POS                PIC 9(5) COMP.
77  RT-CRT-PRINT-IDX                PIC 9(5) COMP.
01  RT-CORR-TABLE-CTL.
    05  RT-CRT-ENTRY-COUNT          PIC 9(5) COMP VALUE ZERO.
    05  RT-CORR-TABLE OCCURS 1 TO 5000 TIMES
            DEPENDING ON RT-CRT-ENTRY-COUNT.
        10  RT-CRT-KEY-A            PIC X(6).
        10  RT-CRT-BRANCH           PIC X(4).
        10  RT-CRT-COUNT            PIC 9(5).
        10  RT-CRT-LAST-TIMESTAMP   PIC X(14).
        10  RT-CRT-LAST-USER-ID     PIC X(8).

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RT-RUNLOG-ENTRY==.

01  RT-HEADING-LINE-1.
    05  FILLER                      PIC X(38)
        VALUE "RT0320 - CHANGE MONITORING ALERTS FOR ".
    05  FILLER                      PIC X(14) VALUE "BUSINESS DATE ".
    05  RT-H-DATE                   PIC X(8).
01  RT-HEADING-LINE-2.
    05  FILLER                      PIC X(9)  VALUE "RULE     ".
    05  FILLER                      PIC X(7)  VALUE "ACCOUNT".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(6)  VALUE "BRANCH".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(8)  VALUE "FIELD   ".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(20) VALUE "OLD VALUE".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(20) VALUE "NEW VALUE".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(14) VALUE "TIMESTAMP".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(8)  VALUE "USER".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(6)  VALUE " COUNT".

01  RT-ALERT-LINE.
    05  RT-A-RULE                   PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-A-ACCOUNT                PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-A-BRANCH                 PIC X(4).
    05  FILLER                      PIC X(3)  VALUE SPACES.
    05  RT-A-FIELD                  PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-A-OLD-VALUE              PIC X(20).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-A-NEW-VALUE              PIC X(20).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-A-TIMESTAMP              PIC X(14).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-A-USER-ID                PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-A-COUNT                  PIC Z(5)9.

01  RT-TOTAL-LINE.
    05  RT-T-LABEL                  PIC X(30).
    05  FILLER                      PIC X(2)  VALUE ": ".
    05  RT-T-COUNT                  PIC Z(8)9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF NOT RT-RUN-ABANDONED
        PERFORM 2000-SCAN-AUDIT-TRAIL THRU 2000-EXIT
        PERFORM 3000-CHECK-CORRECTION-COUNTS
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
        DISPLAY "RT0320 - BUSINESS DATE NOT ON THE CALENDAR, RETURN"
            " CODE " RT-BDT-RETURN-CODE " - CALENDAR DATE "
            BD-BUSINESS-DATE " USED"
    END-IF
    MOVE BD-BUSINESS-DATE TO RT-RUN-DATE
    OPEN OUTPUT REPORT-FILE
    MOVE RT-RUN-DATE TO RT-H-DATE
    WRITE REPORT-LINE FROM RT-HEADING-LINE-1
    WRITE REPORT-LINE FROM RT-HEADING-LINE-2
    PERFORM 1100-LOAD-CORRECTION-LIMIT THRU 1100-EXIT
    IF NOT RT-CORR-LIMIT-SET
        DISPLAY "RT0320 - NO MAXCORR LIMIT SUPPLIED - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    PERFORM 1300-LOAD-THRESHOLD-TABLE THRU 1300-EXIT
    PERFORM 1500-LOAD-BRANCH-TABLE THRU 1500-EXIT
    OPEN INPUT ROOT-MASTER
    IF RT-MSTR-FILE-STATUS NOT = "35"
        SET RT-MSTR-OPEN TO TRUE
    END-IF
    OPEN OUTPUT ALERT-FILE
    IF RT-ALR-FILE-STATUS NOT = "00"
        DISPLAY "RT0320 - ALERT FILE NOT OPENED, FILE STATUS "
            RT-ALR-FILE-STATUS " - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-ALERT-OPEN TO TRUE.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0320"   TO RT-RUN-JOB-NAME
    MOVE "ROOTMSTR" TO RT-RUN-DATASET
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0320 - A JOB IS STILL RUNNING AGAINST ROOTMSTR"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0320 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

1100-LOAD-CORRECTION-LIMIT.
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
    IF RT-PARM-KEYWORD = "MAXCORR   "
        AND RT-PARM-VALUE (1:3) IS NUMERIC
        MOVE RT-PARM-VALUE (1:3) TO RT-CORR-LIMIT
        SET RT-CORR-LIMIT-SET TO TRUE
    ELSE
        DISPLAY "RT0320 - UNRECOGNISED PARAMETER: " PARM-LINE
        MOVE "N" TO RT-CORR-SET-SWITCH
        SET RT-PARM-EOF TO TRUE
    END-IF.
1200-EXIT.
    EXIT.

1300-LOAD-THRESHOLD-TABLE.
    OPEN INPUT THRESHOLD-FILE
    IF RT-THR-FILE-STATUS = "35"
        DISPLAY "RT0320 - NO THRESHOLD MASTER - NO SIZE CHECKS MADE"
        GO TO 1300-EXIT
    END-IF
    PERFORM 1350-LOAD-ONE-THRESHOLD THRU 1350-EXIT
        UNTIL RT-THR-EOF
    CLOSE THRESHOLD-FILE.
1300-EXIT.
    EXIT.

1350-LOAD-ONE-THRESHOLD.
    READ THRESHOLD-FILE
        AT END
            SET RT-THR-EOF TO TRUE
            GO TO 1350-EXIT
    END-READ
    ADD 1 TO RT-THR-ENTRY-COUNT
    MOVE TH-KEY   TO RT-THR-KEY (RT-THR-ENTRY-COUNT)
    MOVE TH-LIMIT TO RT-THR-LIMIT (RT-THR-ENTRY-COUNT).
1350-EXIT.
    EXIT.

1500-LOAD-BRANCH-TABLE.
    OPEN INPUT BRANCH-FILE
    IF RT-BRANCH-FILE-STATUS = "35"
        GO TO 1500-EXIT
    END-IF
    PERFORM 1550-LOAD-ONE-BRANCH THRU 1550-EXIT
        UNTIL RT-BRANCH-EOF
    CLOSE BRANCH-FILE.
1500-EXIT.
    EXIT.

1550-LOAD-ONE-BRANCH.
    READ BRANCH-FILE
        AT END
            SET RT-BRANCH-EOF TO TRUE
            GO TO 1550-EXIT
    END-READ
    ADD 1 TO RT-BRANCH-ENTRY-COUNT
    MOVE BR-CODE   TO RT-BR-CODE (RT-BRANCH-ENTRY-COUNT)
    MOVE BR-STATUS TO RT-BR-STATUS (RT-BRANCH-ENTRY-COUNT).
1550-EXIT.
    EXIT.

2000-SCAN-AUDIT-TRAIL.
    OPEN INPUT AUDIT-FILE
    IF RT-AUD-FILE-STATUS = "35"
        DISPLAY "RT0320 - NO AUDIT FILE FOUND, NOTHING TO MONITOR"
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2000-EXIT
    END-IF
    MOVE RT-RUN-DATE TO RT-AUD-BUSINESS-DATE
    START AUDIT-FILE KEY IS EQUAL TO RT-AUD-BUSINESS-DATE
        INVALID KEY
            SET RT-AUDIT-EOF TO TRUE
    END-START
    PERFORM 2100-CHECK-ONE-AUDIT-ENTRY THRU 2100-EXIT
        UNTIL RT-AUDIT-EOF
    CLOSE AUDIT-FILE.
2000-EXIT.
    EXIT.

2100-CHECK-ONE-AUDIT-ENTRY.
    READ AUDIT-FILE NEXT RECORD
        AT END
            SET RT-AUDIT-EOF TO TRUE
            GO TO 2100-EXIT
    END-READ
    IF RT-AUD-BUSINESS-DATE NOT = RT-RUN-DATE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO RT-AUDIT-READ-COUNT
    EVALUATE RT-AUD-FIELD-NAME
        WHEN "C       "
        WHEN "G       "
        WHEN "H       "
        WHEN "K       "
        WHEN "D       "
            CONTINUE
        WHEN OTHER
            GO TO 2100-EXIT
    END-EVALUATE
    ADD 1 TO RT-AUDIT-CHECKED-COUNT
    PERFORM 2200-FIND-ACCOUNT-BRANCH
    IF RT-AUD-FIELD-NAME NOT = "D       "
        PERFORM 2300-CHECK-CHANGE-SIZE THRU 2300-EXIT
    END-IF
    IF RT-AUD-FIELD-NAME = "D       "
        OR RT-AUD-FIELD-NAME = "K       "
        PERFORM 2500-COUNT-CORRECTION THRU 2500-EXIT
        IF RT-NEW-CORRECTION
            AND RT-ACCT-BRANCH-CLOSED
            PERFORM 2700-ALERT-CLOSED-BRANCH
        END-IF
    END-IF.
2100-EXIT.
    EXIT.

2200-FIND-ACCOUNT-BRANCH.
    MOVE SPACES TO RT-ACCT-BRANCH
    MOVE SPACES TO RT-ACCT-BRANCH-STATUS
    IF RT-MSTR-OPEN
        MOVE RT-AUD-KEY-A TO A OF ROOT-MASTER-REC
        READ ROOT-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE B OF ROOT-MASTER-REC TO RT-ACCT-BRANCH
        END-READ
    END-IF
    IF RT-ACCT-BRANCH NOT = SPACES
        AND RT-BRANCH-ENTRY-COUNT > ZERO
        SET RT-BR-IDX TO 1
        SEARCH ALL RT-BRANCH-TABLE
            AT END
                CONTINUE
            WHEN RT-BR-CODE (RT-BR-IDX) = RT-ACCT-BRANCH
                MOVE RT-BR-STATUS (RT-BR-IDX) TO RT-ACCT-BRANCH-STATUS
        END-SEARCH
    END-IF.

2300-CHECK-CHANGE-SIZE.
    PERFORM 2400-FIND-LIMIT THRU 2400-EXIT
    IF NOT RT-LIMIT-FOUND
        GO TO 2300-EXIT
    END-IF
    MOVE "N" TO RT-VALUE-BAD-SWITCH
    EVALUATE RT-AUD-FIELD-NAME
        WHEN "C       "
            PERFORM 2310-PARSE-C-VALUES THRU 2310-EXIT
        WHEN "H       "
            PERFORM 2330-PARSE-H-VALUES
        WHEN OTHER
            PERFORM 2320-PARSE-G-K-VALUES
    END-EVALUATE
    IF RT-VALUE-BAD
        ADD 1 TO RT-UNREADABLE-COUNT
        GO TO 2300-EXIT
    END-IF
    IF RT-WORK-NEW > RT-WORK-OLD
        COMPUTE RT-CHANGE-SIZE = RT-WORK-NEW - RT-WORK-OLD
    ELSE
        COMPUTE RT-CHANGE-SIZE = RT-WORK-OLD - RT-WORK-NEW
    END-IF
    IF RT-CHANGE-SIZE > RT-CHANGE-LIMIT
        PERFORM 2600-ALERT-LARGE-CHANGE
    END-IF.
2300-EXIT.
    EXIT.

2310-PARSE-C-VALUES.
    MOVE RT-AUD-OLD-VALUE (1:6) TO RT-C-PARSE-WORK
    PERFORM 2315-PARSE-C-WORK
    IF RT-VALUE-BAD
        GO TO 2310-EXIT
    END-IF
    MOVE RT-WORK-NEW TO RT-WORK-OLD
    MOVE RT-AUD-NEW-VALUE (1:6) TO RT-C-PARSE-WORK
    PERFORM 2315-PARSE-C-WORK.
2310-EXIT.
    EXIT.

2315-PARSE-C-WORK.
    MOVE ZERO TO RT-C-SIGN-COUNT
    INSPECT RT-C-PARSE-WORK TALLYING RT-C-SIGN-COUNT FOR ALL "-"
    INSPECT RT-C-PARSE-WORK REPLACING ALL "-" BY "0"
    INSPECT RT-C-PARSE-WORK REPLACING ALL " " BY "0"
    IF RT-C-PARSE-WORK IS NOT NUMERIC
        SET RT-VALUE-BAD TO TRUE
    ELSE
        MOVE RT-C-PARSE-WORK TO RT-C-MAGNITUDE
        IF RT-C-SIGN-COUNT > ZERO
            COMPUTE RT-WORK-NEW = ZERO - RT-C-MAGNITUDE
        ELSE
            MOVE RT-C-MAGNITUDE TO RT-WORK-NEW
        END-IF
    END-IF.

2320-PARSE-G-K-VALUES.
    IF RT-AUD-OLD-VALUE (1:5) IS NOT NUMERIC
        OR RT-AUD-OLD-VALUE (7:2) IS NOT NUMERIC
        OR RT-AUD-NEW-VALUE (1:5) IS NOT NUMERIC
        OR RT-AUD-NEW-VALUE (7:2) IS NOT NUMERIC
        SET RT-VALUE-BAD TO TRUE
    ELSE
        MOVE RT-AUD-OLD-VALUE (1:5) TO RT-PARSE-INT
        MOVE RT-AUD-OLD-VALUE (7:2) TO RT-PARSE-DEC
        COMPUTE RT-WORK-OLD = RT-PARSE-INT + RT-PARSE-DEC / 100
        MOVE RT-AUD-NEW-VALUE (1:5) TO RT-PARSE-INT
        MOVE RT-AUD-NEW-VALUE (7:2) TO RT-PARSE-DEC
        COMPUTE RT-WORK-NEW = RT-PARSE-INT + RT-PARSE-DEC / 100
    END-IF.

2330-PARSE-H-VALUES.
    IF RT-AUD-OLD-VALUE (1:4) IS NOT NUMERIC
        OR RT-AUD-OLD-VALUE (6:2) IS NOT NUMERIC
        OR RT-AUD-NEW-VALUE (1:4) IS NOT NUMERIC
        OR RT-AUD-NEW-VALUE (6:2) IS NOT NUMERIC
        SET RT-VALUE-BAD TO TRUE
    ELSE
        MOVE ZERO TO RT-PARSE-INT
        MOVE RT-AUD-OLD-VALUE (1:4) TO RT-PARSE-INT
        MOVE RT-AUD-OLD-VALUE (6:2) TO RT-PARSE-DEC
        COMPUTE RT-WORK-OLD = RT-PARSE-INT + RT-PARSE-DEC / 100
        MOVE RT-AUD-NEW-VALUE (1:4) TO RT-PARSE-INT
        MOVE RT-AUD-NEW-VALUE (6:2) TO RT-PARSE-DEC
        COMPUTE RT-WORK-NEW = RT-PARSE-INT + RT-PARSE-DEC / 100
    END-IF.

2400-FIND-LIMIT.
    MOVE "N" TO RT-LIMIT-FOUND-SWITCH
    IF RT-THR-ENTRY-COUNT = ZERO
        GO TO 2400-EXIT
    END-IF
    MOVE RT-AUD-FIELD-NAME TO RT-LOOKUP-FIELD
    MOVE RT-ACCT-BRANCH    TO RT-LOOKUP-BRANCH
    IF RT-LOOKUP-BRANCH NOT = SPACES
        PERFORM 2450-SEARCH-THRESHOLD
    END-IF
    IF NOT RT-LIMIT-FOUND
        MOVE SPACES TO RT-LOOKUP-BRANCH
        PERFORM 2450-SEARCH-THRESHOLD
    END-IF.
2400-EXIT.
    EXIT.

2450-SEARCH-THRESHOLD.
    SET RT-THR-IDX TO 1
    SEARCH ALL RT-THRESHOLD-TABLE
        AT END
            CONTINUE
        WHEN RT-THR-KEY (RT-THR-IDX) = RT-LOOKUP-KEY
            SET RT-LIMIT-FOUND TO TRUE
            MOVE RT-THR-LIMIT (RT-THR-IDX) TO RT-CHANGE-LIMIT
    END-SEARCH.

2500-COUNT-CORRECTION.
    MOVE "N" TO RT-NEW-CORRECTION-SWITCH
    MOVE ZERO TO RT-CRT-FOUND-POS
    PERFORM 2550-MATCH-ONE-CORRECTED
        VARYING RT-CRT-SCAN-IDX FROM 1 BY 1
        UNTIL RT-CRT-SCAN-IDX > RT-CRT-ENTRY-COUNT
           OR RT-CRT-FOUND-POS > ZERO
    IF RT-CRT-FOUND-POS = ZERO
        IF RT-CRT-ENTRY-COUNT = 5000
            DISPLAY "RT0320 - MORE THAN 5000 CORRECTED ACCOUNTS -"
                " ACCOUNT " RT-AUD-KEY-A " NOT COUNTED"
            GO TO 2500-EXIT
        END-IF
        ADD 1 TO RT-CRT-ENTRY-COUNT
        MOVE RT-CRT-ENTRY-COUNT TO RT-CRT-FOUND-POS
        MOVE RT-AUD-KEY-A   TO RT-CRT-KEY-A (RT-CRT-FOUND-POS)
        MOVE RT-ACCT-BRANCH TO RT-CRT-BRANCH (RT-CRT-FOUND-POS)
        MOVE ZERO           TO RT-CRT-COUNT (RT-CRT-FOUND-POS)
        MOVE SPACES TO RT-CRT-LAST-TIMESTAMP (RT-CRT-FOUND-POS)
        MOVE SPACES TO RT-CRT-LAST-USER-ID (RT-CRT-FOUND-POS)
    END-IF
    IF RT-AUD-TIMESTAMP = RT-CRT-LAST-TIMESTAMP (RT-CRT-FOUND-POS)
        AND RT-AUD-USER-ID = RT-CRT-LAST-USER-ID (RT-CRT-FOUND-POS)
        GO TO 2500-EXIT
    END-IF
    SET RT-NEW-CORRECTION TO TRUE
    ADD 1 TO RT-CRT-COUNT (RT-CRT-FOUND-POS)
    MOVE RT-AUD-TIMESTAMP TO RT-CRT-LAST-TIMESTAMP (RT-CRT-FOUND-POS)
    MOVE RT-AUD-USER-ID   TO RT-CRT-LAST-USER-ID (RT-CRT-FOUND-POS).
2500-EXIT.
    EXIT.

2550-MATCH-ONE-CORRECTED.
    IF RT-CRT-KEY-A (RT-CRT-SCAN-IDX) = RT-AUD-KEY-A
        MOVE RT-CRT-SCAN-IDX TO RT-CRT-FOUND-POS
    END-IF.

2600-ALERT-LARGE-CHANGE.
    ADD 1 TO RT-LARGE-ALERT-COUNT
    MOVE SPACES TO RT-ALERT-REC
    SET AL-RULE-LARGE-CHANGE TO TRUE
    PERFORM 2800-FILL-ALERT-FROM-ENTRY
    PERFORM 2900-WRITE-ALERT.

2700-ALERT-CLOSED-BRANCH.
    ADD 1 TO RT-CLOSED-ALERT-COUNT
    MOVE SPACES TO RT-ALERT-REC
    SET AL-RULE-CLOSED-BRANCH TO TRUE
    PERFORM 2800-FILL-ALERT-FROM-ENTRY
    PERFORM 2900-WRITE-ALERT.

2800-FILL-ALERT-FROM-ENTRY.
    MOVE RT-AUD-KEY-A      TO AL-KEY-A
    MOVE RT-ACCT-BRANCH    TO AL-BRANCH
    MOVE RT-AUD-FIELD-NAME TO AL-FIELD-NAME
    MOVE RT-AUD-OLD-VALUE  TO AL-OLD-VALUE
    MOVE RT-AUD-NEW-VALUE  TO AL-NEW-VALUE
    MOVE RT-AUD-TIMESTAMP  TO AL-TIMESTAMP
    MOVE RT-AUD-USER-ID    TO AL-USER-ID
    MOVE ZERO              TO AL-COUNT.

2900-WRITE-ALERT.
    ADD 1 TO RT-ALERT-COUNT
    MOVE RT-RUN-DATE TO AL-BUSINESS-DATE
    WRITE RT-ALERT-REC
    MOVE AL-RULE       TO RT-A-RULE
    MOVE AL-KEY-A      TO RT-A-ACCOUNT
    MOVE AL-BRANCH     TO RT-A-BRANCH
    MOVE AL-FIELD-NAME TO RT-A-FIELD
    MOVE AL-OLD-VALUE  TO RT-A-OLD-VALUE
    MOVE AL-NEW-VALUE  TO RT-A-NEW-VALUE
    MOVE AL-TIMESTAMP  TO RT-A-TIMESTAMP
    MOVE AL-USER-ID    TO RT-A-USER-ID
    MOVE AL-COUNT      TO RT-A-COUNT
    WRITE REPORT-LINE FROM RT-ALERT-LINE.

3000-CHECK-CORRECTION-COUNTS.
    PERFORM 3100-CHECK-ONE-ACCOUNT-COUNT
        VARYING RT-CRT-PRINT-IDX FROM 1 BY 1
        UNTIL RT-CRT-PRINT-IDX > RT-CRT-ENTRY-COUNT.

3100-CHECK-ONE-ACCOUNT-COUNT.
    IF RT-CRT-COUNT (RT-CRT-PRINT-IDX) > RT-CORR-LIMIT
        ADD 1 TO RT-REPEAT-ALERT-COUNT
        MOVE SPACES TO RT-ALERT-REC
        SET AL-RULE-REPEAT-CORR TO TRUE
        MOVE RT-CRT-KEY-A (RT-CRT-PRINT-IDX)  TO AL-KEY-A
        MOVE RT-CRT-BRANCH (RT-CRT-PRINT-IDX) TO AL-BRANCH
        MOVE RT-CRT-LAST-TIMESTAMP (RT-CRT-PRINT-IDX)
            TO AL-TIMESTAMP
        MOVE RT-CRT-LAST-USER-ID (RT-CRT-PRINT-IDX) TO AL-USER-ID
        MOVE RT-CRT-COUNT (RT-CRT-PRINT-IDX)  TO AL-COUNT
        PERFORM 2900-WRITE-ALERT
    END-IF.

8000-PRINT-TOTALS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "AUDIT ENTRIES CHECKED"     TO RT-T-LABEL
    MOVE RT-AUDIT-CHECKED-COUNT      TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "LARGE CHANGE ALERTS"       TO RT-T-LABEL
    MOVE RT-LARGE-ALERT-COUNT        TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "REPEATED CORRECTION ALERTS" TO RT-T-LABEL
    MOVE RT-REPEAT-ALERT-COUNT       TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "CLOSED BRANCH ALERTS"      TO RT-T-LABEL
    MOVE RT-CLOSED-ALERT-COUNT       TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "UNREADABLE VALUES SKIPPED" TO RT-T-LABEL
    MOVE RT-UNREADABLE-COUNT         TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE.

9000-WRAP-UP.
    IF NOT RT-RUN-REFUSED
        IF RT-MSTR-OPEN
            CLOSE ROOT-MASTER
        END-IF
        IF RT-ALERT-OPEN
            CLOSE ALERT-FILE
        END-IF
        PERFORM 8000-PRINT-TOTALS
        CLOSE REPORT-FILE
        IF RETURN-CODE < 16 AND RT-ALERT-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0320 - AUDIT ENTRIES READ:    " RT-AUDIT-READ-COUNT
    DISPLAY "RT0320 - AUDIT ENTRIES CHECKED: " RT-AUDIT-CHECKED-COUNT
    DISPLAY "RT0320 - ALERTS RAISED:         " RT-ALERT-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-ALERT-COUNT TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE    TO RT-RUN-RETURN-CODE
    MOVE "E"            TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0320 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
