IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0310.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0310 - PERIODIC ACCOUNT STATEMENTS FROM THE MASTER AND TRAIL
*>
*> Prints a statement for every account on ROOT-MASTER for the
*> period named on the parameter card file (STMTPARM, selectors in
*> the RT0100 style, both required):
*>   FROM=yyyymmdd     FIRST DAY OF THE STATEMENT PERIOD
*>   THRU=yyyymmdd     LAST DAY OF THE STATEMENT PERIOD
*> Each statement shows the opening balance of C, every AUDITDS
*> movement to C whose business date falls inside the period, in
*> business date and time order - labelled by source in words
*> from the user id RTAUDIT recorded: FEED REFRESH (RT0080),
*> INTEREST ACCRUAL (RT0200), CORRECTION (RT0070, RT0230, or an
*> operator id - the maker of a correction approved through
*> RT0330) - any RT0150 BRANCH TRANSFER in the period as an
*> information line, and the closing balance. The business date,
*> not the clock date, decides the period, so a refresh or accrual
*> posted after midnight or over a weekend lands in the statement
*> of the day it belongs to.
*>
*> The closing balance is the master's C worked back, the way
*> RT0240 works a snapshot back, past every movement with a
*> business date after the period; the opening balance is the old
*> value of the first movement in the period (the closing balance
*> when there is none). An account whose opening balance plus its
*> movements does not come to that closing balance - or whose
*> trail holds a value this program cannot read - is not printed
*> as if it were fine: it goes on the control list (STMTCTL) with
*> the figures and the reason, and the run ends with
*> RETURN-CODE 4. So does an account past the 20000 the account
*> table holds, whose movements cannot be matched to it.
*>
*> The master accounts and their movements are put through one
*> SORT on branch, account, business date and timestamp (the
*> RT0050 input/output procedure style), so the statements
*> (STMTRPT) come out grouped by branch B for distribution, each
*> branch headed with its name from the branch master (BRANCHM).
*> Movements for accounts no longer on the master are not
*> statemented. A missing or unrecognised selector refuses the run
*> with RETURN-CODE 16. Job start and end are registered through
*> RTRUNCTL against ROOTMSTR so the master cannot move while it is
*> being read.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  AUDITDS IS NOW INDEXED; STILL READ WHOLE, IN
*>                    ACCOUNT AND TIMESTAMP ORDER, AND SORTED AS
*>                    BEFORE.
*>   2026-10-15  ACP  AN ACCOUNT PAST THE 20000 ACCOUNT TABLE GOES ON
*>                    THE CONTROL LIST INSTEAD OF PRINTING WITHOUT ITS
*>                    MOVEMENTS; A MOVEMENT UNDER AN OPERATOR ID IS
*>                    LABELLED CORRECTION.
*>   2026-10-15  ACP  THE PERIOD IS SELECTED AND SPLIT ON THE
*>                    MOVEMENT'S BUSINESS DATE, NOT ITS CLOCK DATE;
*>                    TIMESTAMP ORDER KEPT WITHIN THE DAY.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "STMTPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RT-PARM-FILE-STATUS.
    SELECT BRANCH-FILE ASSIGN TO "BRANCHM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-BRANCH-FILE-STATUS.
    SELECT ROOT-MASTER ASSIGN TO "ROOTMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS A OF ROOT-MASTER-REC
        FILE STATUS IS RT-MSTR-FILE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITDS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RT-AUD-RECORD-KEY OF RT-AUDIT-REC
        ALTERNATE RECORD KEY IS RT-AUD-BUSINESS-DATE OF RT-AUDIT-REC
            WITH DUPLICATES
        FILE STATUS IS RT-AUD-FILE-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
    SELECT REPORT-FILE ASSIGN TO "STMTRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONTROL-FILE ASSIGN TO "STMTCTL"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-LINE                       PIC X(80).
FD  BRANCH-FILE.
    COPY "branch".
FD  ROOT-MASTER
    RECORD IS VARYING IN SIZE FROM 6 TO 2000 CHARACTERS
    DEPENDING ON RT-MSTR-REC-LEN.
01  ROOT-MASTER-REC.
    COPY "a".
FD  AUDIT-FILE.
    COPY "rtaudit".
SD  SORT-WORK-FILE.
01  SORT-WORK-REC.
    05  RT-SRT-KEY.
        10  RT-SRT-BRANCH           PIC X(4).
        10  RT-SRT-KEY-A            PIC X(6).
        10  RT-SRT-KIND             PIC X(1).
            88  RT-SRT-ACCOUNT      VALUE "A".
            88  RT-SRT-MOVEMENT     VALUE "M".
        10  RT-SRT-BUSINESS-DATE    PIC X(8).
        10  RT-SRT-TIMESTAMP        PIC X(14).
    05  RT-SRT-FIELD-NAME           PIC X(8).
    05  RT-SRT-OLD-VALUE            PIC X(20).
    05  RT-SRT-NEW-VALUE            PIC X(20).
    05  RT-SRT-USER-ID              PIC X(8).
    05  RT-SRT-MASTER-C             PIC S9(5).
    05  RT-SRT-UNTRACKED-SWITCH     PIC X(1).
        88  RT-SRT-UNTRACKED        VALUE "Y".
FD  REPORT-FILE.
01  REPORT-LINE                     PIC X(132).
FD  CONTROL-FILE.
01  CONTROL-LINE                    PIC X(132).

WORKING-STORAGE SECTION.
01  RT-MSTR-REC-LEN                 PIC 9(4) COMP.
77  RT-PARM-FILE-STATUS             PIC X(2).
77  RT-BRANCH-FILE-STATUS           PIC X(2).
77  RT-MSTR-FILE-STATUS             PIC X(2).
77  RT-AUD-FILE-STATUS              PIC X(2).
77  RT-PARM-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-PARM-EOF                 VALUE "Y".
77  RT-BRANCH-EOF-SWITCH            PIC X(1) VALUE "N".
    88  RT-BRANCH-EOF               VALUE "Y".
77  RT-MSTR-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-MSTR-EOF                 VALUE "Y".
77  RT-AUDIT-EOF-SWITCH             PIC X(1) VALUE "N".
    88  RT-AUDIT-EOF                VALUE "Y".
77  RT-SORT-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-SORT-EOF                 VALUE "Y".
77  RT-ABANDON-SWITCH               PIC X(1) VALUE "N".
    88  RT-RUN-ABANDONED            VALUE "Y".
77  RT-FROM-SET-SWITCH              PIC X(1) VALUE "N".
    88  RT-FROM-SET                 VALUE "Y".
77  RT-THRU-SET-SWITCH              PIC X(1) VALUE "N".
    88  RT-THRU-SET                 VALUE "Y".
77  RT-ACCOUNT-OPEN-SWITCH          PIC X(1) VALUE "N".
    88  RT-ACCOUNT-OPEN             VALUE "Y".
77  RT-VALUE-BAD-SWITCH             PIC X(1).
    88  RT-VALUE-BAD                VALUE "Y".
77  RT-FROM-DATE                    PIC X(8).
77  RT-THRU-DATE                    PIC X(8).
01  RT-PARM-KEYWORD                 PIC X(10).
01  RT-PARM-VALUE                   PIC X(20).

77  RT-MASTER-READ-COUNT            PIC 9(9) COMP VALUE ZERO.
77  RT-AUDIT-READ-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-MOVEMENT-RELEASED-COUNT      PIC 9(9) COMP VALUE ZERO.
77  RT-STATEMENT-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-CONTROL-COUNT                PIC 9(9) COMP VALUE ZERO.

01  RT-BRANCH-TABLE-CTL.
    05  RT-BRANCH-ENTRY-COUNT       PIC 9(4) COMP VALUE ZERO.
    05  RT-BRANCH-TABLE OCCURS 1 TO 2000 TIMES
            DEPENDING ON RT-BRANCH-ENTRY-COUNT
            ASCENDING KEY IS RT-BR-CODE
            INDEXED BY RT-BR-IDX.
        10  RT-BR-CODE              PIC X(4).
        10  RT-BR-NAME              PIC X(30).

01  RT-ACCOUNT-TABLE-CTL.
    05  RT-ACT-ENTRY-COUNT          PIC 9(5) COMP VALUE ZERO.
    05  RT-ACCOUNT-TABLE OCCURS 1 TO 20000 TIMES
            DEPENDING ON RT-ACT-ENTRY-COUNT
            ASCENDING KEY IS RT-ACT-KEY-A
            INDEXED BY RT-ACT-IDX.
        10  RT-ACT-KEY-A            PIC X(6).
        10  RT-ACT-BRANCH           PIC X(4).

77  RT-CUR-BRANCH                   PIC X(4) VALUE HIGH-VALUES.
77  RT-CUR-ACCOUNT                  PIC X(6).
77  RT-CUR-MASTER-C                 PIC S9(5).
77  RT-CUR-REASON                   PIC X(40).
77  RT-AFTER-MOVEMENT               PIC S9(9).
77  RT-PERIOD-MOVEMENT              PIC S9(9).
77  RT-OPENING-C                    PIC S9(9).
77  RT-CLOSING-C                    PIC S9(9).
77  RT-COMPUTED-C                   PIC S9(9).
77  RT-RUNNING-C                    PIC S9(9).
77  RT-FIRST-C-SWITCH               PIC X(1).
    88  RT-FIRST-C-SEEN             VALUE "Y".

77  RT-MVB-IDX                      PIC 9(4) COMP.
01  RT-MOVEMENT-BUFFER-CTL.
    05  RT-MVB-ENTRY-COUNT          PIC 9(4) COMP VALUE ZERO.
    05  RT-MOVEMENT-BUFFER OCCURS 1 TO 1000 TIMES
            DEPENDING ON RT-MVB-ENTRY-COUNT.
        10  RT-MVB-TIMESTAMP        PIC X(14).
        10  RT-MVB-FIELD-NAME       PIC X(8).
        10  RT-MVB-USER-ID          PIC X(8).
        10  RT-MVB-OLD-VALUE        PIC X(20).
        10  RT-MVB-NEW-VALUE        PIC X(20).
        10  RT-MVB-OLD-C            PIC S9(7).
        10  RT-MVB-DELTA            PIC S9(7).

01  RT-C-PARSE-WORK                 PIC X(6).
77  RT-C-SIGN-COUNT                 PIC 9(2) COMP.
77  RT-C-MAGNITUDE                  PIC 9(6).
77  RT-PARSED-C                     PIC S9(7).
77  RT-PARSED-OLD-C                 PIC S9(7).

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RT-RUNLOG-ENTRY==.

01  RT-HEADING-LINE.
    05  FILLER                      PIC X(35)
        VALUE "RT0310 - ACCOUNT STATEMENTS, PERIOD".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-H-FROM                   PIC X(8).
    05  FILLER                      PIC X(4)  VALUE " TO ".
    05  RT-H-THRU                   PIC X(8).

01  RT-BRANCH-HEADING-LINE.
    05  FILLER                      PIC X(7)  VALUE "BRANCH ".
    05  RT-BH-BRANCH                PIC X(4).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-BH-NAME                  PIC X(30).

01  RT-ACCOUNT-LINE.
    05  FILLER                      PIC X(4)  VALUE SPACES.
    05  FILLER                      PIC X(8)  VALUE "ACCOUNT ".
    05  RT-AL-ACCOUNT               PIC X(6).
    05  FILLER                      PIC X(9)  VALUE "  BRANCH ".
    05  RT-AL-BRANCH                PIC X(4).

01  RT-BALANCE-LINE.
    05  FILLER                      PIC X(8)  VALUE SPACES.
    05  RT-BL-LABEL                 PIC X(48).
    05  FILLER                      PIC X(12) VALUE SPACES.
    05  RT-BL-BALANCE               PIC -(8)9.

01  RT-MOVEMENT-LINE.
    05  FILLER                      PIC X(8)  VALUE SPACES.
    05  RT-ML-DATE                  PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-ML-TIME                  PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-ML-SOURCE                PIC X(31).
    05  RT-ML-AMOUNT                PIC -(8)9.
    05  FILLER                      PIC X(3)  VALUE SPACES.
    05  RT-ML-BALANCE               PIC -(8)9.

01  RT-TRANSFER-LINE.
    05  FILLER                      PIC X(8)  VALUE SPACES.
    05  RT-TL-DATE                  PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-TL-TIME                  PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  FILLER                      PIC X(21)
        VALUE "BRANCH TRANSFER FROM ".
    05  RT-TL-OLD-BRANCH            PIC X(4).
    05  FILLER                      PIC X(4)  VALUE " TO ".
    05  RT-TL-NEW-BRANCH            PIC X(4).

01  RT-CONTROL-HEADING-LINE-1.
    05  FILLER                      PIC X(48)
        VALUE "RT0310 - STATEMENT CONTROL LIST - NOT PRINTED, ".
    05  FILLER                      PIC X(7)  VALUE "PERIOD ".
    05  RT-CH-FROM                  PIC X(8).
    05  FILLER                      PIC X(4)  VALUE " TO ".
    05  RT-CH-THRU                  PIC X(8).
01  RT-CONTROL-HEADING-LINE-2.
    05  FILLER                      PIC X(7)  VALUE "ACCOUNT".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(6)  VALUE "BRANCH".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(10) VALUE "   OPENING".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(10) VALUE " MOVEMENTS".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(10) VALUE "  COMPUTED".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(10) VALUE "   CLOSING".
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  FILLER                      PIC X(6)  VALUE "REASON".

01  RT-CONTROL-DETAIL-LINE.
    05  RT-CD-ACCOUNT               PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-CD-BRANCH                PIC X(4).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-CD-OPENING               PIC -(9)9.
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-CD-MOVEMENT              PIC -(9)9.
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-CD-COMPUTED              PIC -(9)9.
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-CD-CLOSING               PIC -(9)9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-CD-REASON                PIC X(40).

01  RT-TOTAL-LINE.
    05  FILLER                      PIC X(22)
        VALUE "STATEMENTS PRINTED  : ".
    05  RT-T-PRINTED                PIC Z(8)9.
    05  FILLER                      PIC X(22)
        VALUE "  ON CONTROL LIST   : ".
    05  RT-T-CONTROL                PIC Z(8)9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF NOT RT-RUN-ABANDONED
        SORT SORT-WORK-FILE
            ON ASCENDING KEY RT-SRT-KEY
            WITH DUPLICATES IN ORDER
            INPUT PROCEDURE IS 2000-RELEASE-INPUT THRU 2000-EXIT
            OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS THRU 3000-EXIT
    END-IF
    PERFORM 9000-WRAP-UP
    GOBACK.

1000-INITIALIZE.
    PERFORM 1050-REGISTER-RUN-START
    IF RT-RUN-REFUSED
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN OUTPUT REPORT-FILE
    OPEN OUTPUT CONTROL-FILE
    PERFORM 1100-LOAD-SELECTORS THRU 1100-EXIT
    IF NOT RT-FROM-SET OR NOT RT-THRU-SET
        OR RT-FROM-DATE > RT-THRU-DATE
        DISPLAY "RT0310 - FROM AND THRU ARE BOTH REQUIRED, FROM NOT"
            " AFTER THRU - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    MOVE RT-FROM-DATE TO RT-H-FROM
    MOVE RT-THRU-DATE TO RT-H-THRU
    WRITE REPORT-LINE FROM RT-HEADING-LINE
    MOVE RT-FROM-DATE TO RT-CH-FROM
    MOVE RT-THRU-DATE TO RT-CH-THRU
    WRITE CONTROL-LINE FROM RT-CONTROL-HEADING-LINE-1
    WRITE CONTROL-LINE FROM RT-CONTROL-HEADING-LINE-2
    PERFORM 1300-LOAD-BRANCH-TABLE THRU 1300-EXIT.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0310"   TO RT-RUN-JOB-NAME
    MOVE "ROOTMSTR" TO RT-RUN-DATASET
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0310 - A JOB IS STILL RUNNING AGAINST ROOTMSTR"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0310 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

1100-LOAD-SELECTORS.
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
        WHEN "FROM      "
            IF RT-PARM-VALUE (1:8) IS NUMERIC
                SET RT-FROM-SET TO TRUE
                MOVE RT-PARM-VALUE (1:8) TO RT-FROM-DATE
            END-IF
        WHEN "THRU      "
            IF RT-PARM-VALUE (1:8) IS NUMERIC
                SET RT-THRU-SET TO TRUE
                MOVE RT-PARM-VALUE (1:8) TO RT-THRU-DATE
            END-IF
        WHEN OTHER
            DISPLAY "RT0310 - UNRECOGNISED SELECTOR: " PARM-LINE
            MOVE "N" TO RT-FROM-SET-SWITCH
            MOVE "N" TO RT-THRU-SET-SWITCH
            SET RT-PARM-EOF TO TRUE
    END-EVALUATE.
1200-EXIT.
    EXIT.

1300-LOAD-BRANCH-TABLE.
    OPEN INPUT BRANCH-FILE
    IF RT-BRANCH-FILE-STATUS = "35"
        GO TO 1300-EXIT
    END-IF
    PERFORM 1350-LOAD-ONE-BRANCH THRU 1350-EXIT
        UNTIL RT-BRANCH-EOF
    CLOSE BRANCH-FILE.
1300-EXIT.
    EXIT.

1350-LOAD-ONE-BRANCH.
    READ BRANCH-FILE
        AT END
            SET RT-BRANCH-EOF TO TRUE
            GO TO 1350-EXIT
    END-READ
    ADD 1 TO RT-BRANCH-ENTRY-COUNT
    MOVE BR-CODE TO RT-BR-CODE (RT-BRANCH-ENTRY-COUNT)
    MOVE BR-NAME TO RT-BR-NAME (RT-BRANCH-ENTRY-COUNT).
1350-EXIT.
    EXIT.

2000-RELEASE-INPUT.
    OPEN INPUT ROOT-MASTER
    IF RT-MSTR-FILE-STATUS = "35"
        DISPLAY "RT0310 - NO ROOT MASTER FOUND, NO STATEMENTS"
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-RELEASE-ONE-ACCOUNT THRU 2100-EXIT
        UNTIL RT-MSTR-EOF
    CLOSE ROOT-MASTER
    OPEN INPUT AUDIT-FILE
    IF RT-AUD-FILE-STATUS = "35"
        DISPLAY "RT0310 - NO AUDIT FILE FOUND, NO MOVEMENTS"
        GO TO 2000-EXIT
    END-IF
    PERFORM 2200-RELEASE-ONE-MOVEMENT THRU 2200-EXIT
        UNTIL RT-AUDIT-EOF
    CLOSE AUDIT-FILE.
2000-EXIT.
    EXIT.

2100-RELEASE-ONE-ACCOUNT.
    READ ROOT-MASTER NEXT RECORD
        AT END
            SET RT-MSTR-EOF TO TRUE
            GO TO 2100-EXIT
    END-READ
    ADD 1 TO RT-MASTER-READ-COUNT
    MOVE SPACES TO SORT-WORK-REC
    IF RT-ACT-ENTRY-COUNT < 20000
        ADD 1 TO RT-ACT-ENTRY-COUNT
        MOVE A TO RT-ACT-KEY-A (RT-ACT-ENTRY-COUNT)
        MOVE B TO RT-ACT-BRANCH (RT-ACT-ENTRY-COUNT)
    ELSE
        DISPLAY "RT0310 - MORE THAN 20000 ACCOUNTS - ACCOUNT " A
            " PUT ON THE CONTROL LIST"
        SET RT-SRT-UNTRACKED TO TRUE
    END-IF
    MOVE B      TO RT-SRT-BRANCH
    MOVE A      TO RT-SRT-KEY-A
    SET RT-SRT-ACCOUNT TO TRUE
    MOVE LOW-VALUES TO RT-SRT-BUSINESS-DATE
    MOVE LOW-VALUES TO RT-SRT-TIMESTAMP
    MOVE C      TO RT-SRT-MASTER-C
    RELEASE SORT-WORK-REC.
2100-EXIT.
    EXIT.

2200-RELEASE-ONE-MOVEMENT.
    READ AUDIT-FILE
        AT END
            SET RT-AUDIT-EOF TO TRUE
            GO TO 2200-EXIT
    END-READ
    ADD 1 TO RT-AUDIT-READ-COUNT
    IF RT-AUD-BUSINESS-DATE < RT-FROM-DATE
        GO TO 2200-EXIT
    END-IF
    IF RT-AUD-FIELD-NAME NOT = "C       "
        AND RT-AUD-FIELD-NAME NOT = "B       "
        GO TO 2200-EXIT
    END-IF
    IF RT-ACT-ENTRY-COUNT = ZERO
        GO TO 2200-EXIT
    END-IF
    SET RT-ACT-IDX TO 1
    SEARCH ALL RT-ACCOUNT-TABLE
        AT END
            GO TO 2200-EXIT
        WHEN RT-ACT-KEY-A (RT-ACT-IDX) = RT-AUD-KEY-A
            MOVE RT-ACT-BRANCH (RT-ACT-IDX) TO RT-SRT-BRANCH
    END-SEARCH
    MOVE RT-AUD-KEY-A      TO RT-SRT-KEY-A
    SET RT-SRT-MOVEMENT TO TRUE
    MOVE RT-AUD-BUSINESS-DATE TO RT-SRT-BUSINESS-DATE
    MOVE RT-AUD-TIMESTAMP  TO RT-SRT-TIMESTAMP
    MOVE RT-AUD-FIELD-NAME TO RT-SRT-FIELD-NAME
    MOVE RT-AUD-OLD-VALUE  TO RT-SRT-OLD-VALUE
    MOVE RT-AUD-NEW-VALUE  TO RT-SRT-NEW-VALUE
    MOVE RT-AUD-USER-ID    TO RT-SRT-USER-ID
    MOVE ZERO              TO RT-SRT-MASTER-C
    RELEASE SORT-WORK-REC
    ADD 1 TO RT-MOVEMENT-RELEASED-COUNT.
2200-EXIT.
    EXIT.

3000-PRINT-STATEMENTS.
    PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
        UNTIL RT-SORT-EOF
    IF RT-ACCOUNT-OPEN
        PERFORM 3500-FINISH-ACCOUNT THRU 3500-EXIT
    END-IF.
3000-EXIT.
    EXIT.

3100-RETURN-ONE-RECORD.
    RETURN SORT-WORK-FILE
        AT END
            SET RT-SORT-EOF TO TRUE
            GO TO 3100-EXIT
    END-RETURN
    IF RT-SRT-ACCOUNT
        IF RT-ACCOUNT-OPEN
            PERFORM 3500-FINISH-ACCOUNT THRU 3500-EXIT
        END-IF
        IF RT-SRT-BRANCH NOT = RT-CUR-BRANCH
            PERFORM 3200-WRITE-BRANCH-HEADING
        END-IF
        PERFORM 3300-START-ACCOUNT
        GO TO 3100-EXIT
    END-IF
    IF NOT RT-ACCOUNT-OPEN
        OR RT-SRT-KEY-A NOT = RT-CUR-ACCOUNT
        GO TO 3100-EXIT
    END-IF
    IF RT-SRT-BUSINESS-DATE > RT-THRU-DATE
        PERFORM 3400-ADD-LATER-MOVEMENT
    ELSE
        PERFORM 3450-BUFFER-PERIOD-MOVEMENT THRU 3450-EXIT
    END-IF.
3100-EXIT.
    EXIT.

3200-WRITE-BRANCH-HEADING.
    MOVE RT-SRT-BRANCH TO RT-CUR-BRANCH
    MOVE RT-SRT-BRANCH TO RT-BH-BRANCH
    MOVE "*** NOT ON BRANCH MASTER ***" TO RT-BH-NAME
    IF RT-BRANCH-ENTRY-COUNT > ZERO
        SET RT-BR-IDX TO 1
        SEARCH ALL RT-BRANCH-TABLE
            AT END
                CONTINUE
            WHEN RT-BR-CODE (RT-BR-IDX) = RT-SRT-BRANCH
                MOVE RT-BR-NAME (RT-BR-IDX) TO RT-BH-NAME
        END-SEARCH
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM RT-BRANCH-HEADING-LINE.

3300-START-ACCOUNT.
    SET RT-ACCOUNT-OPEN TO TRUE
    MOVE RT-SRT-KEY-A    TO RT-CUR-ACCOUNT
    MOVE RT-SRT-MASTER-C TO RT-CUR-MASTER-C
    MOVE ZERO            TO RT-AFTER-MOVEMENT
    MOVE ZERO            TO RT-MVB-ENTRY-COUNT
    MOVE SPACES          TO RT-CUR-REASON
    IF RT-SRT-UNTRACKED
        MOVE "OVER 20000 ACCOUNTS - MOVEMENTS NOT READ"
            TO RT-CUR-REASON
    END-IF.

3400-ADD-LATER-MOVEMENT.
    IF RT-SRT-FIELD-NAME = "C       "
        PERFORM 3600-PARSE-MOVEMENT THRU 3600-EXIT
        IF RT-VALUE-BAD
            MOVE "TRAIL VALUE UNREADABLE AFTER THE PERIOD"
                TO RT-CUR-REASON
        ELSE
            COMPUTE RT-AFTER-MOVEMENT = RT-AFTER-MOVEMENT
                + RT-PARSED-C - RT-PARSED-OLD-C
        END-IF
    END-IF.

3450-BUFFER-PERIOD-MOVEMENT.
    IF RT-MVB-ENTRY-COUNT = 1000
        MOVE "MORE THAN 1000 MOVEMENTS IN THE PERIOD"
            TO RT-CUR-REASON
        GO TO 3450-EXIT
    END-IF
    ADD 1 TO RT-MVB-ENTRY-COUNT
    MOVE RT-SRT-TIMESTAMP  TO RT-MVB-TIMESTAMP (RT-MVB-ENTRY-COUNT)
    MOVE RT-SRT-FIELD-NAME TO RT-MVB-FIELD-NAME (RT-MVB-ENTRY-COUNT)
    MOVE RT-SRT-USER-ID    TO RT-MVB-USER-ID (RT-MVB-ENTRY-COUNT)
    MOVE RT-SRT-OLD-VALUE  TO RT-MVB-OLD-VALUE (RT-MVB-ENTRY-COUNT)
    MOVE RT-SRT-NEW-VALUE  TO RT-MVB-NEW-VALUE (RT-MVB-ENTRY-COUNT)
    MOVE ZERO TO RT-MVB-OLD-C (RT-MVB-ENTRY-COUNT)
    MOVE ZERO TO RT-MVB-DELTA (RT-MVB-ENTRY-COUNT)
    IF RT-SRT-FIELD-NAME = "C       "
        PERFORM 3600-PARSE-MOVEMENT THRU 3600-EXIT
        IF RT-VALUE-BAD
            MOVE "TRAIL VALUE UNREADABLE IN THE PERIOD"
                TO RT-CUR-REASON
        ELSE
            MOVE RT-PARSED-OLD-C TO RT-MVB-OLD-C (RT-MVB-ENTRY-COUNT)
            COMPUTE RT-MVB-DELTA (RT-MVB-ENTRY-COUNT) =
                RT-PARSED-C - RT-PARSED-OLD-C
        END-IF
    END-IF.
3450-EXIT.
    EXIT.

3500-FINISH-ACCOUNT.
    MOVE "N" TO RT-ACCOUNT-OPEN-SWITCH
    COMPUTE RT-CLOSING-C = RT-CUR-MASTER-C - RT-AFTER-MOVEMENT
    MOVE "N"  TO RT-FIRST-C-SWITCH
    MOVE ZERO TO RT-PERIOD-MOVEMENT
    MOVE RT-CLOSING-C TO RT-OPENING-C
    PERFORM 3550-SUM-ONE-BUFFERED-MOVEMENT
        VARYING RT-MVB-IDX FROM 1 BY 1
        UNTIL RT-MVB-IDX > RT-MVB-ENTRY-COUNT
    COMPUTE RT-COMPUTED-C = RT-OPENING-C + RT-PERIOD-MOVEMENT
    IF RT-CUR-REASON = SPACES
        AND RT-COMPUTED-C NOT = RT-CLOSING-C
        MOVE "OPENING PLUS MOVEMENTS DOES NOT TIE"
            TO RT-CUR-REASON
    END-IF
    IF RT-CUR-REASON NOT = SPACES
        PERFORM 3900-WRITE-CONTROL-LINE
        GO TO 3500-EXIT
    END-IF
    PERFORM 3700-PRINT-STATEMENT.
3500-EXIT.
    EXIT.

3550-SUM-ONE-BUFFERED-MOVEMENT.
    IF RT-MVB-FIELD-NAME (RT-MVB-IDX) = "C       "
        IF NOT RT-FIRST-C-SEEN
            SET RT-FIRST-C-SEEN TO TRUE
            MOVE RT-MVB-OLD-C (RT-MVB-IDX) TO RT-OPENING-C
        END-IF
        ADD RT-MVB-DELTA (RT-MVB-IDX) TO RT-PERIOD-MOVEMENT
    END-IF.

3600-PARSE-MOVEMENT.
    MOVE "N" TO RT-VALUE-BAD-SWITCH
    MOVE RT-SRT-OLD-VALUE (1:6) TO RT-C-PARSE-WORK
    PERFORM 3650-PARSE-C-WORK
    IF RT-VALUE-BAD
        GO TO 3600-EXIT
    END-IF
    MOVE RT-PARSED-C TO RT-PARSED-OLD-C
    MOVE RT-SRT-NEW-VALUE (1:6) TO RT-C-PARSE-WORK
    PERFORM 3650-PARSE-C-WORK.
3600-EXIT.
    EXIT.

3650-PARSE-C-WORK.
    MOVE ZERO TO RT-C-SIGN-COUNT
    INSPECT RT-C-PARSE-WORK TALLYING RT-C-SIGN-COUNT FOR ALL "-"
    INSPECT RT-C-PARSE-WORK REPLACING ALL "-" BY "0"
    INSPECT RT-C-PARSE-WORK REPLACING ALL " " BY "0"
    IF RT-C-PARSE-WORK IS NOT NUMERIC
        SET RT-VALUE-BAD TO TRUE
    ELSE
        MOVE RT-C-PARSE-WORK TO RT-C-MAGNITUDE
        IF RT-C-SIGN-COUNT > ZERO
            COMPUTE RT-PARSED-C = ZERO - RT-C-MAGNITUDE
        ELSE
            MOVE RT-C-MAGNITUDE TO RT-PARSED-C
        END-IF
    END-IF.

3700-PRINT-STATEMENT.
    ADD 1 TO RT-STATEMENT-COUNT
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE RT-CUR-ACCOUNT TO RT-AL-ACCOUNT
    MOVE RT-CUR-BRANCH  TO RT-AL-BRANCH
    WRITE REPORT-LINE FROM RT-ACCOUNT-LINE
    MOVE "OPENING BALANCE" TO RT-BL-LABEL
    MOVE RT-OPENING-C      TO RT-BL-BALANCE
    WRITE REPORT-LINE FROM RT-BALANCE-LINE
    MOVE RT-OPENING-C TO RT-RUNNING-C
    IF RT-MVB-ENTRY-COUNT = ZERO
        MOVE "NO MOVEMENT IN THE PERIOD" TO RT-BL-LABEL
        MOVE RT-OPENING-C TO RT-BL-BALANCE
        WRITE REPORT-LINE FROM RT-BALANCE-LINE
    END-IF
    PERFORM 3750-PRINT-ONE-MOVEMENT
        VARYING RT-MVB-IDX FROM 1 BY 1
        UNTIL RT-MVB-IDX > RT-MVB-ENTRY-COUNT
    MOVE "CLOSING BALANCE" TO RT-BL-LABEL
    MOVE RT-CLOSING-C      TO RT-BL-BALANCE
    WRITE REPORT-LINE FROM RT-BALANCE-LINE.

3750-PRINT-ONE-MOVEMENT.
    IF RT-MVB-FIELD-NAME (RT-MVB-IDX) = "B       "
        MOVE RT-MVB-TIMESTAMP (RT-MVB-IDX) (1:8) TO RT-TL-DATE
        MOVE RT-MVB-TIMESTAMP (RT-MVB-IDX) (9:6) TO RT-TL-TIME
        MOVE RT-MVB-OLD-VALUE (RT-MVB-IDX) (1:4) TO RT-TL-OLD-BRANCH
        MOVE RT-MVB-NEW-VALUE (RT-MVB-IDX) (1:4) TO RT-TL-NEW-BRANCH
        WRITE REPORT-LINE FROM RT-TRANSFER-LINE
    ELSE
        ADD RT-MVB-DELTA (RT-MVB-IDX) TO RT-RUNNING-C
        MOVE RT-MVB-TIMESTAMP (RT-MVB-IDX) (1:8) TO RT-ML-DATE
        MOVE RT-MVB-TIMESTAMP (RT-MVB-IDX) (9:6) TO RT-ML-TIME
        PERFORM 3800-LABEL-SOURCE
        MOVE RT-MVB-DELTA (RT-MVB-IDX) TO RT-ML-AMOUNT
        MOVE RT-RUNNING-C              TO RT-ML-BALANCE
        WRITE REPORT-LINE FROM RT-MOVEMENT-LINE
    END-IF.

3800-LABEL-SOURCE.
    EVALUATE RT-MVB-USER-ID (RT-MVB-IDX)
        WHEN "RT0080  "
            MOVE "FEED REFRESH"     TO RT-ML-SOURCE
        WHEN "RT0200  "
            MOVE "INTEREST ACCRUAL" TO RT-ML-SOURCE
        WHEN "RT0070  "
        WHEN "RT0230  "
            MOVE "CORRECTION"       TO RT-ML-SOURCE
        WHEN "RT0150  "
            MOVE "BRANCH TRANSFER"  TO RT-ML-SOURCE
        WHEN OTHER
            IF RT-MVB-USER-ID (RT-MVB-IDX) (1:2) = "RT"
                AND RT-MVB-USER-ID (RT-MVB-IDX) (3:4) IS NUMERIC
                MOVE SPACES TO RT-ML-SOURCE
                STRING "OTHER - "                  DELIMITED BY SIZE
                       RT-MVB-USER-ID (RT-MVB-IDX) DELIMITED BY SIZE
                    INTO RT-ML-SOURCE
            ELSE
                MOVE "CORRECTION"   TO RT-ML-SOURCE
            END-IF
    END-EVALUATE.

3900-WRITE-CONTROL-LINE.
    ADD 1 TO RT-CONTROL-COUNT
    MOVE RT-CUR-ACCOUNT     TO RT-CD-ACCOUNT
    MOVE RT-CUR-BRANCH      TO RT-CD-BRANCH
    MOVE RT-OPENING-C       TO RT-CD-OPENING
    MOVE RT-PERIOD-MOVEMENT TO RT-CD-MOVEMENT
    MOVE RT-COMPUTED-C      TO RT-CD-COMPUTED
    MOVE RT-CLOSING-C       TO RT-CD-CLOSING
    MOVE RT-CUR-REASON      TO RT-CD-REASON
    WRITE CONTROL-LINE FROM RT-CONTROL-DETAIL-LINE.

9000-WRAP-UP.
    IF NOT RT-RUN-REFUSED
        MOVE RT-STATEMENT-COUNT TO RT-T-PRINTED
        MOVE RT-CONTROL-COUNT   TO RT-T-CONTROL
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        WRITE REPORT-LINE FROM RT-TOTAL-LINE
        WRITE CONTROL-LINE FROM RT-TOTAL-LINE
        CLOSE REPORT-FILE
        CLOSE CONTROL-FILE
        IF RETURN-CODE < 16 AND RT-CONTROL-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0310 - MASTER RECORDS READ:   " RT-MASTER-READ-COUNT
    DISPLAY "RT0310 - AUDIT ENTRIES READ:    " RT-AUDIT-READ-COUNT
    DISPLAY "RT0310 - STATEMENTS PRINTED:    " RT-STATEMENT-COUNT
    DISPLAY "RT0310 - ON CONTROL LIST:       " RT-CONTROL-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-STATEMENT-COUNT TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE        TO RT-RUN-RETURN-CODE
    MOVE "E"                TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0310 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
