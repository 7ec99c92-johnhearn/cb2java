IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0350.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0350 - REVERSAL (BACKOUT) OF A WHOLE POSTING RUN
*>
*> When a run posts wrong figures - RT0200 accruing at a bad rate
*> off RATEM, a correction file withdrawn after its corrections
*> were approved - this run takes it back off ROOT-MASTER as a
*> unit from the audit trail. The run to back out is named on the
*> parameter card file (REVPARM, one KEYWORD=value per line):
*>   PROGRAM=xxxxxxxx  the RT-AUD-USER-ID the run's entries carry
*>                     (required) - the program name for a batch
*>                     step, or the maker's operator id for
*>                     corrections approved through RT0330. A
*>                     program that queues corrections for
*>                     approval (RT0070, RT0230) writes no entries
*>                     of its own: naming it selects the
*>                     corrections it queued that were approved
*>                     in the window, through the pending-approval
*>                     queue (PENDCORR, see below);
*>   DATE=yyyymmdd     the run's business date: every entry the
*>                     run wrote that belongs to that business
*>                     day (RT-AUD-BUSINESS-DATE), read through
*>                     the business-date key, so a nightly run
*>                     that crossed midnight is taken back whole;
*>                     or
*>   FROM=yyyymmdd[hhmmss] THRU=yyyymmdd[hhmmss]
*>                     a timestamp window (a date alone runs from
*>                     the start of that day / to its end);
*>   MODE=REPORT       list the backout without touching the
*>                     master (the default), or
*>   MODE=APPLY        carry it out.
*>
*> For a queueing program every approved PENDCORR item with that
*> PC-SOURCE and a decision timestamp in the window (for DATE, on
*> or after the business date) is loaded first, and the run's
*> entries are the ones RT0330 wrote applying them: same account,
*> field, maker and old and new values, made between the item's
*> entry and its approval. A PENDCORR that cannot be opened
*> refuses the run with RETURN-CODE 16.
*>
*> Every AUDITDS entry the run wrote in the window or on the
*> business date is collected, chained by account; for DATE each
*> of those accounts' entries is then read by account key to find
*> any change made since. Any later entry for one of those
*> accounts written by anything else means the account has been
*> changed again since the bad run: it is listed and left alone,
*> never overwritten. For every other account each field the run
*> changed is checked, newest entry first, to still hold the value
*> the run left there, and set back to the value it had before; an
*> account where any field no longer holds the run's value, or
*> that has left the master, is listed and left alone too. In
*> APPLY mode the account is rewritten once and each restore
*> writes its own RTAUDIT entry (user RT0350, old value the run's
*> value, new value the restored one), so the reversal is itself
*> audited and RT0170's master-versus-audit movement still
*> balances. Entries the run wrote for anything other than a
*> ROOT-MASTER field are listed as not reversed.
*>
*> The report (REVRPT) lists every entry with its disposition -
*> restored, would restore, or left alone and why - and the run
*> totals. Anything left alone ends the run with the warning
*> RETURN-CODE 4. A missing PROGRAM, a missing or bad window, an
*> unrecognised card, more entries than the work table holds, or
*> a rewrite that fails ends it with RETURN-CODE 16. Job start and
*> end are registered through RTRUNCTL against ROOTMSTR in both
*> modes, so the master cannot move between the report and what
*> it describes.
*>
*> An account under a legal or fraud hold (HOLDMSTR, checked
*> through RTHOLDCK) is left alone like any other and listed as
*> held - in REPORT mode as "WOULD BE LEFT - HELD", so the report
*> shows what APPLY will really do. Only APPLY opens and writes
*> the hold exceptions file (HOLDX350), so a REPORT run made to
*> check an APPLY leaves its list of held accounts in place. A
*> hold master that cannot be read ends the run with
*> RETURN-CODE 16 in either mode.
*>
*> A run is never backed out of an accounting period RT0420 has
*> closed: when any ROOT-MASTER entry collected falls, by its
*> business date, in a closed period (RTPERDCK) the run is refused
*> with RETURN-CODE 16 in either mode, before any account is
*> looked at, until the period is reopened through RT0430. A
*> period control file that cannot be read refuses it the same
*> way.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  APPLY LEAVES ACCOUNTS UNDER HOLD ALONE
*>                    (RTHOLDCK), LISTING THEM ON HOLDX350.
*>   2026-10-15  ACP  AUDITDS IS NOW INDEXED; STILL READ WHOLE, IN
*>                    ACCOUNT AND TIMESTAMP ORDER, WHICH KEEPS EACH
*>                    ACCOUNT'S ENTRIES IN THE ORDER THEY WERE MADE.
*>   2026-10-15  ACP  RUN REFUSED WHEN ITS ENTRIES FALL IN A CLOSED
*>                    PERIOD (RTPERDCK).
*>   2026-10-15  ACP  HOLD EXCEPTIONS FILE RECORD WIDENED TO CARRY THE
*>                    BLOCKED UPDATE'S BUSINESS DATE; A QUEUEING PROGRAM
*>                    (RT0070, RT0230) SELECTS ITS APPROVED CORRECTIONS
*>                    THROUGH PENDCORR; HOLD CHECK MADE IN REPORT MODE
*>                    TOO, WITH NOTHING WRITTEN TO HOLDX350.
*>   2026-10-15  ACP  DATE= SELECTS THE RUN'S ENTRIES BY BUSINESS DATE
*>                    THROUGH THE BUSINESS-DATE KEY, THEN READS EACH
*>                    ACCOUNT BY KEY FOR LATER CHANGES; HOLDX350 IS
*>                    OPENED AND WRITTEN IN APPLY MODE ONLY.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "REVPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RT-PARM-FILE-STATUS.
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
    SELECT PENDING-FILE ASSIGN TO "PENDCORR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PC-ITEM-ID
        FILE STATUS IS RT-PND-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "REVRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HOLD-EXCEPTION-FILE ASSIGN TO "HOLDX350"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-LINE                       PIC X(80).
FD  ROOT-MASTER
    RECORD IS VARYING IN SIZE FROM 6 TO 2000 CHARACTERS
    DEPENDING ON RT-MSTR-REC-LEN.
01  ROOT-MASTER-REC.
    COPY "a".
FD  AUDIT-FILE.
    COPY "rtaudit".
FD  PENDING-FILE.
    COPY "rtpend".
FD  REPORT-FILE.
01  REPORT-LINE                     PIC X(132).
FD  HOLD-EXCEPTION-FILE.
01  HOLD-EXCEPTION-LINE             PIC X(115).

WORKING-STORAGE SECTION.
01  RT-MSTR-REC-LEN                 PIC 9(4) COMP.
77  RT-PARM-FILE-STATUS             PIC X(2).
77  RT-MSTR-FILE-STATUS             PIC X(2).
77  RT-AUD-FILE-STATUS              PIC X(2).
77  RT-PND-FILE-STATUS              PIC X(2).
77  RT-PND-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-PND-EOF                  VALUE "Y".
77  RT-PARM-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-PARM-EOF                 VALUE "Y".
77  RT-AUDIT-EOF-SWITCH             PIC X(1) VALUE "N".
    88  RT-AUDIT-EOF                VALUE "Y".
77  RT-ABANDON-SWITCH               PIC X(1) VALUE "N".
    88  RT-RUN-ABANDONED            VALUE "Y".
77  RT-PARM-BAD-SWITCH              PIC X(1) VALUE "N".
    88  RT-PARM-BAD                 VALUE "Y".
77  RT-MODE-SWITCH                  PIC X(1) VALUE "R".
    88  RT-REPORT-MODE              VALUE "R".
    88  RT-APPLY-MODE               VALUE "A".
77  RT-MSTR-OPEN-SWITCH             PIC X(1) VALUE "N".
    88  RT-MSTR-OPEN                VALUE "Y".
77  RT-MISMATCH-SWITCH              PIC X(1).
    88  RT-VALUE-MISMATCH           VALUE "Y".
77  RT-VALUE-BAD-SWITCH             PIC X(1).
    88  RT-VALUE-BAD                VALUE "Y".
77  RT-RUN-SEEN-SWITCH              PIC X(1).
    88  RT-RUN-SEEN                 VALUE "Y".
77  RT-OWN-ENTRY-SWITCH             PIC X(1).
    88  RT-OWN-ENTRY                VALUE "Y".
01  RT-PARM-KEYWORD                 PIC X(10).
01  RT-PARM-VALUE                   PIC X(20).

01  RT-SEL-USER                     PIC X(8) VALUE SPACES.
01  RT-SEL-DATE                     PIC X(8) VALUE SPACES.
01  RT-SEL-FROM                     PIC X(14) VALUE SPACES.
01  RT-SEL-THRU                     PIC X(14) VALUE SPACES.

77  RT-AUDIT-READ-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-SELECTED-COUNT               PIC 9(9) COMP VALUE ZERO.
77  RT-NOT-ROOT-COUNT               PIC 9(9) COMP VALUE ZERO.
77  RT-RESTORED-ACCT-COUNT          PIC 9(9) COMP VALUE ZERO.
77  RT-RESTORED-FIELD-COUNT         PIC 9(9) COMP VALUE ZERO.
77  RT-LEFT-ACCT-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-REWRITE-FAIL-COUNT           PIC 9(9) COMP VALUE ZERO.
77  RT-HOLD-FAIL-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-HOLD-RETURN-CODE             PIC 9(2) COMP.
77  RT-PERIOD-RETURN-CODE           PIC 9(2) COMP.
01  RT-RUN-LOW-DATE                 PIC X(8) VALUE HIGH-VALUES.
01  RT-RUN-HIGH-DATE                PIC X(8) VALUE LOW-VALUES.
01  RT-CHECK-DATE.
    05  RT-CHECK-YEAR               PIC 9(4).
    05  RT-CHECK-MONTH              PIC 9(2).
    05  RT-CHECK-DAY                PIC X(2).

01  RT-VALUE-NOW                    PIC X(20).
01  RT-DISPOSITION                  PIC X(40).
01  RT-AUD-C-EDIT                   PIC -(5)9.
01  RT-AUD-G-EDIT                   PIC 9(5).99.
01  RT-AUD-H-EDIT                   PIC 9(4).99.
01  RT-C-PARSE-WORK                 PIC X(6).
77  RT-C-SIGN-COUNT                 PIC 9(2) COMP.
77  RT-C-MAGNITUDE                  PIC 9(6).
77  RT-PARSE-INT                    PIC 9(5).
77  RT-PARSE-DEC                    PIC 9(2).
77  RT-AUD-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==RT-AUDIT-ENTRY==.

77  RT-PCR-SCAN-IDX                 PIC 9(5) COMP.
77  RT-PCR-FOUND-POS                PIC 9(5) COMP.
01  RT-CORRECTION-TABLE-CTL.
    05  RT-PCR-COUNT                PIC 9(5) COMP VALUE ZERO.
    05  RT-CORRECTION-TABLE OCCURS 1 TO 5000 TIMES
            DEPENDING ON RT-PCR-COUNT.
        10  RT-PCR-KEY-A            PIC X(6).
        10  RT-PCR-FIELD            PIC X(8).
        10  RT-PCR-OLD-VALUE        PIC X(20).
        10  RT-PCR-NEW-VALUE        PIC X(20).
        10  RT-PCR-MAKER-ID         PIC X(8).
        10  RT-PCR-ENTRY-TIMESTAMP  PIC X(14).
        10  RT-PCR-DECISION-TS      PIC X(14).
        10  RT-PCR-USED-SWITCH      PIC X(1).
            88  RT-PCR-USED         VALUE "Y".

77  RT-ENT-POS                      PIC 9(5) COMP.
77  RT-WALK-POS                     PIC 9(5) COMP.
01  RT-ENTRY-TABLE-CTL.
    05  RT-ENT-COUNT                PIC 9(5) COMP VALUE ZERO.
    05  RT-ENTRY-TABLE OCCURS 1 TO 20000 TIMES
            DEPENDING ON RT-ENT-COUNT.
        10  RT-ENT-FIELD            PIC X(8).
        10  RT-ENT-OLD-VALUE        PIC X(20).
        10  RT-ENT-NEW-VALUE        PIC X(20).
        10  RT-ENT-TIMESTAMP        PIC X(14).
        10  RT-ENT-KEY-SEQ          PIC 9(4).
        10  RT-ENT-PREV             PIC 9(5) COMP.

77  RT-ACC-FOUND-POS                PIC 9(5) COMP.
77  RT-ACC-INSERT-POS               PIC 9(5) COMP.
77  RT-ACC-SCAN-IDX                 PIC 9(5) COMP.
77  RT-ACC-SHIFT-IDX                PIC 9(5) COMP.
77  RT-ACC-WORK-IDX                 PIC 9(5) COMP.
01  RT-ACCOUNT-TABLE-CTL.
    05  RT-ACC-COUNT                PIC 9(5) COMP VALUE ZERO.
    05  RT-ACCOUNT-TABLE OCCURS 1 TO 20000 TIMES
            DEPENDING ON RT-ACC-COUNT
            ASCENDING KEY IS RT-ACC-KEY-A
            INDEXED BY RT-ACC-IDX.
        10  RT-ACC-KEY-A            PIC X(6).
        10  RT-ACC-LAST-ENTRY       PIC 9(5) COMP.
        10  RT-ACC-CHANGED-SWITCH   PIC X(1).
            88  RT-ACC-CHANGED-SINCE VALUE "Y".
        10  RT-ACC-CHANGE-TIMESTAMP PIC X(14).
        10  RT-ACC-CHANGE-USER      PIC X(8).

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RT-RUNLOG-ENTRY==.
    COPY "rtholdx" REPLACING ==RT-HOLD-EXCEPTION-REC==
                          BY ==RT-HOLD-ENTRY==.

01  RT-HEADING-LINE-1.
    05  FILLER                      PIC X(26)
        VALUE "RT0350 - REVERSAL OF RUN ".
    05  RT-H-USER                   PIC X(8).
    05  RT-H-FROM-LABEL             PIC X(6)  VALUE " FROM ".
    05  RT-H-FROM                   PIC X(14).
    05  RT-H-THRU-LABEL             PIC X(6)  VALUE " THRU ".
    05  RT-H-THRU                   PIC X(14).
    05  FILLER                      PIC X(3)  VALUE " - ".
    05  RT-H-MODE                   PIC X(20).
01  RT-HEADING-LINE-2.
    05  FILLER                      PIC X(8)  VALUE "ACCOUNT".
    05  FILLER                      PIC X(9)  VALUE "FIELD".
    05  FILLER                      PIC X(21) VALUE "RUN LEFT".
    05  FILLER                      PIC X(21) VALUE "RESTORE TO".
    05  FILLER                      PIC X(15) VALUE "RUN TIMESTAMP".
    05  FILLER                      PIC X(11) VALUE "DISPOSITION".

01  RT-DETAIL-LINE.
    05  RT-D-KEY-A                  PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-D-FIELD                  PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-RUN-VALUE              PIC X(20).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-RESTORE-VALUE          PIC X(20).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-TIMESTAMP              PIC X(14).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-DISPOSITION            PIC X(40).

01  RT-TOTAL-LINE.
    05  RT-T-LABEL                  PIC X(30).
    05  FILLER                      PIC X(2)  VALUE ": ".
    05  RT-T-COUNT                  PIC Z(8)9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF NOT RT-RUN-ABANDONED
        PERFORM 1500-LOAD-APPROVED-CORRECTIONS THRU 1500-EXIT
    END-IF
    IF NOT RT-RUN-ABANDONED
        PERFORM 2000-COLLECT-RUN-ENTRIES THRU 2000-EXIT
    END-IF
    IF NOT RT-RUN-ABANDONED AND RT-ENT-COUNT > ZERO
        PERFORM 2500-CHECK-CLOSED-PERIODS THRU 2500-EXIT
    END-IF
    IF NOT RT-RUN-ABANDONED
        PERFORM 3000-REVERSE-ACCOUNTS THRU 3000-EXIT
    END-IF
    PERFORM 9000-WRAP-UP
    GOBACK.

1000-INITIALIZE.
    PERFORM 1050-REGISTER-RUN-START
    IF RT-RUN-REFUSED
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT
    OPEN OUTPUT REPORT-FILE
    IF RT-APPLY-MODE
        OPEN OUTPUT HOLD-EXCEPTION-FILE
    END-IF
    MOVE RT-SEL-USER TO RT-H-USER
    MOVE RT-SEL-FROM TO RT-H-FROM
    MOVE RT-SEL-THRU TO RT-H-THRU
    IF RT-SEL-DATE NOT = SPACES
        MOVE " DATE " TO RT-H-FROM-LABEL
        MOVE RT-SEL-DATE TO RT-H-FROM
        MOVE SPACES TO RT-H-THRU-LABEL
        MOVE SPACES TO RT-H-THRU
    END-IF
    IF RT-APPLY-MODE
        MOVE "APPLIED"     TO RT-H-MODE
    ELSE
        MOVE "REPORT ONLY" TO RT-H-MODE
    END-IF
    WRITE REPORT-LINE FROM RT-HEADING-LINE-1
    WRITE REPORT-LINE FROM RT-HEADING-LINE-2
    IF RT-SEL-USER = SPACES
        DISPLAY "RT0350 - NO PROGRAM SUPPLIED - RUN REFUSED"
        SET RT-PARM-BAD TO TRUE
    END-IF
    IF RT-SEL-DATE NOT = SPACES
        AND (RT-SEL-DATE IS NOT NUMERIC
             OR RT-SEL-FROM NOT = SPACES
             OR RT-SEL-THRU NOT = SPACES)
        DISPLAY "RT0350 - DATE IS NOT A BUSINESS DATE OR IS GIVEN"
            " WITH FROM OR THRU - RUN REFUSED"
        SET RT-PARM-BAD TO TRUE
    END-IF
    IF RT-SEL-DATE = SPACES
        AND (RT-SEL-FROM = SPACES OR RT-SEL-THRU = SPACES
             OR RT-SEL-FROM IS NOT NUMERIC
             OR RT-SEL-THRU IS NOT NUMERIC
             OR RT-SEL-FROM > RT-SEL-THRU)
        DISPLAY "RT0350 - NO VALID RUN DATE OR WINDOW SUPPLIED"
            " - RUN REFUSED"
        SET RT-PARM-BAD TO TRUE
    END-IF
    IF RT-PARM-BAD
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    IF RT-APPLY-MODE
        OPEN I-O ROOT-MASTER
    ELSE
        OPEN INPUT ROOT-MASTER
    END-IF
    IF RT-MSTR-FILE-STATUS NOT = "00"
        DISPLAY "RT0350 - ROOT MASTER NOT OPENED, FILE STATUS "
            RT-MSTR-FILE-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-MSTR-OPEN TO TRUE.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0350"   TO RT-RUN-JOB-NAME
    MOVE "ROOTMSTR" TO RT-RUN-DATASET
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0350 - A JOB IS STILL RUNNING AGAINST ROOTMSTR"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0350 - RUN START NOT LOGGED, STATUS "
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
        WHEN "PROGRAM   "
            MOVE RT-PARM-VALUE (1:8) TO RT-SEL-USER
        WHEN "DATE      "
            MOVE RT-PARM-VALUE (1:8) TO RT-SEL-DATE
        WHEN "FROM      "
            MOVE RT-PARM-VALUE (1:14) TO RT-SEL-FROM
            IF RT-SEL-FROM (9:6) = SPACES
                MOVE "000000" TO RT-SEL-FROM (9:6)
            END-IF
        WHEN "THRU      "
            MOVE RT-PARM-VALUE (1:14) TO RT-SEL-THRU
            IF RT-SEL-THRU (9:6) = SPACES
                MOVE "235959" TO RT-SEL-THRU (9:6)
            END-IF
        WHEN "MODE      "
            IF RT-PARM-VALUE = "APPLY"
                SET RT-APPLY-MODE TO TRUE
            ELSE
                IF RT-PARM-VALUE = "REPORT"
                    SET RT-REPORT-MODE TO TRUE
                ELSE
                    DISPLAY "RT0350 - UNRECOGNISED MODE: " PARM-LINE
                    SET RT-PARM-BAD TO TRUE
                END-IF
            END-IF
        WHEN OTHER
            DISPLAY "RT0350 - UNRECOGNISED PARAMETER: " PARM-LINE
            SET RT-PARM-BAD TO TRUE
    END-EVALUATE.
1200-EXIT.
    EXIT.

1500-LOAD-APPROVED-CORRECTIONS.
    OPEN INPUT PENDING-FILE
    IF RT-PND-FILE-STATUS = "35"
        GO TO 1500-EXIT
    END-IF
    IF RT-PND-FILE-STATUS NOT = "00"
        DISPLAY "RT0350 - PENDING CORRECTIONS FILE NOT OPENED, FILE"
            " STATUS " RT-PND-FILE-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1500-EXIT
    END-IF
    PERFORM 1550-LOAD-ONE-CORRECTION THRU 1550-EXIT
        UNTIL RT-PND-EOF
    CLOSE PENDING-FILE.
1500-EXIT.
    EXIT.

1550-LOAD-ONE-CORRECTION.
    READ PENDING-FILE
        AT END
            SET RT-PND-EOF TO TRUE
            GO TO 1550-EXIT
    END-READ
    IF PC-SOURCE NOT = RT-SEL-USER
        OR NOT PC-APPROVED
        GO TO 1550-EXIT
    END-IF
    IF RT-SEL-DATE NOT = SPACES
        AND PC-DECISION-TIMESTAMP (1:8) < RT-SEL-DATE
        GO TO 1550-EXIT
    END-IF
    IF RT-SEL-DATE = SPACES
        AND (PC-DECISION-TIMESTAMP < RT-SEL-FROM
             OR PC-DECISION-TIMESTAMP > RT-SEL-THRU)
        GO TO 1550-EXIT
    END-IF
    IF RT-PCR-COUNT = 5000
        DISPLAY "RT0350 - MORE THAN 5000 APPROVED CORRECTIONS IN THE"
            " WINDOW - NARROW THE WINDOW - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        SET RT-PND-EOF TO TRUE
        GO TO 1550-EXIT
    END-IF
    ADD 1 TO RT-PCR-COUNT
    MOVE PC-KEY-A           TO RT-PCR-KEY-A (RT-PCR-COUNT)
    MOVE PC-FIELD-NAME      TO RT-PCR-FIELD (RT-PCR-COUNT)
    MOVE PC-OLD-VALUE       TO RT-PCR-OLD-VALUE (RT-PCR-COUNT)
    MOVE PC-NEW-VALUE       TO RT-PCR-NEW-VALUE (RT-PCR-COUNT)
    MOVE PC-MAKER-ID        TO RT-PCR-MAKER-ID (RT-PCR-COUNT)
    MOVE PC-ENTRY-TIMESTAMP TO RT-PCR-ENTRY-TIMESTAMP (RT-PCR-COUNT)
    MOVE PC-DECISION-TIMESTAMP
                            TO RT-PCR-DECISION-TS (RT-PCR-COUNT)
    MOVE "N"                TO RT-PCR-USED-SWITCH (RT-PCR-COUNT).
1550-EXIT.
    EXIT.

2000-COLLECT-RUN-ENTRIES.
    OPEN INPUT AUDIT-FILE
    IF RT-AUD-FILE-STATUS = "35"
        DISPLAY "RT0350 - NO AUDIT FILE FOUND, NOTHING TO REVERSE"
        GO TO 2000-EXIT
    END-IF
    IF RT-SEL-DATE NOT = SPACES
        PERFORM 2050-COLLECT-BY-BUSINESS-DATE THRU 2050-EXIT
        CLOSE AUDIT-FILE
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-COLLECT-ONE-ENTRY THRU 2100-EXIT
        UNTIL RT-AUDIT-EOF
    CLOSE AUDIT-FILE.
2000-EXIT.
    EXIT.

2050-COLLECT-BY-BUSINESS-DATE.
    MOVE RT-SEL-DATE TO RT-AUD-BUSINESS-DATE OF RT-AUDIT-REC
    START AUDIT-FILE
        KEY IS EQUAL TO RT-AUD-BUSINESS-DATE OF RT-AUDIT-REC
        INVALID KEY
            SET RT-AUDIT-EOF TO TRUE
    END-START
    PERFORM 2400-COLLECT-ONE-DAY-ENTRY THRU 2400-EXIT
        UNTIL RT-AUDIT-EOF
    IF RT-RUN-ABANDONED
        GO TO 2050-EXIT
    END-IF
    PERFORM 2450-CHECK-ACCOUNT-SINCE THRU 2450-EXIT
        VARYING RT-ACC-WORK-IDX FROM 1 BY 1
        UNTIL RT-ACC-WORK-IDX > RT-ACC-COUNT.
2050-EXIT.
    EXIT.

2100-COLLECT-ONE-ENTRY.
    READ AUDIT-FILE NEXT RECORD
        AT END
            SET RT-AUDIT-EOF TO TRUE
            GO TO 2100-EXIT
    END-READ
    ADD 1 TO RT-AUDIT-READ-COUNT
    IF RT-AUD-USER-ID OF RT-AUDIT-REC = RT-SEL-USER
        AND RT-AUD-TIMESTAMP OF RT-AUDIT-REC NOT < RT-SEL-FROM
        AND RT-AUD-TIMESTAMP OF RT-AUDIT-REC NOT > RT-SEL-THRU
        PERFORM 2300-KEEP-RUN-ENTRY THRU 2300-EXIT
        GO TO 2100-EXIT
    END-IF
    IF RT-PCR-COUNT > ZERO
        PERFORM 2150-FIND-CORRECTION
        IF RT-PCR-FOUND-POS > ZERO
            MOVE "Y" TO RT-PCR-USED-SWITCH (RT-PCR-FOUND-POS)
            PERFORM 2300-KEEP-RUN-ENTRY THRU 2300-EXIT
            GO TO 2100-EXIT
        END-IF
    END-IF
    IF RT-ACC-COUNT = ZERO
        OR RT-AUD-TIMESTAMP OF RT-AUDIT-REC < RT-SEL-FROM
        GO TO 2100-EXIT
    END-IF
    PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT
    IF RT-ACC-FOUND-POS > ZERO
        AND NOT RT-ACC-CHANGED-SINCE (RT-ACC-FOUND-POS)
        MOVE "Y" TO RT-ACC-CHANGED-SWITCH (RT-ACC-FOUND-POS)
        MOVE RT-AUD-TIMESTAMP OF RT-AUDIT-REC
            TO RT-ACC-CHANGE-TIMESTAMP (RT-ACC-FOUND-POS)
        MOVE RT-AUD-USER-ID OF RT-AUDIT-REC
            TO RT-ACC-CHANGE-USER (RT-ACC-FOUND-POS)
    END-IF.
2100-EXIT.
    EXIT.

2150-FIND-CORRECTION.
    MOVE ZERO TO RT-PCR-FOUND-POS
    PERFORM 2170-MATCH-ONE-CORRECTION
        VARYING RT-PCR-SCAN-IDX FROM 1 BY 1
        UNTIL RT-PCR-SCAN-IDX > RT-PCR-COUNT
           OR RT-PCR-FOUND-POS > ZERO.

2170-MATCH-ONE-CORRECTION.
    IF RT-PCR-KEY-A (RT-PCR-SCAN-IDX) = RT-AUD-KEY-A OF RT-AUDIT-REC
        AND RT-PCR-FIELD (RT-PCR-SCAN-IDX)
            = RT-AUD-FIELD-NAME OF RT-AUDIT-REC
        AND RT-PCR-MAKER-ID (RT-PCR-SCAN-IDX)
            = RT-AUD-USER-ID OF RT-AUDIT-REC
        AND RT-PCR-OLD-VALUE (RT-PCR-SCAN-IDX)
            = RT-AUD-OLD-VALUE OF RT-AUDIT-REC
        AND RT-PCR-NEW-VALUE (RT-PCR-SCAN-IDX)
            = RT-AUD-NEW-VALUE OF RT-AUDIT-REC
        AND RT-AUD-TIMESTAMP OF RT-AUDIT-REC
            NOT < RT-PCR-ENTRY-TIMESTAMP (RT-PCR-SCAN-IDX)
        AND RT-AUD-TIMESTAMP OF RT-AUDIT-REC
            NOT > RT-PCR-DECISION-TS (RT-PCR-SCAN-IDX)
        AND NOT RT-PCR-USED (RT-PCR-SCAN-IDX)
        MOVE RT-PCR-SCAN-IDX TO RT-PCR-FOUND-POS
    END-IF.

2200-FIND-ACCOUNT.
    MOVE ZERO TO RT-ACC-FOUND-POS
    IF RT-ACC-COUNT = ZERO
        GO TO 2200-EXIT
    END-IF
    SET RT-ACC-IDX TO 1
    SEARCH ALL RT-ACCOUNT-TABLE
        AT END
            CONTINUE
        WHEN RT-ACC-KEY-A (RT-ACC-IDX) = RT-AUD-KEY-A OF RT-AUDIT-REC
            SET RT-ACC-FOUND-POS TO RT-ACC-IDX
    END-SEARCH.
2200-EXIT.
    EXIT.

2300-KEEP-RUN-ENTRY.
    ADD 1 TO RT-SELECTED-COUNT
    EVALUATE RT-AUD-FIELD-NAME OF RT-AUDIT-REC
        WHEN "B       "
        WHEN "C       "
        WHEN "D       "
        WHEN "G       "
        WHEN "H       "
        WHEN "K       "
            CONTINUE
        WHEN OTHER
            ADD 1 TO RT-NOT-ROOT-COUNT
            MOVE RT-AUD-KEY-A OF RT-AUDIT-REC      TO RT-D-KEY-A
            MOVE RT-AUD-FIELD-NAME OF RT-AUDIT-REC TO RT-D-FIELD
            MOVE RT-AUD-NEW-VALUE OF RT-AUDIT-REC  TO RT-D-RUN-VALUE
            MOVE RT-AUD-OLD-VALUE OF RT-AUDIT-REC  TO RT-D-RESTORE-VALUE
            MOVE RT-AUD-TIMESTAMP OF RT-AUDIT-REC  TO RT-D-TIMESTAMP
            MOVE "NOT A ROOT-MASTER FIELD - NOT REVERSED"
                TO RT-D-DISPOSITION
            WRITE REPORT-LINE FROM RT-DETAIL-LINE
            GO TO 2300-EXIT
    END-EVALUATE
    IF RT-ENT-COUNT = 20000
        DISPLAY "RT0350 - MORE THAN 20000 ENTRIES IN THE RUN -"
            " NARROW THE WINDOW - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2300-EXIT
    END-IF
    IF RT-AUD-BUSINESS-DATE OF RT-AUDIT-REC < RT-RUN-LOW-DATE
        MOVE RT-AUD-BUSINESS-DATE OF RT-AUDIT-REC TO RT-RUN-LOW-DATE
    END-IF
    IF RT-AUD-BUSINESS-DATE OF RT-AUDIT-REC > RT-RUN-HIGH-DATE
        MOVE RT-AUD-BUSINESS-DATE OF RT-AUDIT-REC TO RT-RUN-HIGH-DATE
    END-IF
    PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT
    IF RT-ACC-FOUND-POS = ZERO
        PERFORM 2900-INSERT-ACCOUNT-IN-SEQUENCE
    END-IF
    ADD 1 TO RT-ENT-COUNT
    MOVE RT-ENT-COUNT TO RT-ENT-POS
    MOVE RT-AUD-FIELD-NAME OF RT-AUDIT-REC
        TO RT-ENT-FIELD (RT-ENT-POS)
    MOVE RT-AUD-OLD-VALUE OF RT-AUDIT-REC
        TO RT-ENT-OLD-VALUE (RT-ENT-POS)
    MOVE RT-AUD-NEW-VALUE OF RT-AUDIT-REC
        TO RT-ENT-NEW-VALUE (RT-ENT-POS)
    MOVE RT-AUD-TIMESTAMP OF RT-AUDIT-REC
        TO RT-ENT-TIMESTAMP (RT-ENT-POS)
    MOVE RT-AUD-KEY-SEQ OF RT-AUDIT-REC
        TO RT-ENT-KEY-SEQ (RT-ENT-POS)
    MOVE RT-ACC-LAST-ENTRY (RT-ACC-FOUND-POS)
        TO RT-ENT-PREV (RT-ENT-POS)
    MOVE RT-ENT-POS TO RT-ACC-LAST-ENTRY (RT-ACC-FOUND-POS).
2300-EXIT.
    EXIT.

2400-COLLECT-ONE-DAY-ENTRY.
    READ AUDIT-FILE NEXT RECORD
        AT END
            SET RT-AUDIT-EOF TO TRUE
            GO TO 2400-EXIT
    END-READ
    IF RT-AUD-BUSINESS-DATE OF RT-AUDIT-REC NOT = RT-SEL-DATE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2400-EXIT
    END-IF
    ADD 1 TO RT-AUDIT-READ-COUNT
    IF RT-AUD-USER-ID OF RT-AUDIT-REC = RT-SEL-USER
        PERFORM 2300-KEEP-RUN-ENTRY THRU 2300-EXIT
        GO TO 2400-EXIT
    END-IF
    IF RT-PCR-COUNT > ZERO
        PERFORM 2150-FIND-CORRECTION
        IF RT-PCR-FOUND-POS > ZERO
            MOVE "Y" TO RT-PCR-USED-SWITCH (RT-PCR-FOUND-POS)
            PERFORM 2300-KEEP-RUN-ENTRY THRU 2300-EXIT
        END-IF
    END-IF.
2400-EXIT.
    EXIT.

2450-CHECK-ACCOUNT-SINCE.
    MOVE RT-ACC-KEY-A (RT-ACC-WORK-IDX)
                      TO RT-AUD-KEY-A OF RT-AUDIT-REC
    MOVE LOW-VALUES   TO RT-AUD-TIMESTAMP OF RT-AUDIT-REC
    MOVE ZERO         TO RT-AUD-KEY-SEQ OF RT-AUDIT-REC
    START AUDIT-FILE
        KEY IS NOT LESS THAN RT-AUD-RECORD-KEY OF RT-AUDIT-REC
        INVALID KEY
            GO TO 2450-EXIT
    END-START
    MOVE "N" TO RT-AUDIT-EOF-SWITCH
    MOVE "N" TO RT-RUN-SEEN-SWITCH
    PERFORM 2470-NOTE-ONE-ACCOUNT-ENTRY THRU 2470-EXIT
        UNTIL RT-AUDIT-EOF
           OR RT-ACC-CHANGED-SINCE (RT-ACC-WORK-IDX).
2450-EXIT.
    EXIT.

2470-NOTE-ONE-ACCOUNT-ENTRY.
    READ AUDIT-FILE NEXT RECORD
        AT END
            SET RT-AUDIT-EOF TO TRUE
            GO TO 2470-EXIT
    END-READ
    IF RT-AUD-KEY-A OF RT-AUDIT-REC
        NOT = RT-ACC-KEY-A (RT-ACC-WORK-IDX)
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2470-EXIT
    END-IF
    ADD 1 TO RT-AUDIT-READ-COUNT
    PERFORM 2490-CHECK-OWN-ENTRY
    IF RT-OWN-ENTRY
        SET RT-RUN-SEEN TO TRUE
        GO TO 2470-EXIT
    END-IF
    IF RT-RUN-SEEN
        MOVE "Y" TO RT-ACC-CHANGED-SWITCH (RT-ACC-WORK-IDX)
        MOVE RT-AUD-TIMESTAMP OF RT-AUDIT-REC
            TO RT-ACC-CHANGE-TIMESTAMP (RT-ACC-WORK-IDX)
        MOVE RT-AUD-USER-ID OF RT-AUDIT-REC
            TO RT-ACC-CHANGE-USER (RT-ACC-WORK-IDX)
    END-IF.
2470-EXIT.
    EXIT.

2490-CHECK-OWN-ENTRY.
    MOVE "N" TO RT-OWN-ENTRY-SWITCH
    IF RT-AUD-USER-ID OF RT-AUDIT-REC = RT-SEL-USER
        AND RT-AUD-BUSINESS-DATE OF RT-AUDIT-REC = RT-SEL-DATE
        SET RT-OWN-ENTRY TO TRUE
    END-IF
    MOVE RT-ACC-LAST-ENTRY (RT-ACC-WORK-IDX) TO RT-WALK-POS
    PERFORM 2495-MATCH-ONE-OWN-ENTRY
        UNTIL RT-WALK-POS = ZERO
           OR RT-OWN-ENTRY.

2495-MATCH-ONE-OWN-ENTRY.
    IF RT-ENT-TIMESTAMP (RT-WALK-POS)
            = RT-AUD-TIMESTAMP OF RT-AUDIT-REC
        AND RT-ENT-KEY-SEQ (RT-WALK-POS)
            = RT-AUD-KEY-SEQ OF RT-AUDIT-REC
        SET RT-OWN-ENTRY TO TRUE
    END-IF
    MOVE RT-ENT-PREV (RT-WALK-POS) TO RT-WALK-POS.

2500-CHECK-CLOSED-PERIODS.
    MOVE RT-RUN-LOW-DATE TO RT-CHECK-DATE
    IF RT-CHECK-YEAR IS NOT NUMERIC OR RT-CHECK-MONTH IS NOT NUMERIC
        GO TO 2500-EXIT
    END-IF
    PERFORM 2550-CHECK-ONE-PERIOD THRU 2550-EXIT
        UNTIL RT-CHECK-DATE (1:6) > RT-RUN-HIGH-DATE (1:6)
           OR RT-RUN-ABANDONED.
2500-EXIT.
    EXIT.

2550-CHECK-ONE-PERIOD.
    CALL "RTPERDCK" USING RT-CHECK-DATE RT-PERIOD-RETURN-CODE
    IF RT-PERIOD-RETURN-CODE = 4
        DISPLAY "RT0350 - RUN ENTRIES FALL IN CLOSED PERIOD "
            RT-CHECK-DATE (1:6) " - REOPEN IT THROUGH RT0430 FIRST"
            " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 2550-EXIT
    END-IF
    IF RT-PERIOD-RETURN-CODE = 95
        DISPLAY "RT0350 - PERIOD CONTROL FILE UNREADABLE"
            " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 2550-EXIT
    END-IF
    IF RT-CHECK-MONTH = 12
        MOVE 1 TO RT-CHECK-MONTH
        ADD 1 TO RT-CHECK-YEAR
    ELSE
        ADD 1 TO RT-CHECK-MONTH
    END-IF.
2550-EXIT.
    EXIT.

2900-INSERT-ACCOUNT-IN-SEQUENCE.
    MOVE ZERO TO RT-ACC-INSERT-POS
    PERFORM 2950-SCAN-INSERT-POSITION THRU 2950-EXIT
        VARYING RT-ACC-SCAN-IDX FROM 1 BY 1
        UNTIL RT-ACC-SCAN-IDX > RT-ACC-COUNT
           OR RT-ACC-INSERT-POS > ZERO
    IF RT-ACC-INSERT-POS = ZERO
        COMPUTE RT-ACC-INSERT-POS = RT-ACC-COUNT + 1
    END-IF
    ADD 1 TO RT-ACC-COUNT
    PERFORM 2970-SHIFT-ENTRY-DOWN
        VARYING RT-ACC-SHIFT-IDX FROM RT-ACC-COUNT BY -1
        UNTIL RT-ACC-SHIFT-IDX NOT > RT-ACC-INSERT-POS
    MOVE RT-AUD-KEY-A OF RT-AUDIT-REC
                      TO RT-ACC-KEY-A (RT-ACC-INSERT-POS)
    MOVE ZERO         TO RT-ACC-LAST-ENTRY (RT-ACC-INSERT-POS)
    MOVE "N"          TO RT-ACC-CHANGED-SWITCH (RT-ACC-INSERT-POS)
    MOVE SPACES       TO RT-ACC-CHANGE-TIMESTAMP (RT-ACC-INSERT-POS)
    MOVE SPACES       TO RT-ACC-CHANGE-USER (RT-ACC-INSERT-POS)
    MOVE RT-ACC-INSERT-POS TO RT-ACC-FOUND-POS.

2950-SCAN-INSERT-POSITION.
    IF RT-ACC-KEY-A (RT-ACC-SCAN-IDX) > RT-AUD-KEY-A OF RT-AUDIT-REC
        MOVE RT-ACC-SCAN-IDX TO RT-ACC-INSERT-POS
    END-IF.
2950-EXIT.
    EXIT.

2970-SHIFT-ENTRY-DOWN.
    MOVE RT-ACCOUNT-TABLE (RT-ACC-SHIFT-IDX - 1)
        TO RT-ACCOUNT-TABLE (RT-ACC-SHIFT-IDX).

3000-REVERSE-ACCOUNTS.
    PERFORM 3100-REVERSE-ONE-ACCOUNT THRU 3100-EXIT
        VARYING RT-ACC-WORK-IDX FROM 1 BY 1
        UNTIL RT-ACC-WORK-IDX > RT-ACC-COUNT.
3000-EXIT.
    EXIT.

3100-REVERSE-ONE-ACCOUNT.
    MOVE RT-ACC-KEY-A (RT-ACC-WORK-IDX) TO A OF ROOT-MASTER-REC
    READ ROOT-MASTER
        INVALID KEY
            MOVE "LEFT - ACCOUNT NOT ON ROOT MASTER"
                TO RT-DISPOSITION
            PERFORM 3700-LEAVE-ACCOUNT
            GO TO 3100-EXIT
    END-READ
    IF RT-ACC-CHANGED-SINCE (RT-ACC-WORK-IDX)
        MOVE SPACES TO RT-DISPOSITION
        STRING "LEFT - CHANGED SINCE BY "        DELIMITED BY SIZE
               RT-ACC-CHANGE-USER (RT-ACC-WORK-IDX)
                                                 DELIMITED BY SPACE
               " "                               DELIMITED BY SIZE
               RT-ACC-CHANGE-TIMESTAMP (RT-ACC-WORK-IDX) (1:8)
                                                 DELIMITED BY SIZE
            INTO RT-DISPOSITION
        PERFORM 3700-LEAVE-ACCOUNT
        GO TO 3100-EXIT
    END-IF
    MOVE "N" TO RT-MISMATCH-SWITCH
    MOVE RT-ACC-LAST-ENTRY (RT-ACC-WORK-IDX) TO RT-WALK-POS
    PERFORM 3200-CHECK-AND-RESTORE-ONE THRU 3200-EXIT
        UNTIL RT-WALK-POS = ZERO
           OR RT-VALUE-MISMATCH
    IF RT-VALUE-MISMATCH
        MOVE "LEFT - FIELD NO LONGER HOLDS RUN'S VALUE"
            TO RT-DISPOSITION
        PERFORM 3700-LEAVE-ACCOUNT
        GO TO 3100-EXIT
    END-IF
    PERFORM 3500-CHECK-HOLD
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        MOVE SPACES TO RT-DISPOSITION
        IF RT-REPORT-MODE
            STRING "WOULD BE LEFT - HELD "       DELIMITED BY SIZE
                   HX-HOLD-TYPE                  DELIMITED BY SIZE
                INTO RT-DISPOSITION
        ELSE
            STRING "LEFT - ACCOUNT UNDER HOLD "  DELIMITED BY SIZE
                   HX-HOLD-TYPE                  DELIMITED BY SIZE
                INTO RT-DISPOSITION
        END-IF
        PERFORM 3700-LEAVE-ACCOUNT
        GO TO 3100-EXIT
    END-IF
    IF RT-REPORT-MODE
        ADD 1 TO RT-RESTORED-ACCT-COUNT
        MOVE "WOULD RESTORE" TO RT-DISPOSITION
        PERFORM 3800-LIST-ACCOUNT-ENTRIES
        GO TO 3100-EXIT
    END-IF
    MOVE LENGTH OF ROOT-MASTER-REC TO RT-MSTR-REC-LEN
    REWRITE ROOT-MASTER-REC
    IF RT-MSTR-FILE-STATUS NOT = "00"
        DISPLAY "RT0350 - REWRITE FAILED FOR ACCOUNT "
            A OF ROOT-MASTER-REC " FILE STATUS " RT-MSTR-FILE-STATUS
        ADD 1 TO RT-REWRITE-FAIL-COUNT
        MOVE "NOT RESTORED - REWRITE FAILED" TO RT-DISPOSITION
        PERFORM 3800-LIST-ACCOUNT-ENTRIES
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO RT-RESTORED-ACCT-COUNT
    MOVE "RESTORED" TO RT-DISPOSITION
    PERFORM 3800-LIST-ACCOUNT-ENTRIES
    MOVE RT-ACC-LAST-ENTRY (RT-ACC-WORK-IDX) TO RT-WALK-POS
    PERFORM 3600-AUDIT-ONE-RESTORE
        UNTIL RT-WALK-POS = ZERO.
3100-EXIT.
    EXIT.

3200-CHECK-AND-RESTORE-ONE.
    PERFORM 3300-FORMAT-FIELD-NOW
    IF RT-VALUE-NOW NOT = RT-ENT-NEW-VALUE (RT-WALK-POS)
        SET RT-VALUE-MISMATCH TO TRUE
        GO TO 3200-EXIT
    END-IF
    PERFORM 3400-SET-FIELD-FROM-OLD THRU 3400-EXIT
    IF RT-VALUE-BAD
        SET RT-VALUE-MISMATCH TO TRUE
        GO TO 3200-EXIT
    END-IF
    MOVE RT-ENT-PREV (RT-WALK-POS) TO RT-WALK-POS.
3200-EXIT.
    EXIT.

3300-FORMAT-FIELD-NOW.
    MOVE SPACES TO RT-VALUE-NOW
    EVALUATE RT-ENT-FIELD (RT-WALK-POS)
        WHEN "B       "
            MOVE B OF ROOT-MASTER-REC TO RT-VALUE-NOW
        WHEN "C       "
            MOVE C OF ROOT-MASTER-REC TO RT-AUD-C-EDIT
            MOVE RT-AUD-C-EDIT TO RT-VALUE-NOW
        WHEN "D       "
            MOVE D OF ROOT-MASTER-REC TO RT-VALUE-NOW
        WHEN "G       "
            MOVE G OF ROOT-MASTER-REC TO RT-AUD-G-EDIT
            MOVE RT-AUD-G-EDIT TO RT-VALUE-NOW
        WHEN "H       "
            MOVE H OF ROOT-MASTER-REC TO RT-AUD-H-EDIT
            MOVE RT-AUD-H-EDIT TO RT-VALUE-NOW
        WHEN "K       "
            MOVE K OF ROOT-MASTER-REC TO RT-AUD-G-EDIT
            MOVE RT-AUD-G-EDIT TO RT-VALUE-NOW
    END-EVALUATE.

3400-SET-FIELD-FROM-OLD.
    MOVE "N" TO RT-VALUE-BAD-SWITCH
    EVALUATE RT-ENT-FIELD (RT-WALK-POS)
        WHEN "B       "
            MOVE RT-ENT-OLD-VALUE (RT-WALK-POS) (1:4)
                TO B OF ROOT-MASTER-REC
        WHEN "C       "
            PERFORM 3450-SET-C-FROM-OLD
        WHEN "D       "
            IF RT-ENT-OLD-VALUE (RT-WALK-POS) (1:4) IS NOT NUMERIC
                SET RT-VALUE-BAD TO TRUE
                GO TO 3400-EXIT
            END-IF
            MOVE RT-ENT-OLD-VALUE (RT-WALK-POS) (1:4)
                TO D OF ROOT-MASTER-REC
        WHEN "H       "
            IF RT-ENT-OLD-VALUE (RT-WALK-POS) (1:4) IS NOT NUMERIC
                OR RT-ENT-OLD-VALUE (RT-WALK-POS) (6:2)
                    IS NOT NUMERIC
                SET RT-VALUE-BAD TO TRUE
                GO TO 3400-EXIT
            END-IF
            MOVE ZERO TO RT-PARSE-INT
            MOVE RT-ENT-OLD-VALUE (RT-WALK-POS) (1:4) TO RT-PARSE-INT
            MOVE RT-ENT-OLD-VALUE (RT-WALK-POS) (6:2) TO RT-PARSE-DEC
            COMPUTE H OF ROOT-MASTER-REC =
                RT-PARSE-INT + RT-PARSE-DEC / 100
        WHEN OTHER
            IF RT-ENT-OLD-VALUE (RT-WALK-POS) (1:5) IS NOT NUMERIC
                OR RT-ENT-OLD-VALUE (RT-WALK-POS) (7:2)
                    IS NOT NUMERIC
                SET RT-VALUE-BAD TO TRUE
                GO TO 3400-EXIT
            END-IF
            MOVE RT-ENT-OLD-VALUE (RT-WALK-POS) (1:5) TO RT-PARSE-INT
            MOVE RT-ENT-OLD-VALUE (RT-WALK-POS) (7:2) TO RT-PARSE-DEC
            IF RT-ENT-FIELD (RT-WALK-POS) = "G       "
                COMPUTE G OF ROOT-MASTER-REC =
                    RT-PARSE-INT + RT-PARSE-DEC / 100
            ELSE
                COMPUTE K OF ROOT-MASTER-REC =
                    RT-PARSE-INT + RT-PARSE-DEC / 100
            END-IF
    END-EVALUATE.
3400-EXIT.
    EXIT.

3450-SET-C-FROM-OLD.
    MOVE RT-ENT-OLD-VALUE (RT-WALK-POS) (1:6) TO RT-C-PARSE-WORK
    MOVE ZERO TO RT-C-SIGN-COUNT
    INSPECT RT-C-PARSE-WORK TALLYING RT-C-SIGN-COUNT FOR ALL "-"
    INSPECT RT-C-PARSE-WORK REPLACING ALL "-" BY "0"
    INSPECT RT-C-PARSE-WORK REPLACING ALL " " BY "0"
    IF RT-C-PARSE-WORK IS NOT NUMERIC
        SET RT-VALUE-BAD TO TRUE
    ELSE
        MOVE RT-C-PARSE-WORK TO RT-C-MAGNITUDE
        IF RT-C-SIGN-COUNT > ZERO
            COMPUTE C OF ROOT-MASTER-REC = ZERO - RT-C-MAGNITUDE
        ELSE
            MOVE RT-C-MAGNITUDE TO C OF ROOT-MASTER-REC
        END-IF
    END-IF.

3500-CHECK-HOLD.
    MOVE A OF ROOT-MASTER-REC TO HX-KEY-A
    MOVE "RT0350"             TO HX-PROGRAM
    MOVE SPACES               TO HX-BLOCKED-UPDATE
    STRING "REVERSE RUN OF "  DELIMITED BY SIZE
           RT-SEL-USER        DELIMITED BY SPACE
        INTO HX-BLOCKED-UPDATE
    CALL "RTHOLDCK" USING RT-HOLD-ENTRY RT-HOLD-RETURN-CODE
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        IF RT-APPLY-MODE
            WRITE HOLD-EXCEPTION-LINE FROM RT-HOLD-ENTRY
        END-IF
        IF RT-HOLD-RETURN-CODE = 95
            DISPLAY "RT0350 - HOLD MASTER UNREADABLE, ACCOUNT "
                A OF ROOT-MASTER-REC " NOT RESTORED"
            ADD 1 TO RT-HOLD-FAIL-COUNT
        END-IF
    END-IF.

3600-AUDIT-ONE-RESTORE.
    MOVE A OF ROOT-MASTER-REC             TO RT-AUD-KEY-A
                                              OF RT-AUDIT-ENTRY
    MOVE RT-ENT-FIELD (RT-WALK-POS)       TO RT-AUD-FIELD-NAME
                                              OF RT-AUDIT-ENTRY
    MOVE RT-ENT-NEW-VALUE (RT-WALK-POS)   TO RT-AUD-OLD-VALUE
                                              OF RT-AUDIT-ENTRY
    MOVE RT-ENT-OLD-VALUE (RT-WALK-POS)   TO RT-AUD-NEW-VALUE
                                              OF RT-AUDIT-ENTRY
    MOVE "RT0350"                         TO RT-AUD-USER-ID
                                              OF RT-AUDIT-ENTRY
    CALL "RTAUDIT" USING RT-AUDIT-ENTRY RT-AUD-RETURN-CODE
    IF RT-AUD-RETURN-CODE NOT = ZERO
        DISPLAY "RT0350 - AUDIT ENTRY FOR " A OF ROOT-MASTER-REC
            " " RT-ENT-FIELD (RT-WALK-POS)
            " NOT WRITTEN, RETURN CODE " RT-AUD-RETURN-CODE
    END-IF
    ADD 1 TO RT-RESTORED-FIELD-COUNT
    MOVE RT-ENT-PREV (RT-WALK-POS) TO RT-WALK-POS.

3700-LEAVE-ACCOUNT.
    ADD 1 TO RT-LEFT-ACCT-COUNT
    PERFORM 3800-LIST-ACCOUNT-ENTRIES.

3800-LIST-ACCOUNT-ENTRIES.
    MOVE RT-ACC-LAST-ENTRY (RT-ACC-WORK-IDX) TO RT-WALK-POS
    PERFORM 3850-LIST-ONE-ENTRY
        UNTIL RT-WALK-POS = ZERO.

3850-LIST-ONE-ENTRY.
    MOVE RT-ACC-KEY-A (RT-ACC-WORK-IDX)   TO RT-D-KEY-A
    MOVE RT-ENT-FIELD (RT-WALK-POS)       TO RT-D-FIELD
    MOVE RT-ENT-NEW-VALUE (RT-WALK-POS)   TO RT-D-RUN-VALUE
    MOVE RT-ENT-OLD-VALUE (RT-WALK-POS)   TO RT-D-RESTORE-VALUE
    MOVE RT-ENT-TIMESTAMP (RT-WALK-POS)   TO RT-D-TIMESTAMP
    MOVE RT-DISPOSITION                   TO RT-D-DISPOSITION
    WRITE REPORT-LINE FROM RT-DETAIL-LINE
    MOVE RT-ENT-PREV (RT-WALK-POS) TO RT-WALK-POS.

8000-PRINT-TOTALS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "AUDIT ENTRIES READ"          TO RT-T-LABEL
    MOVE RT-AUDIT-READ-COUNT           TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "ENTRIES WRITTEN BY THE RUN"  TO RT-T-LABEL
    MOVE RT-SELECTED-COUNT             TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "NOT ROOT-MASTER FIELDS"      TO RT-T-LABEL
    MOVE RT-NOT-ROOT-COUNT             TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    IF RT-APPLY-MODE
        MOVE "ACCOUNTS RESTORED"       TO RT-T-LABEL
    ELSE
        MOVE "ACCOUNTS TO RESTORE"     TO RT-T-LABEL
    END-IF
    MOVE RT-RESTORED-ACCT-COUNT        TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "FIELD RESTORES AUDITED"      TO RT-T-LABEL
    MOVE RT-RESTORED-FIELD-COUNT       TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "ACCOUNTS LEFT ALONE"         TO RT-T-LABEL
    MOVE RT-LEFT-ACCT-COUNT            TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE.

9000-WRAP-UP.
    IF NOT RT-RUN-REFUSED
        IF RT-MSTR-OPEN
            CLOSE ROOT-MASTER
        END-IF
        PERFORM 8000-PRINT-TOTALS
        CLOSE REPORT-FILE
        IF RT-APPLY-MODE
            CLOSE HOLD-EXCEPTION-FILE
        END-IF
        IF RT-REWRITE-FAIL-COUNT > ZERO
            OR RT-HOLD-FAIL-COUNT > ZERO
            MOVE 16 TO RETURN-CODE
        END-IF
        IF RETURN-CODE < 16
            AND (RT-LEFT-ACCT-COUNT > ZERO
                 OR RT-NOT-ROOT-COUNT > ZERO)
            MOVE 4 TO RETURN-CODE
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0350 - ENTRIES WRITTEN BY THE RUN: " RT-SELECTED-COUNT
    DISPLAY "RT0350 - ACCOUNTS RESTORED:          "
        RT-RESTORED-ACCT-COUNT
    DISPLAY "RT0350 - ACCOUNTS LEFT ALONE:        " RT-LEFT-ACCT-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-RESTORED-FIELD-COUNT TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE             TO RT-RUN-RETURN-CODE
    MOVE "E"                     TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0350 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
