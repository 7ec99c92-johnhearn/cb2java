IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0300.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0300 - GENERAL LEDGER JOURNAL FROM THE DAY'S ROOT MOVEMENT
*>
*> Every night the master's money fields move - RT0080 refreshes
*> C, G and H from the feed, RT0200 posts accrual to C, RT0210
*> purges G and H, RT0150 moves accounts between branches - and
*> until now finance re-keyed all of it into the general ledger
*> from the printouts. This step builds the ledger journal from
*> the audit trail instead, since every one of those paths writes
*> its changes through RTAUDIT:
*>   - every AUDITDS entry for C, G or H stamped with this
*>     business date - read through the business-date key, so
*>     only the day's entries are read - contributes its new
*>     value minus its old value to the net movement of the
*>     account's branch (B) and product (the E code of its first
*>     SUB entry);
*>   - an RT0150 branch transfer (an entry for field B) moves the
*>     account's balance - C plus G plus H as it stood at the
*>     moment of the transfer - out of the old branch and into the
*>     new one. Movement stamped before the transfer belongs to the
*>     old branch, movement after it to the new one. An account
*>     moved more than once in the day is followed transfer by
*>     transfer on the timestamps;
*>   - an account purged by RT0210 is no longer on the master, so
*>     its branch and product are taken from the day's purge
*>     archive (ROOTARCH).
*> Each branch and product's net movement is looked up on the GL
*> account mapping master (GLMAP, layout GLMAP.CPY, kept in
*> branch / E code sequence and table-loaded and searched with
*> SEARCH ALL like RATEM) and written to the journal (GLJRNL,
*> layout GLJRNL.CPY) as one debit/credit pair: a net increase
*> debits the contra account and credits the ledger account, a
*> net decrease the reverse. The trailer carries the line count
*> and the debit and credit totals, which always agree.
*>
*> Movement that cannot be journalled - no GLMAP entry for its
*> branch and product, an account on neither the master nor the
*> archive, an account with no SUB entry, an unreadable audit
*> value - is never dropped: it is printed as a suspense line on
*> the exceptions report (GLXCPT) with the reason, and the run
*> ends with RETURN-CODE 4 so the suspense total gets cleared
*> before the ledger closes. A missing mapping master refuses the
*> run with RETURN-CODE 16, and so does a day with more branch and
*> product movements than the 2000 the table holds - no journal
*> is written rather than a short one.
*>
*> Job start and end are registered through RTRUNCTL against
*> ROOTMSTR so the master cannot move while it is being
*> journalled.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  BUSINESS DATE FROM THE CALENDAR (RTBUSDAT); THE
*>                    DAY'S AUDIT ENTRIES ARE SELECTED ON THEIR
*>                    BUSINESS DATE INSTEAD OF THEIR TIMESTAMP.
*>   2026-10-15  ACP  AUDITDS IS NOW INDEXED; STILL READ WHOLE, IN
*>                    ACCOUNT AND TIMESTAMP ORDER.
*>   2026-10-15  ACP  A TRANSFER IS MATCHED ON ACCOUNT AND TIMESTAMP SO
*>                    AN ACCOUNT MOVED TWICE IN A DAY IS SPLIT BETWEEN
*>                    ITS BRANCHES CORRECTLY; MOVEMENT TABLE OVERFLOW
*>                    ABANDONS THE RUN WITH NO JOURNAL WRITTEN.
*>   2026-10-15  ACP  THE DAY'S AUDIT ENTRIES ARE READ THROUGH THE
*>                    BUSINESS-DATE KEY INSTEAD OF THE WHOLE TRAIL.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GLMAP-FILE ASSIGN TO "GLMAP"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-GLM-FILE-STATUS.
    SELECT ROOT-MASTER ASSIGN TO "ROOTMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS A OF ROOT-MASTER-REC
        FILE STATUS IS RT-MSTR-FILE-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO "ROOTARCH"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-ARC-FILE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITDS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RT-AUD-RECORD-KEY OF RT-AUDIT-REC
        ALTERNATE RECORD KEY IS RT-AUD-BUSINESS-DATE OF RT-AUDIT-REC
            WITH DUPLICATES
        FILE STATUS IS RT-AUD-FILE-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-JNL-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "GLXCPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  GLMAP-FILE.
    COPY "glmap".
FD  ROOT-MASTER
    RECORD IS VARYING IN SIZE FROM 6 TO 2000 CHARACTERS
    DEPENDING ON RT-MSTR-REC-LEN.
01  ROOT-MASTER-REC.
    COPY "a".
FD  ARCHIVE-FILE
    RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
    DEPENDING ON RT-ARC-REC-LEN.
    COPY "rtfile" REPLACING ==SUB-COUNT== BY ==ARC-SUB-COUNT==.
FD  AUDIT-FILE.
    COPY "rtaudit".
FD  JOURNAL-FILE.
    COPY "gljrnl".
FD  REPORT-FILE.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  RT-MSTR-REC-LEN                 PIC 9(4) COMP.
01  RT-ARC-REC-LEN                  PIC 9(4) COMP.
77  RT-GLM-FILE-STATUS              PIC X(2).
77  RT-MSTR-FILE-STATUS             PIC X(2).
77  RT-ARC-FILE-STATUS              PIC X(2).
77  RT-AUD-FILE-STATUS              PIC X(2).
77  RT-JNL-FILE-STATUS              PIC X(2).
77  RT-GLM-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-GLM-EOF                  VALUE "Y".
77  RT-ARC-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-ARC-EOF                  VALUE "Y".
77  RT-AUDIT-EOF-SWITCH             PIC X(1) VALUE "N".
    88  RT-AUDIT-EOF                VALUE "Y".
77  RT-ABANDON-SWITCH               PIC X(1) VALUE "N".
    88  RT-RUN-ABANDONED            VALUE "Y".
77  RT-MSTR-OPEN-SWITCH             PIC X(1) VALUE "N".
    88  RT-MSTR-OPEN                VALUE "Y".
77  RT-VALUE-BAD-SWITCH             PIC X(1).
    88  RT-VALUE-BAD                VALUE "Y".
77  RT-RESOLVED-SWITCH              PIC X(1).
    88  RT-ACCOUNT-RESOLVED         VALUE "Y".
77  RT-RUN-DATE                     PIC 9(8).
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".

77  RT-AUDIT-READ-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-AUDIT-USED-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-TRANSFER-USED-COUNT          PIC 9(9) COMP VALUE ZERO.
77  RT-SUSPENSE-COUNT               PIC 9(9) COMP VALUE ZERO.
77  RT-JOURNAL-LINE-COUNT           PIC 9(9) COMP VALUE ZERO.
77  RT-SUSPENSE-TOTAL               PIC S9(11)V99 COMP-3 VALUE ZERO.
77  RT-TOTAL-DEBIT                  PIC 9(13)V99 COMP-3 VALUE ZERO.
77  RT-TOTAL-CREDIT                 PIC 9(13)V99 COMP-3 VALUE ZERO.

77  RT-PARSE-INT                    PIC 9(5).
77  RT-PARSE-DEC                    PIC 9(2).
77  RT-WORK-OLD                     PIC S9(7)V99.
77  RT-WORK-NEW                     PIC S9(7)V99.
77  RT-MOVE-AMOUNT                  PIC S9(9)V99.
01  RT-C-PARSE-WORK                 PIC X(6).
77  RT-C-SIGN-COUNT                 PIC 9(2) COMP.
77  RT-C-MAGNITUDE                  PIC 9(6).

77  RT-POST-ACCOUNT                 PIC X(6).
77  RT-POST-FIELD                   PIC X(8).
77  RT-POST-AMOUNT                  PIC S9(11)V99 COMP-3.
77  RT-POST-REASON                  PIC X(40).
01  RT-POST-KEY.
    05  RT-POST-BRANCH              PIC X(4).
    05  RT-POST-ECODE               PIC X(3).

77  RT-ACCT-BALANCE                 PIC S9(11)V99 COMP-3.
77  RT-ACCT-FOUND-SWITCH            PIC X(1).
    88  RT-ACCT-FOUND               VALUE "Y".

01  RT-GLM-TABLE-CTL.
    05  RT-GLM-ENTRY-COUNT          PIC 9(4) COMP VALUE ZERO.
    05  RT-GLM-TABLE OCCURS 1 TO 2000 TIMES
            DEPENDING ON RT-GLM-ENTRY-COUNT
            ASCENDING KEY IS RT-GLM-KEY
            INDEXED BY RT-GLM-IDX.
        10  RT-GLM-KEY.
            15  RT-GLM-BRANCH       PIC X(4).
            15  RT-GLM-ECODE        PIC X(3).
        10  RT-GLM-LEDGER-ACCOUNT   PIC X(10).
        10  RT-GLM-CONTRA-ACCOUNT   PIC X(10).

77  RT-ARC-SCAN-IDX                 PIC 9(5) COMP.
77  RT-ARC-FOUND-POS                PIC 9(5) COMP.
01  RT-ARC-TABLE-CTL.
    05  RT-ARC-ENTRY-COUNT          PIC 9(5) COMP VALUE ZERO.
    05  RT-ARC-TABLE OCCURS 1 TO 5000 TIMES
            DEPENDING ON RT-ARC-ENTRY-COUNT.
        10  RT-ARC-KEY-A            PIC X(6).
        10  RT-ARC-BRANCH           PIC X(4).
        10  RT-ARC-ECODE            PIC X(3).
        10  RT-ARC-C                PIC S9(5).

77  RT-XFR-SCAN-IDX                 PIC 9(5) COMP.
77  RT-XFR-FOUND-POS                PIC 9(5) COMP.
77  RT-XFR-IDX                      PIC 9(5) COMP.
01  RT-XFR-TABLE-CTL.
    05  RT-XFR-ENTRY-COUNT          PIC 9(5) COMP VALUE ZERO.
    05  RT-XFR-TABLE OCCURS 1 TO 5000 TIMES
            DEPENDING ON RT-XFR-ENTRY-COUNT.
        10  RT-XFR-KEY-A            PIC X(6).
        10  RT-XFR-OLD-BRANCH       PIC X(4).
        10  RT-XFR-NEW-BRANCH       PIC X(4).
        10  RT-XFR-TIMESTAMP        PIC X(14).
        10  RT-XFR-LATER-MOVEMENT   PIC S9(11)V99 COMP-3.

77  RT-MVT-SCAN-IDX                 PIC 9(4) COMP.
77  RT-MVT-FOUND-POS                PIC 9(4) COMP.
77  RT-MVT-INSERT-POS               PIC 9(4) COMP.
77  RT-MVT-SHIFT-IDX                PIC 9(4) COMP.
77  RT-MVT-PRINT-IDX                PIC 9(4) COMP.
01  RT-MVT-TABLE-CTL.
    05  RT-MVT-ENTRY-COUNT          PIC 9(4) COMP VALUE ZERO.
    05  RT-MVT-TABLE OCCURS 1 TO 2000 TIMES
            DEPENDING ON RT-MVT-ENTRY-COUNT.
        10  RT-MVT-KEY.
            15  RT-MVT-BRANCH       PIC X(4).
            15  RT-MVT-ECODE        PIC X(3).
        10  RT-MVT-LEDGER-ACCOUNT   PIC X(10).
        10  RT-MVT-CONTRA-ACCOUNT   PIC X(10).
        10  RT-MVT-NET              PIC S9(11)V99 COMP-3.

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RT-RUNLOG-ENTRY==.

01  RT-HEADING-LINE-1.
    05  FILLER                      PIC X(45)
        VALUE "RT0300 - GL JOURNAL EXCEPTIONS AND SUSPENSE, ".
    05  FILLER                      PIC X(14) VALUE "BUSINESS DATE ".
    05  RT-H-DATE                   PIC X(8).
01  RT-HEADING-LINE-2.
    05  FILLER                      PIC X(10) VALUE "SUSPENSE  ".
    05  FILLER                      PIC X(7)  VALUE "ACCOUNT".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(8)  VALUE "FIELD   ".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(6)  VALUE "BRANCH".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(4)  VALUE "PROD".
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  FILLER                      PIC X(15) VALUE "         AMOUNT".
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  FILLER                      PIC X(6)  VALUE "REASON".

01  RT-SUSPENSE-LINE.
    05  FILLER                      PIC X(10) VALUE "SUSPENSE  ".
    05  RT-S-ACCOUNT                PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-S-FIELD                  PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-S-BRANCH                 PIC X(4).
    05  FILLER                      PIC X(3)  VALUE SPACES.
    05  RT-S-ECODE                  PIC X(3).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-S-AMOUNT                 PIC -(11)9.99.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-S-REASON                 PIC X(40).

01  RT-TOTAL-LINE.
    05  RT-T-LABEL                  PIC X(24).
    05  FILLER                      PIC X(2)  VALUE ": ".
    05  RT-T-AMOUNT                 PIC -(13)9.99.
    05  FILLER                      PIC X(12) VALUE "  LINES   : ".
    05  RT-T-COUNT                  PIC Z(8)9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF NOT RT-RUN-ABANDONED
        PERFORM 2000-COLLECT-TRANSFERS THRU 2000-EXIT
        PERFORM 3000-SUM-AUDIT-MOVEMENT THRU 3000-EXIT
    END-IF
    IF NOT RT-RUN-ABANDONED
        PERFORM 4000-POST-TRANSFERS
    END-IF
    IF NOT RT-RUN-ABANDONED
        PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
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
        DISPLAY "RT0300 - BUSINESS DATE NOT ON THE CALENDAR, RETURN"
            " CODE " RT-BDT-RETURN-CODE " - CALENDAR DATE "
            BD-BUSINESS-DATE " USED"
    END-IF
    MOVE BD-BUSINESS-DATE TO RT-RUN-DATE
    OPEN OUTPUT REPORT-FILE
    MOVE RT-RUN-DATE TO RT-H-DATE
    WRITE REPORT-LINE FROM RT-HEADING-LINE-1
    WRITE REPORT-LINE FROM RT-HEADING-LINE-2
    PERFORM 1100-LOAD-GLMAP-TABLE THRU 1100-EXIT
    IF RT-GLM-ENTRY-COUNT = ZERO
        DISPLAY "RT0300 - NO GL MAPPING ENTRIES - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    PERFORM 1300-LOAD-ARCHIVE-TABLE THRU 1300-EXIT
    OPEN INPUT ROOT-MASTER
    IF RT-MSTR-FILE-STATUS = "35"
        DISPLAY "RT0300 - NO ROOT MASTER FOUND - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-MSTR-OPEN TO TRUE.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0300"   TO RT-RUN-JOB-NAME
    MOVE "ROOTMSTR" TO RT-RUN-DATASET
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0300 - A JOB IS STILL RUNNING AGAINST ROOTMSTR"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0300 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

1100-LOAD-GLMAP-TABLE.
    OPEN INPUT GLMAP-FILE
    IF RT-GLM-FILE-STATUS = "35"
        GO TO 1100-EXIT
    END-IF
    PERFORM 1150-LOAD-ONE-MAPPING THRU 1150-EXIT
        UNTIL RT-GLM-EOF
    CLOSE GLMAP-FILE.
1100-EXIT.
    EXIT.

1150-LOAD-ONE-MAPPING.
    READ GLMAP-FILE
        AT END
            SET RT-GLM-EOF TO TRUE
            GO TO 1150-EXIT
    END-READ
    ADD 1 TO RT-GLM-ENTRY-COUNT
    MOVE GM-KEY            TO RT-GLM-KEY (RT-GLM-ENTRY-COUNT)
    MOVE GM-LEDGER-ACCOUNT
        TO RT-GLM-LEDGER-ACCOUNT (RT-GLM-ENTRY-COUNT)
    MOVE GM-CONTRA-ACCOUNT
        TO RT-GLM-CONTRA-ACCOUNT (RT-GLM-ENTRY-COUNT).
1150-EXIT.
    EXIT.

1300-LOAD-ARCHIVE-TABLE.
    OPEN INPUT ARCHIVE-FILE
    IF RT-ARC-FILE-STATUS = "35"
        GO TO 1300-EXIT
    END-IF
    PERFORM 1350-LOAD-ONE-ARCHIVED-ACCOUNT THRU 1350-EXIT
        UNTIL RT-ARC-EOF
    CLOSE ARCHIVE-FILE.
1300-EXIT.
    EXIT.

1350-LOAD-ONE-ARCHIVED-ACCOUNT.
    READ ARCHIVE-FILE
        AT END
            SET RT-ARC-EOF TO TRUE
            GO TO 1350-EXIT
    END-READ
    IF NOT RT-TYPE-DETAIL
        GO TO 1350-EXIT
    END-IF
    IF RT-ARC-ENTRY-COUNT = 5000
        DISPLAY "RT0300 - MORE THAN 5000 ARCHIVED ACCOUNTS - THE"
            " REST GO TO SUSPENSE"
        SET RT-ARC-EOF TO TRUE
        GO TO 1350-EXIT
    END-IF
    ADD 1 TO RT-ARC-ENTRY-COUNT
    MOVE A OF RT-DETAIL-RECORD TO RT-ARC-KEY-A (RT-ARC-ENTRY-COUNT)
    MOVE B OF RT-DETAIL-RECORD TO RT-ARC-BRANCH (RT-ARC-ENTRY-COUNT)
    MOVE C OF RT-DETAIL-RECORD TO RT-ARC-C (RT-ARC-ENTRY-COUNT)
    IF ARC-SUB-COUNT > ZERO
        MOVE E OF RT-DETAIL-RECORD (1)
            TO RT-ARC-ECODE (RT-ARC-ENTRY-COUNT)
    ELSE
        MOVE SPACES TO RT-ARC-ECODE (RT-ARC-ENTRY-COUNT)
    END-IF.
1350-EXIT.
    EXIT.

2000-COLLECT-TRANSFERS.
    OPEN INPUT AUDIT-FILE
    IF RT-AUD-FILE-STATUS = "35"
        DISPLAY "RT0300 - NO AUDIT FILE FOUND, NO MOVEMENT TO JOURNAL"
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2000-EXIT
    END-IF
    MOVE RT-RUN-DATE TO RT-AUD-BUSINESS-DATE
    START AUDIT-FILE KEY IS EQUAL TO RT-AUD-BUSINESS-DATE
        INVALID KEY
            SET RT-AUDIT-EOF TO TRUE
    END-START
    PERFORM 2100-COLLECT-ONE-TRANSFER THRU 2100-EXIT
        UNTIL RT-AUDIT-EOF
    CLOSE AUDIT-FILE.
2000-EXIT.
    EXIT.

2100-COLLECT-ONE-TRANSFER.
    READ AUDIT-FILE NEXT RECORD
        AT END
            SET RT-AUDIT-EOF TO TRUE
            GO TO 2100-EXIT
    END-READ
    IF RT-AUD-BUSINESS-DATE NOT = RT-RUN-DATE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2100-EXIT
    END-IF
    IF RT-AUD-FIELD-NAME NOT = "B       "
        GO TO 2100-EXIT
    END-IF
    IF RT-XFR-ENTRY-COUNT = 5000
        DISPLAY "RT0300 - MORE THAN 5000 BRANCH TRANSFERS - RUN"
            " ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO RT-XFR-ENTRY-COUNT
    MOVE RT-AUD-KEY-A   TO RT-XFR-KEY-A (RT-XFR-ENTRY-COUNT)
    MOVE RT-AUD-OLD-VALUE (1:4)
        TO RT-XFR-OLD-BRANCH (RT-XFR-ENTRY-COUNT)
    MOVE RT-AUD-NEW-VALUE (1:4)
        TO RT-XFR-NEW-BRANCH (RT-XFR-ENTRY-COUNT)
    MOVE RT-AUD-TIMESTAMP TO RT-XFR-TIMESTAMP (RT-XFR-ENTRY-COUNT)
    MOVE ZERO TO RT-XFR-LATER-MOVEMENT (RT-XFR-ENTRY-COUNT).
2100-EXIT.
    EXIT.

3000-SUM-AUDIT-MOVEMENT.
    IF RT-RUN-ABANDONED
        GO TO 3000-EXIT
    END-IF
    MOVE "N" TO RT-AUDIT-EOF-SWITCH
    OPEN INPUT AUDIT-FILE
    IF RT-AUD-FILE-STATUS = "35"
        SET RT-AUDIT-EOF TO TRUE
        GO TO 3000-EXIT
    END-IF
    MOVE RT-RUN-DATE TO RT-AUD-BUSINESS-DATE
    START AUDIT-FILE KEY IS EQUAL TO RT-AUD-BUSINESS-DATE
        INVALID KEY
            SET RT-AUDIT-EOF TO TRUE
    END-START
    PERFORM 3100-SUM-ONE-AUDIT-ENTRY THRU 3100-EXIT
        UNTIL RT-AUDIT-EOF
    CLOSE AUDIT-FILE.
3000-EXIT.
    EXIT.

3100-SUM-ONE-AUDIT-ENTRY.
    READ AUDIT-FILE NEXT RECORD
        AT END
            SET RT-AUDIT-EOF TO TRUE
            GO TO 3100-EXIT
    END-READ
    IF RT-AUD-BUSINESS-DATE NOT = RT-RUN-DATE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO RT-AUDIT-READ-COUNT
    MOVE "N" TO RT-VALUE-BAD-SWITCH
    EVALUATE RT-AUD-FIELD-NAME
        WHEN "C       "
            PERFORM 3200-PARSE-C-VALUES THRU 3200-EXIT
        WHEN "G       "
            PERFORM 3300-PARSE-G-VALUES
        WHEN "H       "
            PERFORM 3400-PARSE-H-VALUES
        WHEN OTHER
            GO TO 3100-EXIT
    END-EVALUATE
    MOVE RT-AUD-KEY-A      TO RT-POST-ACCOUNT
    MOVE RT-AUD-FIELD-NAME TO RT-POST-FIELD
    IF RT-VALUE-BAD
        MOVE SPACES TO RT-POST-KEY
        MOVE ZERO   TO RT-POST-AMOUNT
        MOVE "AUDIT VALUE UNREADABLE" TO RT-POST-REASON
        PERFORM 3900-WRITE-SUSPENSE-LINE
        GO TO 3100-EXIT
    END-IF
    COMPUTE RT-MOVE-AMOUNT = RT-WORK-NEW - RT-WORK-OLD
    IF RT-MOVE-AMOUNT = ZERO
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO RT-AUDIT-USED-COUNT
    MOVE RT-MOVE-AMOUNT TO RT-POST-AMOUNT
    PERFORM 3500-RESOLVE-BRANCH-PRODUCT THRU 3500-EXIT
    IF RT-ACCOUNT-RESOLVED
        PERFORM 3700-POST-MOVEMENT THRU 3700-EXIT
    ELSE
        PERFORM 3900-WRITE-SUSPENSE-LINE
    END-IF.
3100-EXIT.
    EXIT.

3200-PARSE-C-VALUES.
    MOVE RT-AUD-OLD-VALUE (1:6) TO RT-C-PARSE-WORK
    PERFORM 3250-PARSE-C-WORK
    IF RT-VALUE-BAD
        GO TO 3200-EXIT
    END-IF
    MOVE RT-WORK-NEW TO RT-WORK-OLD
    MOVE RT-AUD-NEW-VALUE (1:6) TO RT-C-PARSE-WORK
    PERFORM 3250-PARSE-C-WORK.
3200-EXIT.
    EXIT.

3250-PARSE-C-WORK.
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

3300-PARSE-G-VALUES.
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

3400-PARSE-H-VALUES.
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

3500-RESOLVE-BRANCH-PRODUCT.
    MOVE "N" TO RT-RESOLVED-SWITCH
    PERFORM 3550-LOCATE-ACCOUNT THRU 3550-EXIT
    IF NOT RT-ACCT-FOUND
        MOVE SPACES TO RT-POST-KEY
        MOVE "ACCOUNT NOT ON MASTER OR PURGE ARCHIVE"
            TO RT-POST-REASON
        GO TO 3500-EXIT
    END-IF
    PERFORM 3600-FIND-TRANSFER
    IF RT-XFR-FOUND-POS > ZERO
        MOVE RT-XFR-OLD-BRANCH (RT-XFR-FOUND-POS) TO RT-POST-BRANCH
    END-IF
    IF RT-POST-ECODE = SPACES
        MOVE "ACCOUNT HAS NO PRODUCT (SUB) ENTRY" TO RT-POST-REASON
        GO TO 3500-EXIT
    END-IF
    SET RT-ACCOUNT-RESOLVED TO TRUE.
3500-EXIT.
    EXIT.

3550-LOCATE-ACCOUNT.
    MOVE "N" TO RT-ACCT-FOUND-SWITCH
    MOVE SPACES TO RT-POST-KEY
    MOVE ZERO TO RT-ACCT-BALANCE
    MOVE RT-POST-ACCOUNT TO A OF ROOT-MASTER-REC
    READ ROOT-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET RT-ACCT-FOUND TO TRUE
    END-READ
    IF RT-ACCT-FOUND
        MOVE B OF ROOT-MASTER-REC TO RT-POST-BRANCH
        IF SUB-COUNT OF ROOT-MASTER-REC > ZERO
            MOVE E OF ROOT-MASTER-REC (1) TO RT-POST-ECODE
        END-IF
        COMPUTE RT-ACCT-BALANCE = C OF ROOT-MASTER-REC
            + G OF ROOT-MASTER-REC + H OF ROOT-MASTER-REC
        GO TO 3550-EXIT
    END-IF
    MOVE ZERO TO RT-ARC-FOUND-POS
    PERFORM 3560-MATCH-ONE-ARCHIVED
        VARYING RT-ARC-SCAN-IDX FROM 1 BY 1
        UNTIL RT-ARC-SCAN-IDX > RT-ARC-ENTRY-COUNT
           OR RT-ARC-FOUND-POS > ZERO
    IF RT-ARC-FOUND-POS > ZERO
        SET RT-ACCT-FOUND TO TRUE
        MOVE RT-ARC-BRANCH (RT-ARC-FOUND-POS) TO RT-POST-BRANCH
        MOVE RT-ARC-ECODE (RT-ARC-FOUND-POS)  TO RT-POST-ECODE
        MOVE RT-ARC-C (RT-ARC-FOUND-POS)      TO RT-ACCT-BALANCE
    END-IF.
3550-EXIT.
    EXIT.

3560-MATCH-ONE-ARCHIVED.
    IF RT-ARC-KEY-A (RT-ARC-SCAN-IDX) = RT-POST-ACCOUNT
        MOVE RT-ARC-SCAN-IDX TO RT-ARC-FOUND-POS
    END-IF.

3600-FIND-TRANSFER.
    MOVE ZERO TO RT-XFR-FOUND-POS
    PERFORM 3650-MATCH-ONE-TRANSFER
        VARYING RT-XFR-SCAN-IDX FROM 1 BY 1
        UNTIL RT-XFR-SCAN-IDX > RT-XFR-ENTRY-COUNT.

3650-MATCH-ONE-TRANSFER.
    IF RT-XFR-KEY-A (RT-XFR-SCAN-IDX) = RT-POST-ACCOUNT
        IF RT-AUD-TIMESTAMP < RT-XFR-TIMESTAMP (RT-XFR-SCAN-IDX)
            IF RT-XFR-FOUND-POS = ZERO
                MOVE RT-XFR-SCAN-IDX TO RT-XFR-FOUND-POS
            ELSE
                IF RT-XFR-TIMESTAMP (RT-XFR-SCAN-IDX)
                    < RT-XFR-TIMESTAMP (RT-XFR-FOUND-POS)
                    MOVE RT-XFR-SCAN-IDX TO RT-XFR-FOUND-POS
                END-IF
            END-IF
        ELSE
            ADD RT-POST-AMOUNT
                TO RT-XFR-LATER-MOVEMENT (RT-XFR-SCAN-IDX)
        END-IF
    END-IF.

3700-POST-MOVEMENT.
    SET RT-GLM-IDX TO 1
    SEARCH ALL RT-GLM-TABLE
        AT END
            MOVE "NO GL MAPPING FOR BRANCH AND PRODUCT"
                TO RT-POST-REASON
            PERFORM 3900-WRITE-SUSPENSE-LINE
            GO TO 3700-EXIT
        WHEN RT-GLM-KEY (RT-GLM-IDX) = RT-POST-KEY
            CONTINUE
    END-SEARCH
    MOVE ZERO TO RT-MVT-FOUND-POS
    PERFORM 3750-MATCH-ONE-MOVEMENT
        VARYING RT-MVT-SCAN-IDX FROM 1 BY 1
        UNTIL RT-MVT-SCAN-IDX > RT-MVT-ENTRY-COUNT
           OR RT-MVT-FOUND-POS > ZERO
    IF RT-MVT-FOUND-POS = ZERO
        IF RT-MVT-ENTRY-COUNT = 2000
            DISPLAY "RT0300 - MORE THAN 2000 BRANCH AND PRODUCT"
                " MOVEMENTS - RUN ABANDONED"
            MOVE 16 TO RETURN-CODE
            SET RT-RUN-ABANDONED TO TRUE
            SET RT-AUDIT-EOF TO TRUE
            GO TO 3700-EXIT
        END-IF
        PERFORM 3800-INSERT-MOVEMENT-IN-SEQUENCE
    END-IF
    ADD RT-POST-AMOUNT TO RT-MVT-NET (RT-MVT-FOUND-POS).
3700-EXIT.
    EXIT.

3750-MATCH-ONE-MOVEMENT.
    IF RT-MVT-KEY (RT-MVT-SCAN-IDX) = RT-POST-KEY
        MOVE RT-MVT-SCAN-IDX TO RT-MVT-FOUND-POS
    END-IF.

3800-INSERT-MOVEMENT-IN-SEQUENCE.
    MOVE ZERO TO RT-MVT-INSERT-POS
    PERFORM 3850-SCAN-INSERT-POSITION THRU 3850-EXIT
        VARYING RT-MVT-SCAN-IDX FROM 1 BY 1
        UNTIL RT-MVT-SCAN-IDX > RT-MVT-ENTRY-COUNT
           OR RT-MVT-INSERT-POS > ZERO
    IF RT-MVT-INSERT-POS = ZERO
        COMPUTE RT-MVT-INSERT-POS = RT-MVT-ENTRY-COUNT + 1
    END-IF
    ADD 1 TO RT-MVT-ENTRY-COUNT
    PERFORM 3870-SHIFT-ENTRY-DOWN
        VARYING RT-MVT-SHIFT-IDX FROM RT-MVT-ENTRY-COUNT BY -1
        UNTIL RT-MVT-SHIFT-IDX NOT > RT-MVT-INSERT-POS
    MOVE RT-POST-KEY TO RT-MVT-KEY (RT-MVT-INSERT-POS)
    MOVE RT-GLM-LEDGER-ACCOUNT (RT-GLM-IDX)
        TO RT-MVT-LEDGER-ACCOUNT (RT-MVT-INSERT-POS)
    MOVE RT-GLM-CONTRA-ACCOUNT (RT-GLM-IDX)
        TO RT-MVT-CONTRA-ACCOUNT (RT-MVT-INSERT-POS)
    MOVE ZERO TO RT-MVT-NET (RT-MVT-INSERT-POS)
    MOVE RT-MVT-INSERT-POS TO RT-MVT-FOUND-POS.

3850-SCAN-INSERT-POSITION.
    IF RT-MVT-KEY (RT-MVT-SCAN-IDX) > RT-POST-KEY
        MOVE RT-MVT-SCAN-IDX TO RT-MVT-INSERT-POS
    END-IF.
3850-EXIT.
    EXIT.

3870-SHIFT-ENTRY-DOWN.
    MOVE RT-MVT-TABLE (RT-MVT-SHIFT-IDX - 1)
        TO RT-MVT-TABLE (RT-MVT-SHIFT-IDX).

3900-WRITE-SUSPENSE-LINE.
    ADD 1 TO RT-SUSPENSE-COUNT
    ADD RT-POST-AMOUNT    TO RT-SUSPENSE-TOTAL
    MOVE RT-POST-ACCOUNT  TO RT-S-ACCOUNT
    MOVE RT-POST-FIELD    TO RT-S-FIELD
    MOVE RT-POST-BRANCH   TO RT-S-BRANCH
    MOVE RT-POST-ECODE    TO RT-S-ECODE
    MOVE RT-POST-AMOUNT   TO RT-S-AMOUNT
    MOVE RT-POST-REASON   TO RT-S-REASON
    WRITE REPORT-LINE FROM RT-SUSPENSE-LINE.

4000-POST-TRANSFERS.
    PERFORM 4100-POST-ONE-TRANSFER THRU 4100-EXIT
        VARYING RT-XFR-IDX FROM 1 BY 1
        UNTIL RT-XFR-IDX > RT-XFR-ENTRY-COUNT
           OR RT-RUN-ABANDONED.

4100-POST-ONE-TRANSFER.
    MOVE RT-XFR-KEY-A (RT-XFR-IDX) TO RT-POST-ACCOUNT
    MOVE "B"                       TO RT-POST-FIELD
    PERFORM 3550-LOCATE-ACCOUNT THRU 3550-EXIT
    IF NOT RT-ACCT-FOUND
        MOVE SPACES TO RT-POST-KEY
        MOVE ZERO   TO RT-POST-AMOUNT
        MOVE "TRANSFERRED ACCOUNT NOT ON MASTER OR ARCHIVE"
            TO RT-POST-REASON
        PERFORM 3900-WRITE-SUSPENSE-LINE
        GO TO 4100-EXIT
    END-IF
    COMPUTE RT-POST-AMOUNT =
        RT-ACCT-BALANCE - RT-XFR-LATER-MOVEMENT (RT-XFR-IDX)
    IF RT-POST-AMOUNT = ZERO
        GO TO 4100-EXIT
    END-IF
    ADD 1 TO RT-TRANSFER-USED-COUNT
    IF RT-POST-ECODE = SPACES
        MOVE RT-XFR-NEW-BRANCH (RT-XFR-IDX) TO RT-POST-BRANCH
        MOVE "ACCOUNT HAS NO PRODUCT (SUB) ENTRY" TO RT-POST-REASON
        PERFORM 3900-WRITE-SUSPENSE-LINE
        GO TO 4100-EXIT
    END-IF
    MOVE RT-XFR-NEW-BRANCH (RT-XFR-IDX) TO RT-POST-BRANCH
    PERFORM 3700-POST-MOVEMENT THRU 3700-EXIT
    MOVE RT-XFR-OLD-BRANCH (RT-XFR-IDX) TO RT-POST-BRANCH
    COMPUTE RT-POST-AMOUNT = ZERO - RT-POST-AMOUNT
    PERFORM 3700-POST-MOVEMENT THRU 3700-EXIT.
4100-EXIT.
    EXIT.

5000-WRITE-JOURNAL.
    OPEN OUTPUT JOURNAL-FILE
    IF RT-JNL-FILE-STATUS NOT = "00"
        DISPLAY "RT0300 - GL JOURNAL NOT OPENED, FILE STATUS "
            RT-JNL-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        GO TO 5000-EXIT
    END-IF
    MOVE SPACES      TO GL-JOURNAL-HEADER
    MOVE "H"         TO GJH-REC-TYPE
    MOVE RT-RUN-DATE TO GJH-BUSINESS-DATE
    MOVE "RT0300"    TO GJH-CREATING-JOB
    WRITE GL-JOURNAL-HEADER
    PERFORM 5100-WRITE-ONE-JOURNAL-PAIR THRU 5100-EXIT
        VARYING RT-MVT-PRINT-IDX FROM 1 BY 1
        UNTIL RT-MVT-PRINT-IDX > RT-MVT-ENTRY-COUNT
    MOVE SPACES                TO GL-JOURNAL-TRAILER
    MOVE "T"                   TO GJT-REC-TYPE
    MOVE RT-RUN-DATE           TO GJT-BUSINESS-DATE
    MOVE RT-JOURNAL-LINE-COUNT TO GJT-LINE-COUNT
    MOVE RT-TOTAL-DEBIT        TO GJT-TOTAL-DEBIT
    MOVE RT-TOTAL-CREDIT       TO GJT-TOTAL-CREDIT
    WRITE GL-JOURNAL-TRAILER
    CLOSE JOURNAL-FILE.
5000-EXIT.
    EXIT.

5100-WRITE-ONE-JOURNAL-PAIR.
    IF RT-MVT-NET (RT-MVT-PRINT-IDX) = ZERO
        GO TO 5100-EXIT
    END-IF
    MOVE SPACES      TO GL-JOURNAL-RECORD
    MOVE "D"         TO GJ-REC-TYPE
    MOVE RT-RUN-DATE TO GJ-BUSINESS-DATE
    MOVE RT-MVT-BRANCH (RT-MVT-PRINT-IDX) TO GJ-BRANCH
    MOVE RT-MVT-ECODE (RT-MVT-PRINT-IDX)  TO GJ-ECODE
    MOVE "ROOT DAILY NET MOVEMENT"       TO GJ-NARRATIVE
    IF RT-MVT-NET (RT-MVT-PRINT-IDX) > ZERO
        MOVE RT-MVT-NET (RT-MVT-PRINT-IDX) TO GJ-AMOUNT
        MOVE RT-MVT-CONTRA-ACCOUNT (RT-MVT-PRINT-IDX)
            TO GJ-GL-ACCOUNT
    ELSE
        COMPUTE GJ-AMOUNT = ZERO - RT-MVT-NET (RT-MVT-PRINT-IDX)
        MOVE RT-MVT-LEDGER-ACCOUNT (RT-MVT-PRINT-IDX)
            TO GJ-GL-ACCOUNT
    END-IF
    SET GJ-DEBIT TO TRUE
    WRITE GL-JOURNAL-RECORD
    ADD GJ-AMOUNT TO RT-TOTAL-DEBIT
    IF RT-MVT-NET (RT-MVT-PRINT-IDX) > ZERO
        MOVE RT-MVT-LEDGER-ACCOUNT (RT-MVT-PRINT-IDX)
            TO GJ-GL-ACCOUNT
    ELSE
        MOVE RT-MVT-CONTRA-ACCOUNT (RT-MVT-PRINT-IDX)
            TO GJ-GL-ACCOUNT
    END-IF
    SET GJ-CREDIT TO TRUE
    WRITE GL-JOURNAL-RECORD
    ADD GJ-AMOUNT TO RT-TOTAL-CREDIT
    ADD 2 TO RT-JOURNAL-LINE-COUNT.
5100-EXIT.
    EXIT.

8000-PRINT-TOTALS.
    MOVE "JOURNAL DEBITS"        TO RT-T-LABEL
    MOVE RT-TOTAL-DEBIT          TO RT-T-AMOUNT
    MOVE RT-JOURNAL-LINE-COUNT   TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "JOURNAL CREDITS"       TO RT-T-LABEL
    MOVE RT-TOTAL-CREDIT         TO RT-T-AMOUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "SUSPENSE (NOT JOURNALLED)" TO RT-T-LABEL
    MOVE RT-SUSPENSE-TOTAL       TO RT-T-AMOUNT
    MOVE RT-SUSPENSE-COUNT       TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE.

9000-WRAP-UP.
    IF NOT RT-RUN-REFUSED
        IF RT-MSTR-OPEN
            CLOSE ROOT-MASTER
        END-IF
        PERFORM 8000-PRINT-TOTALS
        CLOSE REPORT-FILE
        IF RETURN-CODE < 16
            IF RT-TOTAL-DEBIT NOT = RT-TOTAL-CREDIT
                DISPLAY "RT0300 - JOURNAL DOES NOT BALANCE"
                MOVE 16 TO RETURN-CODE
            ELSE
                IF RT-SUSPENSE-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0300 - AUDIT ENTRIES READ:    " RT-AUDIT-READ-COUNT
    DISPLAY "RT0300 - MOVEMENTS JOURNALLED:  " RT-AUDIT-USED-COUNT
    DISPLAY "RT0300 - TRANSFERS JOURNALLED:  " RT-TRANSFER-USED-COUNT
    DISPLAY "RT0300 - JOURNAL LINES WRITTEN: " RT-JOURNAL-LINE-COUNT
    DISPLAY "RT0300 - SUSPENSE LINES:        " RT-SUSPENSE-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-JOURNAL-LINE-COUNT TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE           TO RT-RUN-RETURN-CODE
    MOVE "E"                   TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0300 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
