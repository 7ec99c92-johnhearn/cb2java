*>   LEG 3 - the audit trail: the net movement of G and H summed
*>           from this business date's AUDITDS entries (new value
*>           minus old value per entry, as written by RT0080's
*>           refresh). The business date is the calendar's
*>           (RTBUSDAT), and an entry belongs to it by the business
*>           date RTAUDIT stamped on it, not by its clock time, so
*>           a refresh that ran past midnight still reconciles.
*>           The audit file is indexed with the business date as
*>           an alternate key, so only the day's entries are read.
*>
*> The reconciliation statement (RECONRPT) shows all three legs
*> and applies two independent checks. Master versus extract: both
*>                    CONTROL AFTERWARDS; RUN STANDALONE, GOBACK
*>                    STILL ENDS THE RUN UNIT EXACTLY AS STOP RUN
*>                    DID.
*>   2026-10-15  ACP  BUSINESS DATE FROM THE CALENDAR (RTBUSDAT);
*>                    LEG 3 SELECTS ON THE AUDIT ENTRY'S BUSINESS
*>                    DATE INSTEAD OF ITS TIMESTAMP.
*>   2026-10-15  ACP  AUDITDS IS NOW INDEXED; LEG 3 STARTS ON THE
*>                    BUSINESS-DATE KEY AND READS ONLY THE DAY'S
*>                    ENTRIES INSTEAD OF THE WHOLE FILE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT ROOT-FILE ASSIGN TO "ROOTIN"
        ORGANIZATION IS SEQUENTIAL.
    SELECT AUDIT-FILE ASSIGN TO "AUDITDS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RT-AUD-RECORD-KEY
        ALTERNATE RECORD KEY IS RT-AUD-BUSINESS-DATE
            WITH DUPLICATES
        FILE STATUS IS RT-AUD-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "RECONRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
77  RT-BREAK-SWITCH                 PIC X(1) VALUE "N".
    88  RT-RECON-BREAK              VALUE "Y".
77  RT-RUN-DATE                     PIC 9(8).
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".

77  RT-MSTR-COUNT                   PIC 9(9) COMP VALUE ZERO.
77  RT-MSTR-TOTAL-G                 PIC 9(9)V99 COMP-3 VALUE ZERO.
    IF RT-RUN-REFUSED
        GO TO 1000-EXIT
    END-IF
    MOVE SPACES TO BD-CALENDAR-DATE
    CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC RT-BDT-RETURN-CODE
    IF RT-BDT-RETURN-CODE NOT = ZERO
        DISPLAY "RT0170 - BUSINESS DATE NOT ON THE CALENDAR, RETURN"
            " CODE " RT-BDT-RETURN-CODE " - CALENDAR DATE "
            BD-BUSINESS-DATE " USED"
    END-IF
    MOVE BD-BUSINESS-DATE TO RT-RUN-DATE
    OPEN OUTPUT REPORT-FILE
    WRITE REPORT-LINE FROM RT-STMT-HEADING.
1000-EXIT.
        SET RT-AUDIT-EOF TO TRUE
        GO TO 4000-EXIT
    END-IF
    MOVE RT-RUN-DATE TO RT-AUD-BUSINESS-DATE
    START AUDIT-FILE KEY IS EQUAL TO RT-AUD-BUSINESS-DATE
        INVALID KEY
            SET RT-AUDIT-EOF TO TRUE
    END-START
    PERFORM 4100-SUM-ONE-AUDIT-ENTRY THRU 4100-EXIT
        UNTIL RT-AUDIT-EOF
    CLOSE AUDIT-FILE.
    EXIT.

4100-SUM-ONE-AUDIT-ENTRY.
    READ AUDIT-FILE NEXT RECORD
        AT END
            SET RT-AUDIT-EOF TO TRUE
            GO TO 4100-EXIT
    END-READ
    IF RT-AUD-BUSINESS-DATE NOT = RT-RUN-DATE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 4100-EXIT
    END-IF
    ADD 1 TO RT-AUDIT-READ-COUNT
    EVALUATE RT-AUD-FIELD-NAME
        WHEN "G       "
            PERFORM 4200-PARSE-G-VALUES THRU 4200-EXIT
