*> for that account stamped AFTER the as-of date is collected,
*> and the entries are reversed in reverse timestamp order - new
*> value back to old value - which works because every update
*> path in the system writes its changes through RTAUDIT. The
*> audit file is indexed on account and timestamp, so the entries
*> are read by key, starting just after the as-of date and
*> stopping at the next account, instead of reading the whole
*> trail.
*>
*> Before each entry is reversed, the field's current value is
*> checked against the entry's new value; a mismatch means the
*>
*> MODIFICATION HISTORY
*>   2026-09-02  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  AUDITDS IS NOW INDEXED; THE ACCOUNT'S ENTRIES
*>                    AFTER THE AS-OF DATE ARE READ BY KEY.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS A OF ROOT-MASTER-REC
        FILE STATUS IS RT-MSTR-FILE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITDS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RT-AUD-RECORD-KEY
        ALTERNATE RECORD KEY IS RT-AUD-BUSINESS-DATE
            WITH DUPLICATES
        FILE STATUS IS RT-AUD-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "SNAPRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2000-EXIT
    END-IF
    MOVE RT-SEL-ACCOUNT TO RT-AUD-KEY-A
    MOVE RT-ASOF-DATE   TO RT-AUD-TIMESTAMP (1:8)
    MOVE "999999"       TO RT-AUD-TIMESTAMP (9:6)
    MOVE 9999           TO RT-AUD-KEY-SEQ
    START AUDIT-FILE KEY IS GREATER THAN RT-AUD-RECORD-KEY
        INVALID KEY
            SET RT-AUDIT-EOF TO TRUE
    END-START
    PERFORM 2100-COLLECT-ONE-ENTRY THRU 2100-EXIT
        UNTIL RT-AUDIT-EOF
    CLOSE AUDIT-FILE.
    EXIT.

2100-COLLECT-ONE-ENTRY.
    READ AUDIT-FILE NEXT RECORD
        AT END
            SET RT-AUDIT-EOF TO TRUE
            GO TO 2100-EXIT
    END-READ
    IF RT-AUD-KEY-A NOT = RT-SEL-ACCOUNT
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO RT-ENTRIES-READ
    IF RT-REPLAY-ENTRY-COUNT = 2000
        DISPLAY "RT0240 - MORE THAN 2000 ENTRIES TO REVERSE - RUN"
            " REFUSED, ROLL THE AUDIT TRAIL FIRST"
