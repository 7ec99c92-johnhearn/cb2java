*>***************************************************************
*> RT0220 - AUDIT TRAIL ROLLOVER AND RETENTION CUT-OFF
*>
*> AUDITDS only ever grows - RTAUDIT adds to it from every update
*> path. This periodic rollover splits the trail at a retention
*> cut-off date (AUDROLLP parameter card, one line
*> "CUTOFF=yyyymmdd"): entries whose business date is before the
*> cut-off go to the dated archive file AUDARCH, entries on or
*> after it stay as the live window on AUDITDS.
*>
*> AUDITDS is indexed with the business date as an alternate key
*> (RTAUDIT.CPY), so the rollover reads only the entries it moves:
*> it starts at the front of the business-date key and stops at
*> the cut-off. The archive is indexed in the same layout and on
*> the same keys.
*>
*> The split is proved before it is made permanent. The entries
*> before the cut-off are first written to the archive, and the
*> archive is closed. They are then read again from AUDITDS, each
*> one is read back from the archive by key and compared, and
*> only an entry found on the archive exactly as it is on AUDITDS
*> is deleted from AUDITDS. An entry missing from or different on
*> the archive stops the deletions there and ends the run with
*> RETURN-CODE 16, and so does a deletion count that does not
*> equal the entries read; nothing is ever deleted that is not
*> safely on the archive. A rollover stopped part way is rerun
*> with the same cut-off against the same archive: an entry
*> already archived exactly as it stands is counted, not written
*> twice. One control record per archive cut (entry count, first
*> and last timestamp archived) is appended to AUDARCTL once the
*> cut is complete, so the reconciliation is on record.
*>
*> The archive carries pure RTAUDIT.CPY records and nothing else,
*> so RT0100 answers a history question against an archive exactly
*>
*> MODIFICATION HISTORY
*>   2026-09-02  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  AUDITDS AND AUDARCH ARE NOW INDEXED. THE
*>                    ENTRIES BEFORE THE CUT-OFF ARE READ ALONG THE
*>                    BUSINESS-DATE KEY, ARCHIVED, VERIFIED ON THE
*>                    ARCHIVE BY KEY AND DELETED FROM AUDITDS IN
*>                    PLACE; THE SCRATCH COPY (AUDTEMP) IS GONE.
*>                    THE CUT-OFF IS NOW BY BUSINESS DATE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO "AUDITDS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RT-AUD-RECORD-KEY OF AUDIT-FILE-REC
        ALTERNATE RECORD KEY IS RT-AUD-BUSINESS-DATE OF AUDIT-FILE-REC
            WITH DUPLICATES
        FILE STATUS IS RT-AUD-FILE-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RT-AUD-RECORD-KEY OF ARCHIVE-FILE-REC
        ALTERNATE RECORD KEY IS
            RT-AUD-BUSINESS-DATE OF ARCHIVE-FILE-REC
            WITH DUPLICATES
        FILE STATUS IS RT-ARC-FILE-STATUS.
    SELECT ARCHIVE-CONTROL ASSIGN TO "AUDARCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-ACT-FILE-STATUS.
    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==AUDIT-FILE-REC==.
FD  ARCHIVE-FILE.
    COPY "rtaudit" REPLACING ==RT-AUDIT-REC== BY ==ARCHIVE-FILE-REC==.
FD  ARCHIVE-CONTROL.
01  ARCHIVE-CONTROL-REC.
    05  ACT-CUTOFF-DATE             PIC X(8).
WORKING-STORAGE SECTION.
77  RT-AUD-FILE-STATUS              PIC X(2).
77  RT-ARC-FILE-STATUS              PIC X(2).
77  RT-ACT-FILE-STATUS              PIC X(2).
77  RT-PARM-FILE-STATUS             PIC X(2).
77  RT-AUDIT-EOF-SWITCH             PIC X(1) VALUE "N".
    88  RT-AUDIT-EOF                VALUE "Y".
77  RT-PARM-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-PARM-EOF                 VALUE "Y".
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
77  RT-CUTOFF-SET-SWITCH            PIC X(1) VALUE "N".
    88  RT-CUTOFF-SET               VALUE "Y".
77  RT-AUDIT-OPEN-SWITCH            PIC X(1) VALUE "N".
    88  RT-AUDIT-OPEN               VALUE "Y".
77  RT-ARCHIVE-OPEN-SWITCH          PIC X(1) VALUE "N".
    88  RT-ARCHIVE-OPEN             VALUE "Y".
77  RT-ARCHIVE-FAILED-SWITCH        PIC X(1) VALUE "N".
    88  RT-ARCHIVE-FAILED           VALUE "Y".
77  RT-SPLIT-PROVEN-SWITCH          PIC X(1) VALUE "N".
    88  RT-SPLIT-PROVEN             VALUE "Y".
77  RT-CUTOFF-DATE                  PIC X(8).

77  RT-ENTRIES-READ                 PIC 9(9) COMP VALUE ZERO.
77  RT-ARCHIVED-COUNT               PIC 9(9) COMP VALUE ZERO.
77  RT-ALREADY-ARCHIVED-COUNT       PIC 9(9) COMP VALUE ZERO.
77  RT-DELETED-COUNT                PIC 9(9) COMP VALUE ZERO.
77  RT-FIRST-ARCHIVED-TS            PIC X(14) VALUE SPACES.
77  RT-LAST-ARCHIVED-TS             PIC X(14) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-ARCHIVE-ONE-ENTRY THRU 2000-EXIT
        UNTIL RT-AUDIT-EOF
    PERFORM 8000-PROVE-AND-APPLY-SPLIT THRU 8000-EXIT
    PERFORM 9000-WRAP-UP
        SET RT-AUDIT-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN I-O AUDIT-FILE
    IF RT-AUD-FILE-STATUS = "35"
        DISPLAY "RT0220 - NO AUDIT FILE FOUND, NOTHING TO ROLL OVER"
        SET RT-AUDIT-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    IF RT-AUD-FILE-STATUS NOT = "00"
        DISPLAY "RT0220 - AUDIT FILE NOT OPENED, FILE STATUS "
            RT-AUD-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-AUDIT-OPEN TO TRUE
    PERFORM 1300-OPEN-ARCHIVE THRU 1300-EXIT
    IF RT-ARCHIVE-FAILED
        SET RT-AUDIT-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    PERFORM 1400-START-AT-FIRST-DATE.
1000-EXIT.
    EXIT.

1200-EXIT.
    EXIT.

1300-OPEN-ARCHIVE.
    OPEN I-O ARCHIVE-FILE
    IF RT-ARC-FILE-STATUS = "35"
        OPEN OUTPUT ARCHIVE-FILE
        CLOSE ARCHIVE-FILE
        OPEN I-O ARCHIVE-FILE
    END-IF
    IF RT-ARC-FILE-STATUS NOT = "00"
        DISPLAY "RT0220 - ARCHIVE NOT OPENED, FILE STATUS "
            RT-ARC-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        SET RT-ARCHIVE-FAILED TO TRUE
        GO TO 1300-EXIT
    END-IF
    SET RT-ARCHIVE-OPEN TO TRUE.
1300-EXIT.
    EXIT.

1400-START-AT-FIRST-DATE.
    MOVE LOW-VALUES TO RT-AUD-BUSINESS-DATE OF AUDIT-FILE-REC
    START AUDIT-FILE
        KEY IS NOT LESS THAN RT-AUD-BUSINESS-DATE OF AUDIT-FILE-REC
        INVALID KEY
            SET RT-AUDIT-EOF TO TRUE
    END-START.

2000-ARCHIVE-ONE-ENTRY.
    READ AUDIT-FILE NEXT RECORD INTO RT-WORK-ENTRY
        AT END
            SET RT-AUDIT-EOF TO TRUE
            GO TO 2000-EXIT
    END-READ
    IF RT-AUD-BUSINESS-DATE OF RT-WORK-ENTRY NOT < RT-CUTOFF-DATE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO RT-ENTRIES-READ
    WRITE ARCHIVE-FILE-REC FROM RT-WORK-ENTRY
        INVALID KEY
            CONTINUE
    END-WRITE
    IF RT-ARC-FILE-STATUS = "22"
        PERFORM 2100-CHECK-ALREADY-ARCHIVED THRU 2100-EXIT
        GO TO 2000-EXIT
    END-IF
    IF RT-ARC-FILE-STATUS NOT = "00"
        AND RT-ARC-FILE-STATUS NOT = "02"
        DISPLAY "RT0220 - ARCHIVE WRITE FAILED, FILE STATUS "
            RT-ARC-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        SET RT-ARCHIVE-FAILED TO TRUE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO RT-ARCHIVED-COUNT
    PERFORM 2200-NOTE-TIMESTAMP-RANGE.
2000-EXIT.
    EXIT.

2100-CHECK-ALREADY-ARCHIVED.
    MOVE RT-AUD-RECORD-KEY OF RT-WORK-ENTRY
        TO RT-AUD-RECORD-KEY OF ARCHIVE-FILE-REC
    READ ARCHIVE-FILE
        INVALID KEY
            MOVE SPACES TO ARCHIVE-FILE-REC
    END-READ
    IF ARCHIVE-FILE-REC NOT = RT-WORK-ENTRY
        DISPLAY "RT0220 - ARCHIVE ALREADY HOLDS A DIFFERENT ENTRY"
            " FOR ACCOUNT " RT-AUD-KEY-A OF RT-WORK-ENTRY
            " AT " RT-AUD-TIMESTAMP OF RT-WORK-ENTRY
        MOVE 16 TO RETURN-CODE
        SET RT-ARCHIVE-FAILED TO TRUE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO RT-ALREADY-ARCHIVED-COUNT
    PERFORM 2200-NOTE-TIMESTAMP-RANGE.
2100-EXIT.
    EXIT.

2200-NOTE-TIMESTAMP-RANGE.
    IF RT-FIRST-ARCHIVED-TS = SPACES
        OR RT-AUD-TIMESTAMP OF RT-WORK-ENTRY < RT-FIRST-ARCHIVED-TS
        MOVE RT-AUD-TIMESTAMP OF RT-WORK-ENTRY
            TO RT-FIRST-ARCHIVED-TS
    END-IF
    IF RT-AUD-TIMESTAMP OF RT-WORK-ENTRY > RT-LAST-ARCHIVED-TS
        MOVE RT-AUD-TIMESTAMP OF RT-WORK-ENTRY
            TO RT-LAST-ARCHIVED-TS
    END-IF.

8000-PROVE-AND-APPLY-SPLIT.
    IF RT-RUN-REFUSED OR NOT RT-CUTOFF-SET
        OR NOT RT-AUDIT-OPEN
        GO TO 8000-EXIT
    END-IF
    IF RT-ARCHIVE-FAILED
        DISPLAY "RT0220 - ARCHIVE INCOMPLETE - LIVE AUDIT FILE LEFT"
            " UNTOUCHED"
        GO TO 8000-EXIT
    END-IF
    CLOSE ARCHIVE-FILE
    MOVE "N" TO RT-ARCHIVE-OPEN-SWITCH
    IF RT-ARCHIVED-COUNT + RT-ALREADY-ARCHIVED-COUNT
            NOT = RT-ENTRIES-READ
        DISPLAY "RT0220 - ARCHIVE COUNT MISMATCH - LIVE AUDIT FILE"
            " LEFT UNTOUCHED"
        MOVE 16 TO RETURN-CODE
        GO TO 8000-EXIT
    END-IF
    OPEN INPUT ARCHIVE-FILE
    IF RT-ARC-FILE-STATUS NOT = "00"
        DISPLAY "RT0220 - ARCHIVE NOT REOPENED, FILE STATUS "
            RT-ARC-FILE-STATUS " - LIVE AUDIT FILE LEFT UNTOUCHED"
        MOVE 16 TO RETURN-CODE
        GO TO 8000-EXIT
    END-IF
    SET RT-ARCHIVE-OPEN TO TRUE
    MOVE "N" TO RT-AUDIT-EOF-SWITCH
    PERFORM 1400-START-AT-FIRST-DATE
    PERFORM 8200-REMOVE-ONE-ENTRY THRU 8200-EXIT
        UNTIL RT-AUDIT-EOF
    CLOSE ARCHIVE-FILE
    MOVE "N" TO RT-ARCHIVE-OPEN-SWITCH
    IF RT-DELETED-COUNT NOT = RT-ENTRIES-READ
        DISPLAY "RT0220 - ENTRIES REMOVED DO NOT EQUAL ENTRIES"
            " ARCHIVED - RERUN WITH THE SAME CUTOFF AND ARCHIVE"
        MOVE 16 TO RETURN-CODE
        GO TO 8000-EXIT
    END-IF
    SET RT-SPLIT-PROVEN TO TRUE
    PERFORM 8700-WRITE-CONTROL-RECORD THRU 8700-EXIT.
8000-EXIT.
    EXIT.

8200-REMOVE-ONE-ENTRY.
    READ AUDIT-FILE NEXT RECORD
        AT END
            SET RT-AUDIT-EOF TO TRUE
            GO TO 8200-EXIT
    END-READ
    IF RT-AUD-BUSINESS-DATE OF AUDIT-FILE-REC NOT < RT-CUTOFF-DATE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 8200-EXIT
    END-IF
    MOVE RT-AUD-RECORD-KEY OF AUDIT-FILE-REC
        TO RT-AUD-RECORD-KEY OF ARCHIVE-FILE-REC
    READ ARCHIVE-FILE
        INVALID KEY
            MOVE SPACES TO ARCHIVE-FILE-REC
    END-READ
    IF ARCHIVE-FILE-REC NOT = AUDIT-FILE-REC
        DISPLAY "RT0220 - ENTRY NOT FOUND INTACT ON ARCHIVE, ACCOUNT "
            RT-AUD-KEY-A OF AUDIT-FILE-REC " AT "
            RT-AUD-TIMESTAMP OF AUDIT-FILE-REC " - REMOVAL STOPPED"
        MOVE 16 TO RETURN-CODE
        SET RT-AUDIT-EOF TO TRUE
        GO TO 8200-EXIT
    END-IF
    DELETE AUDIT-FILE RECORD
        INVALID KEY
            DISPLAY "RT0220 - LIVE AUDIT ENTRY NOT DELETED, FILE"
                " STATUS " RT-AUD-FILE-STATUS " - REMOVAL STOPPED"
            MOVE 16 TO RETURN-CODE
            SET RT-AUDIT-EOF TO TRUE
            GO TO 8200-EXIT
    END-DELETE
    ADD 1 TO RT-DELETED-COUNT.
8200-EXIT.
    EXIT.

8700-WRITE-CONTROL-RECORD.
        GO TO 8700-EXIT
    END-IF
    MOVE RT-CUTOFF-DATE       TO ACT-CUTOFF-DATE
    MOVE RT-DELETED-COUNT     TO ACT-ENTRY-COUNT
    MOVE RT-FIRST-ARCHIVED-TS TO ACT-FIRST-TIMESTAMP
    MOVE RT-LAST-ARCHIVED-TS  TO ACT-LAST-TIMESTAMP
    WRITE ARCHIVE-CONTROL-REC
    EXIT.

9000-WRAP-UP.
    IF RT-AUDIT-OPEN
        CLOSE AUDIT-FILE
    END-IF
    IF RT-ARCHIVE-OPEN
        CLOSE ARCHIVE-FILE
    END-IF
    IF NOT RT-RUN-REFUSED
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0220 - AUDIT ENTRIES READ:     " RT-ENTRIES-READ
    DISPLAY "RT0220 - ENTRIES ARCHIVED:       " RT-ARCHIVED-COUNT
    DISPLAY "RT0220 - ALREADY ON ARCHIVE:     "
        RT-ALREADY-ARCHIVED-COUNT
    DISPLAY "RT0220 - ENTRIES REMOVED:        " RT-DELETED-COUNT
    IF RT-SPLIT-PROVEN
        DISPLAY "RT0220 - SPLIT PROVEN AND APPLIED"
    END-IF.

9100-REGISTER-RUN-END.
    MOVE RT-DELETED-COUNT  TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE       TO RT-RUN-RETURN-CODE
    MOVE "E"               TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
