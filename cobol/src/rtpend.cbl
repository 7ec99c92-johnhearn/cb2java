IDENTIFICATION DIVISION.
PROGRAM-ID.    RTPEND.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RTPEND - PENDING-APPROVAL QUEUE WRITER FOR CORRECTIONS
*>
*> Adds one correction to the pending-approval queue (PENDCORR,
*> layout RTPEND.CPY). Called by RT0070's online correction and
*> RT0230's bulk apply in place of rewriting ROOT-MASTER, so a
*> correction to D or K reaches the master only once a second
*> operator approves it on RT0330. One subprogram writes the queue
*> the same way RTAUDIT is the one writer of the audit trail: the
*> caller supplies the account key, the field, the old value it
*> saw, the new value, the maker's operator id and its own program
*> name; this subprogram stamps the entry time, gives the item the
*> next free sequence number within that second, marks it pending
*> and writes it.
*>
*> CALLING SEQUENCE
*>   CALL "RTPEND" USING LK-PENDING-REC
*>                       LK-PEND-RETURN-CODE
*>
*>   THE CALLER MUST HAVE SET PC-KEY-A, PC-FIELD-NAME,
*>   PC-OLD-VALUE, PC-NEW-VALUE, PC-MAKER-ID, PC-SOURCE AND
*>   PC-EFFECTIVE-DATE BEFORE THE CALL. PC-ITEM-ID AND PC-STATUS
*>   ARE SET BY THIS SUBPROGRAM AND THE DECISION FIELDS ARE
*>   CLEARED.
*>
*>   LK-PEND-RETURN-CODE 00  NORMAL
*>                       95  QUEUE I/O FAILED - ITEM DID NOT PERSIST
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  ITEM CARRIES THE CALLER'S EFFECTIVE DATE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PENDING-FILE ASSIGN TO "PENDCORR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PC-ITEM-ID OF PENDING-FILE-REC
        FILE STATUS IS RT-PND-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PENDING-FILE.
    COPY "rtpend" REPLACING ==RT-PENDING-REC== BY ==PENDING-FILE-REC==.

WORKING-STORAGE SECTION.
77  RT-PND-CALLER-RETCODE           PIC S9(9) COMP.
77  RT-PND-FILE-STATUS              PIC X(2).
77  RT-PND-DATE-NOW                 PIC 9(8).
77  RT-PND-TIME-NOW                 PIC 9(8).
77  RT-PND-WRITTEN-SWITCH           PIC X(1).
    88  RT-PND-WRITTEN              VALUE "Y".

LINKAGE SECTION.
    COPY "rtpend" REPLACING ==RT-PENDING-REC== BY ==LK-PENDING-REC==.
01  LK-PEND-RETURN-CODE             PIC 9(2) COMP.

PROCEDURE DIVISION USING LK-PENDING-REC LK-PEND-RETURN-CODE.
0000-MAIN-LOGIC.
    MOVE RETURN-CODE TO RT-PND-CALLER-RETCODE
    MOVE ZERO TO LK-PEND-RETURN-CODE
    ACCEPT RT-PND-DATE-NOW FROM DATE YYYYMMDD
    ACCEPT RT-PND-TIME-NOW FROM TIME
    STRING RT-PND-DATE-NOW         DELIMITED BY SIZE
           RT-PND-TIME-NOW (1:6)   DELIMITED BY SIZE
        INTO PC-ENTRY-TIMESTAMP OF LK-PENDING-REC
    MOVE ZERO   TO PC-ITEM-SEQ OF LK-PENDING-REC
    MOVE "P"    TO PC-STATUS OF LK-PENDING-REC
    MOVE SPACES TO PC-CHECKER-ID OF LK-PENDING-REC
    MOVE SPACES TO PC-DECISION-TIMESTAMP OF LK-PENDING-REC
    MOVE SPACES TO PC-REJECT-REASON OF LK-PENDING-REC
    OPEN I-O PENDING-FILE
    IF RT-PND-FILE-STATUS = "35"
        OPEN OUTPUT PENDING-FILE
    END-IF
    IF RT-PND-FILE-STATUS NOT = "00"
        MOVE 95 TO LK-PEND-RETURN-CODE
        GO TO 0000-EXIT
    END-IF
    MOVE "N" TO RT-PND-WRITTEN-SWITCH
    PERFORM 1000-WRITE-ITEM THRU 1000-EXIT
        UNTIL RT-PND-WRITTEN
           OR LK-PEND-RETURN-CODE NOT = ZERO
    CLOSE PENDING-FILE.
0000-EXIT.
    MOVE RT-PND-CALLER-RETCODE TO RETURN-CODE
    GOBACK.

1000-WRITE-ITEM.
    WRITE PENDING-FILE-REC FROM LK-PENDING-REC
    IF RT-PND-FILE-STATUS = "00"
        SET RT-PND-WRITTEN TO TRUE
        GO TO 1000-EXIT
    END-IF
    IF RT-PND-FILE-STATUS = "22"
        AND PC-ITEM-SEQ OF LK-PENDING-REC < 9999
        ADD 1 TO PC-ITEM-SEQ OF LK-PENDING-REC
        GO TO 1000-EXIT
    END-IF
    MOVE 95 TO LK-PEND-RETURN-CODE.
1000-EXIT.
    EXIT.
