IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0360.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0360 - NIGHTLY ROOT-MASTER IMAGE COPY
*>
*> ROOTMSTR carries online and bulk corrections and the accruals
*> that the raw feed does not, so a reload from ROOTRAW through
*> RT0080 is no recovery for it. This step unloads the whole
*> master, in key order, to the dated sequential image copy
*> ROOTBKUP, laid out as a self-checking extract in the RTFILE.CPY
*> style exactly as RT0210 lays out ROOTARCH: an RTHDRCHK-assigned
*> header (business date, file sequence for the date, creating job
*> RT0360) at the front, one detail record per account, and a
*> record count / G / H control-total trailer at the end.
*>
*> Beside each copy one record is appended to the image-copy
*> catalogue BKUPCAT (RTBKCAT.CPY) carrying the header's date and
*> sequence, the copy's totals, and the timestamp the master was
*> locked for the unload - the timestamp RTRUNCTL stamps on this
*> job's start entry against ROOTMSTR. Nothing can update the
*> master while that lock stands, so the copy holds every audit
*> entry stamped before the lock and none stamped after it; RT0370
*> restores from the copy and replays AUDITDS from that timestamp.
*>
*> A header that cannot be assigned, a master that cannot be
*> opened, or a catalogue record that cannot be written ends the
*> run with RETURN-CODE 16 - a copy nobody can find the roll-
*> forward point for is no backup.
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
    SELECT BACKUP-FILE ASSIGN TO "ROOTBKUP"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-BKP-FILE-STATUS.
    SELECT CATALOG-FILE ASSIGN TO "BKUPCAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-CAT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ROOT-MASTER
    RECORD IS VARYING IN SIZE FROM 6 TO 2000 CHARACTERS
    DEPENDING ON RT-MSTR-REC-LEN.
01  ROOT-MASTER-REC.
    COPY "a" REPLACING ==SUB-COUNT== BY ==MSTR-SUB-COUNT==.
FD  BACKUP-FILE
    RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
    DEPENDING ON RT-BKP-REC-LEN.
    COPY "rtfile".
FD  CATALOG-FILE.
    COPY "rtbkcat".

WORKING-STORAGE SECTION.
01  RT-MSTR-REC-LEN                 PIC 9(4) COMP.
01  RT-BKP-REC-LEN                  PIC 9(4) COMP.
77  RT-MSTR-FILE-STATUS             PIC X(2).
77  RT-BKP-FILE-STATUS              PIC X(2).
77  RT-CAT-FILE-STATUS              PIC X(2).
77  RT-MSTR-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-MSTR-EOF                 VALUE "Y".
77  RT-MSTR-OPEN-SWITCH             PIC X(1) VALUE "N".
    88  RT-MSTR-OPEN                VALUE "Y".
77  RT-BACKUP-OPEN-SWITCH           PIC X(1) VALUE "N".
    88  RT-BACKUP-OPEN              VALUE "Y".

77  RT-COPY-COUNT                   PIC 9(9) COMP VALUE ZERO.
77  RT-COPY-TOTAL-G                 PIC 9(9)V99 COMP-3 VALUE ZERO.
77  RT-COPY-TOTAL-H                 PIC 9(7)V99 COMP-3 VALUE ZERO.
77  RT-WRITE-FAIL-COUNT             PIC 9(9) COMP VALUE ZERO.
01  RT-CUT-TIMESTAMP                PIC X(14) VALUE SPACES.

77  RT-HDR-FUNCTION                 PIC X(1).
77  RT-HDR-CALLER                   PIC X(8) VALUE "RT0360".
77  RT-HDR-RETURN-CODE              PIC 9(2) COMP VALUE ZERO.
77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RT-RUNLOG-ENTRY==.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 2000-COPY-ONE-RECORD THRU 2000-EXIT
        UNTIL RT-MSTR-EOF
    PERFORM 9000-WRAP-UP
    GOBACK.

1000-INITIALIZE.
    PERFORM 1050-REGISTER-RUN-START
    IF RT-RUN-REFUSED
        SET RT-MSTR-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    MOVE RT-RUN-TIMESTAMP TO RT-CUT-TIMESTAMP
    OPEN INPUT ROOT-MASTER
    IF RT-MSTR-FILE-STATUS NOT = "00"
        DISPLAY "RT0360 - ROOT MASTER NOT OPENED, FILE STATUS "
            RT-MSTR-FILE-STATUS " - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-MSTR-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    SET RT-MSTR-OPEN TO TRUE
    PERFORM 1700-OPEN-BACKUP THRU 1700-EXIT.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0360"   TO RT-RUN-JOB-NAME
    MOVE "ROOTMSTR" TO RT-RUN-DATASET
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0360 - A JOB IS STILL RUNNING AGAINST ROOTMSTR"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0360 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

1700-OPEN-BACKUP.
    MOVE "A" TO RT-HDR-FUNCTION
    CALL "RTHDRCHK" USING RT-HDR-FUNCTION
                          RT-HDR-CALLER
                          RT-HEADER-RECORD
                          RT-HDR-RETURN-CODE
    IF RT-HDR-RETURN-CODE NOT = ZERO
        DISPLAY "RT0360 - BACKUP HEADER NOT ASSIGNED, RETURN CODE "
            RT-HDR-RETURN-CODE " - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-MSTR-EOF TO TRUE
        GO TO 1700-EXIT
    END-IF
    OPEN OUTPUT BACKUP-FILE
    IF RT-BKP-FILE-STATUS NOT = "00"
        DISPLAY "RT0360 - BACKUP NOT OPENED, FILE STATUS "
            RT-BKP-FILE-STATUS " - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-MSTR-EOF TO TRUE
        GO TO 1700-EXIT
    END-IF
    SET RT-BACKUP-OPEN TO TRUE
    MOVE LENGTH OF RT-HEADER-RECORD TO RT-BKP-REC-LEN
    WRITE RT-HEADER-RECORD.
1700-EXIT.
    EXIT.

2000-COPY-ONE-RECORD.
    READ ROOT-MASTER NEXT RECORD
        AT END
            SET RT-MSTR-EOF TO TRUE
            GO TO 2000-EXIT
    END-READ
    MOVE "D" TO RT-REC-TYPE
    MOVE ROOT-MASTER-REC (1:RT-MSTR-REC-LEN)
        TO RT-ROOT-DATA (1:RT-MSTR-REC-LEN)
    COMPUTE RT-BKP-REC-LEN = RT-MSTR-REC-LEN + 1
    WRITE RT-DETAIL-RECORD
    IF RT-BKP-FILE-STATUS NOT = "00"
        DISPLAY "RT0360 - BACKUP WRITE FAILED FOR ACCOUNT "
            A OF ROOT-MASTER-REC " FILE STATUS " RT-BKP-FILE-STATUS
        ADD 1 TO RT-WRITE-FAIL-COUNT
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO RT-COPY-COUNT
    ADD G OF ROOT-MASTER-REC TO RT-COPY-TOTAL-G
    ADD H OF ROOT-MASTER-REC TO RT-COPY-TOTAL-H.
2000-EXIT.
    EXIT.

8000-WRITE-BACKUP-TRAILER.
    MOVE "T"              TO RT-TRL-REC-TYPE
    MOVE RT-COPY-COUNT    TO RT-TRL-RECORD-COUNT
    MOVE RT-COPY-TOTAL-G  TO RT-TRL-TOTAL-G
    MOVE RT-COPY-TOTAL-H  TO RT-TRL-TOTAL-H
    MOVE LENGTH OF RT-TRAILER-RECORD TO RT-BKP-REC-LEN
    WRITE RT-TRAILER-RECORD.

8500-WRITE-CATALOG-ENTRY.
    OPEN EXTEND CATALOG-FILE
    IF RT-CAT-FILE-STATUS = "35"
        OPEN OUTPUT CATALOG-FILE
    END-IF
    IF RT-CAT-FILE-STATUS NOT = "00"
        DISPLAY "RT0360 - CATALOGUE NOT OPENED, FILE STATUS "
            RT-CAT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        GO TO 8500-EXIT
    END-IF
    MOVE RT-HDR-BUSINESS-DATE TO BK-BUSINESS-DATE
    MOVE RT-HDR-FILE-SEQUENCE TO BK-FILE-SEQUENCE
    MOVE RT-CUT-TIMESTAMP     TO BK-CUT-TIMESTAMP
    MOVE RT-COPY-COUNT        TO BK-RECORD-COUNT
    MOVE RT-COPY-TOTAL-G      TO BK-TOTAL-G
    MOVE RT-COPY-TOTAL-H      TO BK-TOTAL-H
    WRITE RT-BKCAT-REC
    IF RT-CAT-FILE-STATUS NOT = "00"
        DISPLAY "RT0360 - CATALOGUE NOT WRITTEN, FILE STATUS "
            RT-CAT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
    END-IF
    CLOSE CATALOG-FILE.
8500-EXIT.
    EXIT.

9000-WRAP-UP.
    IF NOT RT-RUN-REFUSED
        IF RT-MSTR-OPEN
            CLOSE ROOT-MASTER
        END-IF
        IF RT-WRITE-FAIL-COUNT > ZERO
            MOVE 16 TO RETURN-CODE
        END-IF
        IF RT-BACKUP-OPEN
            PERFORM 8000-WRITE-BACKUP-TRAILER
            CLOSE BACKUP-FILE
            IF RETURN-CODE < 16
                PERFORM 8500-WRITE-CATALOG-ENTRY THRU 8500-EXIT
            END-IF
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0360 - BACKUP DATE/SEQUENCE:   " RT-HDR-BUSINESS-DATE
        "/" RT-HDR-FILE-SEQUENCE
    DISPLAY "RT0360 - MASTER LOCKED AT:       " RT-CUT-TIMESTAMP
    DISPLAY "RT0360 - ACCOUNTS COPIED:        " RT-COPY-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-COPY-COUNT TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE   TO RT-RUN-RETURN-CODE
    MOVE "E"           TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0360 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
