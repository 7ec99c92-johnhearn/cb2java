IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0370.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0370 - ROOT-MASTER RESTORE FROM IMAGE COPY WITH AUDIT
*>          ROLL-FORWARD
*>
*> Recovery for a damaged ROOTMSTR. The image copy to restore from
*> is whichever RT0360 copy is supplied as ROOTBKUP. Its header
*> must be an RT0360 header; it is not validated through RTHDRCHK,
*> whose run-date check would refuse every copy but tonight's, and
*> it is not posted, so the same copy can be restored from again.
*> The copy's entry on the image-copy catalogue BKUPCAT (matched
*> on header date and sequence) gives the timestamp the master was
*> locked for the unload.
*>
*> The master is reloaded from the copy, and the reload is proved
*> against the copy's trailer and its catalogue entry - count and
*> G and H totals - before anything else is done; a copy that does
*> not prove ends the run with RETURN-CODE 16. Every AUDITDS entry
*> stamped from the lock timestamp on is then replayed onto the
*> master, account by account in the order written (the audit
*> file is keyed on account and timestamp): the field must still
*> hold the entry's old value, and is set to its new value.
*> RT0210's purge entries delete the account, as the purge did.
*> Entries for anything but a ROOT-MASTER field (branch and E-code
*> maintenance) are passed over. An entry stamped in the very
*> second of the lock whose new value is already on the copy was
*> written before the unload and is counted as already applied.
*> Any other entry that cannot be replayed - account not on the
*> master (a new account added by RT0080 carries no full record on
*> the audit trail; rerun RT0080 from that day's ROOTRAW), field
*> not holding the old value, unreadable value - is listed on the
*> restore report (RESTRPT) with the reason, and the replay
*> carries on. Replays write no new audit entries: they are
*> already on the trail.
*>
*> The restored master is then totalled and must prove twice:
*>   - against the copy: the trailer's count less the accounts
*>     purged since the lock, and its G and H totals plus the net
*>     G and H movement of every audit entry stamped since;
*>   - against what RT0170 expects: the prior-cycle count and
*>     totals RT0170 saved on RECONCTL, rolled forward by the
*>     audit movement (and purges) of every business date after
*>     that cycle - reported as skipped when RECONCTL is absent.
*> Either proof failing, or unreadable audit values, ends the run
*> with RETURN-CODE 16; a proven restore with entries listed as
*> not replayed ends with the warning RETURN-CODE 4. Job start and
*> end are registered through RTRUNCTL against ROOTMSTR.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  THE RECONCTL ROLL-FORWARD SELECTS AUDIT ENTRIES
*>                    ON THEIR CALENDAR BUSINESS DATE, AS RT0170
*>                    NOW DOES, INSTEAD OF THEIR TIMESTAMP.
*>   2026-10-15  ACP  AUDITDS IS NOW INDEXED; THE ROLL-FORWARD READS
*>                    IT IN ACCOUNT AND TIMESTAMP ORDER, REPLAYING
*>                    EACH ACCOUNT'S ENTRIES IN THE ORDER MADE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BACKUP-FILE ASSIGN TO "ROOTBKUP"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-BKP-FILE-STATUS.
    SELECT CATALOG-FILE ASSIGN TO "BKUPCAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-CAT-FILE-STATUS.
    SELECT ROOT-MASTER ASSIGN TO "ROOTMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS A OF ROOT-MASTER-REC
        FILE STATUS IS RT-MSTR-FILE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITDS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RT-AUD-RECORD-KEY OF RT-AUDIT-REC
        ALTERNATE RECORD KEY IS RT-AUD-BUSINESS-DATE OF RT-AUDIT-REC
            WITH DUPLICATES
        FILE STATUS IS RT-AUD-FILE-STATUS.
    SELECT RECON-CONTROL ASSIGN TO "RECONCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-RCT-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "RESTRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  BACKUP-FILE
    RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
    DEPENDING ON RT-BKP-REC-LEN.
    COPY "rtfile".
FD  CATALOG-FILE.
    COPY "rtbkcat".
FD  ROOT-MASTER
    RECORD IS VARYING IN SIZE FROM 6 TO 2000 CHARACTERS
    DEPENDING ON RT-MSTR-REC-LEN.
01  ROOT-MASTER-REC.
    COPY "a" REPLACING ==SUB-COUNT== BY ==MSTR-SUB-COUNT==.
FD  AUDIT-FILE.
    COPY "rtaudit".
FD  RECON-CONTROL.
01  RECON-CONTROL-REC.
    05  RCT-CYCLE-DATE              PIC X(8).
    05  RCT-RECORD-COUNT            PIC 9(9).
    05  RCT-TOTAL-G                 PIC 9(9)V99.
    05  RCT-TOTAL-H                 PIC 9(7)V99.
FD  REPORT-FILE.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  RT-BKP-REC-LEN                  PIC 9(4) COMP.
01  RT-MSTR-REC-LEN                 PIC 9(4) COMP.
77  RT-BKP-FILE-STATUS              PIC X(2).
77  RT-CAT-FILE-STATUS              PIC X(2).
77  RT-MSTR-FILE-STATUS             PIC X(2).
77  RT-AUD-FILE-STATUS              PIC X(2).
77  RT-RCT-FILE-STATUS              PIC X(2).
77  RT-BACKUP-EOF-SWITCH            PIC X(1) VALUE "N".
    88  RT-BACKUP-EOF               VALUE "Y".
77  RT-CAT-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-CAT-EOF                  VALUE "Y".
77  RT-MSTR-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-MSTR-EOF                 VALUE "Y".
77  RT-AUDIT-EOF-SWITCH             PIC X(1) VALUE "N".
    88  RT-AUDIT-EOF                VALUE "Y".
77  RT-ABANDON-SWITCH               PIC X(1) VALUE "N".
    88  RT-RUN-ABANDONED            VALUE "Y".
77  RT-TRAILER-SEEN-SWITCH          PIC X(1) VALUE "N".
    88  RT-TRAILER-SEEN             VALUE "Y".
77  RT-CAT-FOUND-SWITCH             PIC X(1) VALUE "N".
    88  RT-CAT-FOUND                VALUE "Y".
77  RT-PRIOR-FOUND-SWITCH           PIC X(1) VALUE "N".
    88  RT-PRIOR-FOUND              VALUE "Y".
77  RT-BREAK-SWITCH                 PIC X(1) VALUE "N".
    88  RT-RESTORE-BREAK            VALUE "Y".
77  RT-VALUE-BAD-SWITCH             PIC X(1).
    88  RT-VALUE-BAD                VALUE "Y".
77  RT-IN-CUT-SWITCH                PIC X(1).
    88  RT-AFTER-CUT                VALUE "Y".
77  RT-IN-CYCLE-SWITCH              PIC X(1).
    88  RT-AFTER-CYCLE              VALUE "Y".

01  RT-BKP-BUSINESS-DATE            PIC X(8) VALUE SPACES.
01  RT-BKP-FILE-SEQUENCE            PIC 9(4) VALUE ZERO.
01  RT-CUT-TIMESTAMP                PIC X(14) VALUE SPACES.
77  RT-CAT-COUNT                    PIC 9(9) COMP VALUE ZERO.
77  RT-CAT-TOTAL-G                  PIC 9(9)V99 COMP-3 VALUE ZERO.
77  RT-CAT-TOTAL-H                  PIC 9(7)V99 COMP-3 VALUE ZERO.
77  RT-DATA-LEN                     PIC 9(4) COMP.
77  RT-TRL-COUNT                    PIC 9(9) COMP VALUE ZERO.
77  RT-TRL-TOTAL-G-SAVE             PIC 9(9)V99 COMP-3 VALUE ZERO.
77  RT-TRL-TOTAL-H-SAVE             PIC 9(7)V99 COMP-3 VALUE ZERO.
77  RT-LOAD-COUNT                   PIC 9(9) COMP VALUE ZERO.
77  RT-LOAD-TOTAL-G                 PIC 9(9)V99 COMP-3 VALUE ZERO.
77  RT-LOAD-TOTAL-H                 PIC 9(7)V99 COMP-3 VALUE ZERO.
77  RT-LOAD-FAIL-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-PRIOR-DATE                   PIC X(8) VALUE SPACES.
77  RT-PRIOR-COUNT                  PIC 9(9) COMP VALUE ZERO.
77  RT-PRIOR-TOTAL-G                PIC 9(9)V99 COMP-3 VALUE ZERO.
77  RT-PRIOR-TOTAL-H                PIC 9(7)V99 COMP-3 VALUE ZERO.

77  RT-AUDIT-READ-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-AFTER-CUT-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-REPLAYED-COUNT               PIC 9(9) COMP VALUE ZERO.
77  RT-ALREADY-COUNT                PIC 9(9) COMP VALUE ZERO.
77  RT-NOT-MASTER-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-UNREPLAYED-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-AUDIT-BAD-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-CUT-MOVE-COUNT               PIC 9(9) COMP VALUE ZERO.
77  RT-CUT-MOVEMENT-G               PIC S9(9)V99 COMP-3 VALUE ZERO.
77  RT-CUT-MOVEMENT-H               PIC S9(9)V99 COMP-3 VALUE ZERO.
77  RT-CUT-PURGE-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-CYC-MOVE-COUNT               PIC 9(9) COMP VALUE ZERO.
77  RT-CYC-MOVEMENT-G               PIC S9(9)V99 COMP-3 VALUE ZERO.
77  RT-CYC-MOVEMENT-H               PIC S9(9)V99 COMP-3 VALUE ZERO.
77  RT-CYC-PURGE-COUNT              PIC 9(9) COMP VALUE ZERO.
01  RT-LAST-PURGE-KEY-A             PIC X(6) VALUE SPACES.
01  RT-LAST-PURGED-KEY-A            PIC X(6) VALUE SPACES.

77  RT-FINAL-COUNT                  PIC 9(9) COMP VALUE ZERO.
77  RT-FINAL-TOTAL-G                PIC 9(9)V99 COMP-3 VALUE ZERO.
77  RT-FINAL-TOTAL-H                PIC 9(7)V99 COMP-3 VALUE ZERO.
77  RT-EXPECT-COUNT                 PIC S9(9) COMP-3 VALUE ZERO.
77  RT-EXPECT-G                     PIC S9(9)V99 COMP-3 VALUE ZERO.
77  RT-EXPECT-H                     PIC S9(9)V99 COMP-3 VALUE ZERO.
77  RT-DIFF-G                       PIC S9(9)V99 COMP-3 VALUE ZERO.
77  RT-DIFF-H                       PIC S9(9)V99 COMP-3 VALUE ZERO.

77  RT-WORK-OLD                     PIC S9(7)V99 COMP-3.
77  RT-WORK-NEW                     PIC S9(7)V99 COMP-3.
77  RT-PARSE-INT                    PIC 9(5).
77  RT-PARSE-DEC                    PIC 9(2).
01  RT-VALUE-NOW                    PIC X(20).
01  RT-REASON                       PIC X(30).
01  RT-AUD-C-EDIT                   PIC -(5)9.
01  RT-AUD-G-EDIT                   PIC 9(5).99.
01  RT-AUD-H-EDIT                   PIC 9(4).99.
01  RT-C-PARSE-WORK                 PIC X(6).
77  RT-C-SIGN-COUNT                 PIC 9(2) COMP.
77  RT-C-MAGNITUDE                  PIC 9(6).

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
77  RT-RUN-REFUSED-SWITCH           PIC X(1) VALUE "N".
    88  RT-RUN-REFUSED              VALUE "Y".
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RT-RUNLOG-ENTRY==.

01  RT-HEADING-LINE-1.
    05  FILLER                      PIC X(36)
        VALUE "RT0370 - ROOT MASTER RESTORE - COPY ".
    05  RT-H-BUSINESS-DATE          PIC X(8).
    05  FILLER                      PIC X(1)  VALUE "/".
    05  RT-H-FILE-SEQUENCE          PIC 9(4).
    05  FILLER                      PIC X(11) VALUE " LOCKED AT ".
    05  RT-H-CUT-TIMESTAMP          PIC X(14).
01  RT-HEADING-LINE-2.
    05  FILLER                      PIC X(8)  VALUE "ACCOUNT".
    05  FILLER                      PIC X(9)  VALUE "FIELD".
    05  FILLER                      PIC X(21) VALUE "OLD VALUE".
    05  FILLER                      PIC X(21) VALUE "NEW VALUE".
    05  FILLER                      PIC X(15) VALUE "TIMESTAMP".
    05  FILLER                      PIC X(9)  VALUE "USER".
    05  FILLER                      PIC X(16) VALUE "NOT REPLAYED -".

01  RT-DETAIL-LINE.
    05  RT-D-KEY-A                  PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-D-FIELD                  PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-OLD-VALUE              PIC X(20).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-NEW-VALUE              PIC X(20).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-TIMESTAMP              PIC X(14).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-USER-ID                PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-REASON                 PIC X(30).

01  RT-PROOF-LINE.
    05  RT-P-NAME                   PIC X(30).
    05  FILLER                      PIC X(8)  VALUE " COUNT: ".
    05  RT-P-COUNT                  PIC -(8)9.
    05  FILLER                      PIC X(5)  VALUE "   G:".
    05  RT-P-G                      PIC -(9)9.99.
    05  FILLER                      PIC X(5)  VALUE "   H:".
    05  RT-P-H                      PIC -(9)9.99.
01  RT-VERDICT-LINE.
    05  RT-V-TEXT                   PIC X(60).
01  RT-TOTAL-LINE.
    05  RT-T-LABEL                  PIC X(30).
    05  FILLER                      PIC X(2)  VALUE ": ".
    05  RT-T-COUNT                  PIC Z(8)9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF NOT RT-RUN-ABANDONED
        PERFORM 2000-RELOAD-MASTER THRU 2000-EXIT
    END-IF
    IF NOT RT-RUN-ABANDONED
        PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
    END-IF
    IF NOT RT-RUN-ABANDONED
        PERFORM 4000-TOTAL-RESTORED-MASTER THRU 4000-EXIT
        PERFORM 5000-PROVE-RESTORE
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
    PERFORM 1100-READ-BACKUP-HEADER THRU 1100-EXIT
    IF RT-RUN-ABANDONED
        GO TO 1000-EXIT
    END-IF
    PERFORM 1200-FIND-CATALOG-ENTRY THRU 1200-EXIT
    MOVE RT-BKP-BUSINESS-DATE TO RT-H-BUSINESS-DATE
    MOVE RT-BKP-FILE-SEQUENCE TO RT-H-FILE-SEQUENCE
    MOVE RT-CUT-TIMESTAMP     TO RT-H-CUT-TIMESTAMP
    WRITE REPORT-LINE FROM RT-HEADING-LINE-1
    WRITE REPORT-LINE FROM RT-HEADING-LINE-2
    IF NOT RT-CAT-FOUND
        DISPLAY "RT0370 - COPY " RT-BKP-BUSINESS-DATE "/"
            RT-BKP-FILE-SEQUENCE " NOT ON THE CATALOGUE -"
            " ROLL-FORWARD POINT UNKNOWN - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1000-EXIT
    END-IF
    PERFORM 1300-READ-PRIOR-TOTALS THRU 1300-EXIT.
1000-EXIT.
    EXIT.

1050-REGISTER-RUN-START.
    MOVE "RT0370"   TO RT-RUN-JOB-NAME
    MOVE "ROOTMSTR" TO RT-RUN-DATASET
    MOVE "S"        TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    IF RT-RUN-STATUS = 91
        DISPLAY "RT0370 - A JOB IS STILL RUNNING AGAINST ROOTMSTR"
            " - RUN REFUSED"
        SET RT-RUN-REFUSED TO TRUE
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-RUN-STATUS NOT = ZERO
            DISPLAY "RT0370 - RUN START NOT LOGGED, STATUS "
                RT-RUN-STATUS
        END-IF
    END-IF.

1100-READ-BACKUP-HEADER.
    OPEN INPUT BACKUP-FILE
    IF RT-BKP-FILE-STATUS NOT = "00"
        DISPLAY "RT0370 - IMAGE COPY NOT OPENED, FILE STATUS "
            RT-BKP-FILE-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 1100-EXIT
    END-IF
    PERFORM 2150-READ-BACKUP-RECORD
    IF RT-BACKUP-EOF
        OR NOT RT-TYPE-HEADER
        OR RT-HDR-CREATING-JOB NOT = "RT0360"
        DISPLAY "RT0370 - NO RT0360 HEADER ON ROOTBKUP - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        CLOSE BACKUP-FILE
        GO TO 1100-EXIT
    END-IF
    MOVE RT-HDR-BUSINESS-DATE TO RT-BKP-BUSINESS-DATE
    MOVE RT-HDR-FILE-SEQUENCE TO RT-BKP-FILE-SEQUENCE.
1100-EXIT.
    EXIT.

1200-FIND-CATALOG-ENTRY.
    OPEN INPUT CATALOG-FILE
    IF RT-CAT-FILE-STATUS NOT = "00"
        GO TO 1200-EXIT
    END-IF
    PERFORM 1250-MATCH-ONE-CATALOG-ENTRY THRU 1250-EXIT
        UNTIL RT-CAT-EOF
    CLOSE CATALOG-FILE.
1200-EXIT.
    EXIT.

1250-MATCH-ONE-CATALOG-ENTRY.
    READ CATALOG-FILE
        AT END
            SET RT-CAT-EOF TO TRUE
            GO TO 1250-EXIT
    END-READ
    IF BK-BUSINESS-DATE = RT-BKP-BUSINESS-DATE
        AND BK-FILE-SEQUENCE = RT-BKP-FILE-SEQUENCE
        SET RT-CAT-FOUND TO TRUE
        SET RT-CAT-EOF TO TRUE
        MOVE BK-CUT-TIMESTAMP TO RT-CUT-TIMESTAMP
        MOVE BK-RECORD-COUNT  TO RT-CAT-COUNT
        MOVE BK-TOTAL-G       TO RT-CAT-TOTAL-G
        MOVE BK-TOTAL-H       TO RT-CAT-TOTAL-H
    END-IF.
1250-EXIT.
    EXIT.

1300-READ-PRIOR-TOTALS.
    OPEN INPUT RECON-CONTROL
    IF RT-RCT-FILE-STATUS NOT = "00"
        GO TO 1300-EXIT
    END-IF
    READ RECON-CONTROL
        AT END
            CLOSE RECON-CONTROL
            GO TO 1300-EXIT
    END-READ
    SET RT-PRIOR-FOUND TO TRUE
    MOVE RCT-CYCLE-DATE   TO RT-PRIOR-DATE
    MOVE RCT-RECORD-COUNT TO RT-PRIOR-COUNT
    MOVE RCT-TOTAL-G      TO RT-PRIOR-TOTAL-G
    MOVE RCT-TOTAL-H      TO RT-PRIOR-TOTAL-H
    CLOSE RECON-CONTROL.
1300-EXIT.
    EXIT.

2000-RELOAD-MASTER.
    OPEN OUTPUT ROOT-MASTER
    IF RT-MSTR-FILE-STATUS NOT = "00"
        DISPLAY "RT0370 - ROOT MASTER NOT OPENED FOR RELOAD,"
            " FILE STATUS " RT-MSTR-FILE-STATUS " - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        CLOSE BACKUP-FILE
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
        UNTIL RT-BACKUP-EOF
    CLOSE BACKUP-FILE
    CLOSE ROOT-MASTER
    MOVE "IMAGE COPY TRAILER"      TO RT-P-NAME
    MOVE RT-TRL-COUNT              TO RT-P-COUNT
    MOVE RT-TRL-TOTAL-G-SAVE       TO RT-P-G
    MOVE RT-TRL-TOTAL-H-SAVE       TO RT-P-H
    WRITE REPORT-LINE FROM RT-PROOF-LINE
    MOVE "MASTER AS RELOADED"      TO RT-P-NAME
    MOVE RT-LOAD-COUNT             TO RT-P-COUNT
    MOVE RT-LOAD-TOTAL-G           TO RT-P-G
    MOVE RT-LOAD-TOTAL-H           TO RT-P-H
    WRITE REPORT-LINE FROM RT-PROOF-LINE
    IF NOT RT-TRAILER-SEEN
        OR RT-LOAD-FAIL-COUNT > ZERO
        OR RT-LOAD-COUNT NOT = RT-TRL-COUNT
        OR RT-LOAD-TOTAL-G NOT = RT-TRL-TOTAL-G-SAVE
        OR RT-LOAD-TOTAL-H NOT = RT-TRL-TOTAL-H-SAVE
        OR RT-LOAD-COUNT NOT = RT-CAT-COUNT
        OR RT-LOAD-TOTAL-G NOT = RT-CAT-TOTAL-G
        OR RT-LOAD-TOTAL-H NOT = RT-CAT-TOTAL-H
        MOVE "BREAK: COPY DOES NOT PROVE - RESTORE ABANDONED"
            TO RT-V-TEXT
        WRITE REPORT-LINE FROM RT-VERDICT-LINE
        DISPLAY "RT0370 - IMAGE COPY DOES NOT PROVE AGAINST ITS"
            " TRAILER AND CATALOGUE - RESTORE ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
    END-IF.
2000-EXIT.
    EXIT.

2100-LOAD-ONE-RECORD.
    PERFORM 2150-READ-BACKUP-RECORD
    IF RT-BACKUP-EOF
        GO TO 2100-EXIT
    END-IF
    IF RT-TYPE-TRAILER
        SET RT-TRAILER-SEEN TO TRUE
        MOVE RT-TRL-RECORD-COUNT TO RT-TRL-COUNT
        MOVE RT-TRL-TOTAL-G      TO RT-TRL-TOTAL-G-SAVE
        MOVE RT-TRL-TOTAL-H      TO RT-TRL-TOTAL-H-SAVE
        SET RT-BACKUP-EOF TO TRUE
        GO TO 2100-EXIT
    END-IF
    IF NOT RT-TYPE-DETAIL
        ADD 1 TO RT-LOAD-FAIL-COUNT
        GO TO 2100-EXIT
    END-IF
    COMPUTE RT-DATA-LEN = RT-BKP-REC-LEN - 1
    MOVE RT-ROOT-DATA (1:RT-DATA-LEN)
        TO ROOT-MASTER-REC (1:RT-DATA-LEN)
    MOVE RT-DATA-LEN TO RT-MSTR-REC-LEN
    WRITE ROOT-MASTER-REC
        INVALID KEY
            DISPLAY "RT0370 - RELOAD WRITE FAILED FOR ACCOUNT "
                A OF ROOT-MASTER-REC " FILE STATUS "
                RT-MSTR-FILE-STATUS
            ADD 1 TO RT-LOAD-FAIL-COUNT
            GO TO 2100-EXIT
    END-WRITE
    ADD 1 TO RT-LOAD-COUNT
    ADD G OF ROOT-MASTER-REC TO RT-LOAD-TOTAL-G
    ADD H OF ROOT-MASTER-REC TO RT-LOAD-TOTAL-H.
2100-EXIT.
    EXIT.

2150-READ-BACKUP-RECORD.
    READ BACKUP-FILE
        AT END
            SET RT-BACKUP-EOF TO TRUE
    END-READ.

3000-ROLL-FORWARD.
    OPEN I-O ROOT-MASTER
    IF RT-MSTR-FILE-STATUS NOT = "00"
        DISPLAY "RT0370 - ROOT MASTER NOT OPENED FOR REPLAY,"
            " FILE STATUS " RT-MSTR-FILE-STATUS " - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET RT-RUN-ABANDONED TO TRUE
        GO TO 3000-EXIT
    END-IF
    OPEN INPUT AUDIT-FILE
    IF RT-AUD-FILE-STATUS = "35"
        DISPLAY "RT0370 - NO AUDIT FILE FOUND, NOTHING TO REPLAY"
        CLOSE ROOT-MASTER
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-REPLAY-ONE-ENTRY THRU 3100-EXIT
        UNTIL RT-AUDIT-EOF
    CLOSE AUDIT-FILE
    CLOSE ROOT-MASTER.
3000-EXIT.
    EXIT.

3100-REPLAY-ONE-ENTRY.
    READ AUDIT-FILE
        AT END
            SET RT-AUDIT-EOF TO TRUE
            GO TO 3100-EXIT
    END-READ
    ADD 1 TO RT-AUDIT-READ-COUNT
    MOVE "N" TO RT-IN-CUT-SWITCH
    MOVE "N" TO RT-IN-CYCLE-SWITCH
    IF RT-AUD-TIMESTAMP NOT < RT-CUT-TIMESTAMP
        SET RT-AFTER-CUT TO TRUE
    END-IF
    IF RT-PRIOR-FOUND
        AND RT-AUD-BUSINESS-DATE > RT-PRIOR-DATE
        SET RT-AFTER-CYCLE TO TRUE
    END-IF
    IF RT-AFTER-CUT OR RT-AFTER-CYCLE
        PERFORM 3150-ACCUMULATE-MOVEMENT THRU 3150-EXIT
    END-IF
    IF NOT RT-AFTER-CUT
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO RT-AFTER-CUT-COUNT
    EVALUATE RT-AUD-FIELD-NAME
        WHEN "B       "
        WHEN "C       "
        WHEN "D       "
        WHEN "G       "
        WHEN "H       "
        WHEN "K       "
            CONTINUE
        WHEN OTHER
            ADD 1 TO RT-NOT-MASTER-COUNT
            GO TO 3100-EXIT
    END-EVALUATE
    MOVE RT-AUD-KEY-A TO A OF ROOT-MASTER-REC
    READ ROOT-MASTER
        INVALID KEY
            IF RT-AUD-USER-ID = "RT0210"
                AND RT-AUD-KEY-A = RT-LAST-PURGED-KEY-A
                ADD 1 TO RT-REPLAYED-COUNT
            ELSE
                MOVE "ACCOUNT NOT ON MASTER" TO RT-REASON
                PERFORM 3900-LIST-NOT-REPLAYED
            END-IF
            GO TO 3100-EXIT
    END-READ
    PERFORM 3300-FORMAT-FIELD-NOW
    IF RT-VALUE-NOW NOT = RT-AUD-OLD-VALUE
        IF RT-AUD-TIMESTAMP = RT-CUT-TIMESTAMP
            AND RT-VALUE-NOW = RT-AUD-NEW-VALUE
            ADD 1 TO RT-ALREADY-COUNT
        ELSE
            MOVE "FIELD DOES NOT HOLD OLD VALUE" TO RT-REASON
            PERFORM 3900-LIST-NOT-REPLAYED
        END-IF
        GO TO 3100-EXIT
    END-IF
    PERFORM 3400-SET-FIELD-FROM-NEW THRU 3400-EXIT
    IF RT-VALUE-BAD
        MOVE "NEW VALUE UNREADABLE" TO RT-REASON
        PERFORM 3900-LIST-NOT-REPLAYED
        GO TO 3100-EXIT
    END-IF
    IF RT-AUD-USER-ID = "RT0210"
        DELETE ROOT-MASTER
            INVALID KEY
                MOVE "PURGE DELETE FAILED" TO RT-REASON
                PERFORM 3900-LIST-NOT-REPLAYED
                GO TO 3100-EXIT
        END-DELETE
        MOVE RT-AUD-KEY-A TO RT-LAST-PURGED-KEY-A
    ELSE
        REWRITE ROOT-MASTER-REC
            INVALID KEY
                MOVE "REWRITE FAILED" TO RT-REASON
                PERFORM 3900-LIST-NOT-REPLAYED
                GO TO 3100-EXIT
        END-REWRITE
    END-IF
    ADD 1 TO RT-REPLAYED-COUNT.
3100-EXIT.
    EXIT.

3150-ACCUMULATE-MOVEMENT.
    IF RT-AUD-USER-ID = "RT0210"
        AND RT-AUD-KEY-A NOT = RT-LAST-PURGE-KEY-A
        MOVE RT-AUD-KEY-A TO RT-LAST-PURGE-KEY-A
        IF RT-AFTER-CUT
            ADD 1 TO RT-CUT-PURGE-COUNT
        END-IF
        IF RT-AFTER-CYCLE
            ADD 1 TO RT-CYC-PURGE-COUNT
        END-IF
    END-IF
    EVALUATE RT-AUD-FIELD-NAME
        WHEN "G       "
            IF RT-AUD-OLD-VALUE (1:5) IS NOT NUMERIC
                OR RT-AUD-OLD-VALUE (7:2) IS NOT NUMERIC
                OR RT-AUD-NEW-VALUE (1:5) IS NOT NUMERIC
                OR RT-AUD-NEW-VALUE (7:2) IS NOT NUMERIC
                ADD 1 TO RT-AUDIT-BAD-COUNT
                GO TO 3150-EXIT
            END-IF
            MOVE RT-AUD-OLD-VALUE (1:5) TO RT-PARSE-INT
            MOVE RT-AUD-OLD-VALUE (7:2) TO RT-PARSE-DEC
            COMPUTE RT-WORK-OLD = RT-PARSE-INT + RT-PARSE-DEC / 100
            MOVE RT-AUD-NEW-VALUE (1:5) TO RT-PARSE-INT
            MOVE RT-AUD-NEW-VALUE (7:2) TO RT-PARSE-DEC
            COMPUTE RT-WORK-NEW = RT-PARSE-INT + RT-PARSE-DEC / 100
            IF RT-AFTER-CUT
                ADD 1 TO RT-CUT-MOVE-COUNT
                COMPUTE RT-CUT-MOVEMENT-G =
                    RT-CUT-MOVEMENT-G + RT-WORK-NEW - RT-WORK-OLD
            END-IF
            IF RT-AFTER-CYCLE
                ADD 1 TO RT-CYC-MOVE-COUNT
                COMPUTE RT-CYC-MOVEMENT-G =
                    RT-CYC-MOVEMENT-G + RT-WORK-NEW - RT-WORK-OLD
            END-IF
        WHEN "H       "
            IF RT-AUD-OLD-VALUE (1:4) IS NOT NUMERIC
                OR RT-AUD-OLD-VALUE (6:2) IS NOT NUMERIC
                OR RT-AUD-NEW-VALUE (1:4) IS NOT NUMERIC
                OR RT-AUD-NEW-VALUE (6:2) IS NOT NUMERIC
                ADD 1 TO RT-AUDIT-BAD-COUNT
                GO TO 3150-EXIT
            END-IF
            MOVE ZERO TO RT-PARSE-INT
            MOVE RT-AUD-OLD-VALUE (1:4) TO RT-PARSE-INT
            MOVE RT-AUD-OLD-VALUE (6:2) TO RT-PARSE-DEC
            COMPUTE RT-WORK-OLD = RT-PARSE-INT + RT-PARSE-DEC / 100
            MOVE RT-AUD-NEW-VALUE (1:4) TO RT-PARSE-INT
            MOVE RT-AUD-NEW-VALUE (6:2) TO RT-PARSE-DEC
            COMPUTE RT-WORK-NEW = RT-PARSE-INT + RT-PARSE-DEC / 100
            IF RT-AFTER-CUT
                ADD 1 TO RT-CUT-MOVE-COUNT
                COMPUTE RT-CUT-MOVEMENT-H =
                    RT-CUT-MOVEMENT-H + RT-WORK-NEW - RT-WORK-OLD
            END-IF
            IF RT-AFTER-CYCLE
                ADD 1 TO RT-CYC-MOVE-COUNT
                COMPUTE RT-CYC-MOVEMENT-H =
                    RT-CYC-MOVEMENT-H + RT-WORK-NEW - RT-WORK-OLD
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
3150-EXIT.
    EXIT.

3300-FORMAT-FIELD-NOW.
    MOVE SPACES TO RT-VALUE-NOW
    EVALUATE RT-AUD-FIELD-NAME
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

3400-SET-FIELD-FROM-NEW.
    MOVE "N" TO RT-VALUE-BAD-SWITCH
    EVALUATE RT-AUD-FIELD-NAME
        WHEN "B       "
            MOVE RT-AUD-NEW-VALUE (1:4) TO B OF ROOT-MASTER-REC
        WHEN "C       "
            PERFORM 3450-SET-C-FROM-NEW
        WHEN "D       "
            IF RT-AUD-NEW-VALUE (1:4) IS NOT NUMERIC
                SET RT-VALUE-BAD TO TRUE
                GO TO 3400-EXIT
            END-IF
            MOVE RT-AUD-NEW-VALUE (1:4) TO D OF ROOT-MASTER-REC
        WHEN "H       "
            IF RT-AUD-NEW-VALUE (1:4) IS NOT NUMERIC
                OR RT-AUD-NEW-VALUE (6:2) IS NOT NUMERIC
                SET RT-VALUE-BAD TO TRUE
                GO TO 3400-EXIT
            END-IF
            MOVE ZERO TO RT-PARSE-INT
            MOVE RT-AUD-NEW-VALUE (1:4) TO RT-PARSE-INT
            MOVE RT-AUD-NEW-VALUE (6:2) TO RT-PARSE-DEC
            COMPUTE H OF ROOT-MASTER-REC =
                RT-PARSE-INT + RT-PARSE-DEC / 100
        WHEN OTHER
            IF RT-AUD-NEW-VALUE (1:5) IS NOT NUMERIC
                OR RT-AUD-NEW-VALUE (7:2) IS NOT NUMERIC
                SET RT-VALUE-BAD TO TRUE
                GO TO 3400-EXIT
            END-IF
            MOVE RT-AUD-NEW-VALUE (1:5) TO RT-PARSE-INT
            MOVE RT-AUD-NEW-VALUE (7:2) TO RT-PARSE-DEC
            IF RT-AUD-FIELD-NAME = "G       "
                COMPUTE G OF ROOT-MASTER-REC =
                    RT-PARSE-INT + RT-PARSE-DEC / 100
            ELSE
                COMPUTE K OF ROOT-MASTER-REC =
                    RT-PARSE-INT + RT-PARSE-DEC / 100
            END-IF
    END-EVALUATE.
3400-EXIT.
    EXIT.

3450-SET-C-FROM-NEW.
    MOVE RT-AUD-NEW-VALUE (1:6) TO RT-C-PARSE-WORK
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

3900-LIST-NOT-REPLAYED.
    ADD 1 TO RT-UNREPLAYED-COUNT
    MOVE RT-AUD-KEY-A      TO RT-D-KEY-A
    MOVE RT-AUD-FIELD-NAME TO RT-D-FIELD
    MOVE RT-AUD-OLD-VALUE  TO RT-D-OLD-VALUE
    MOVE RT-AUD-NEW-VALUE  TO RT-D-NEW-VALUE
    MOVE RT-AUD-TIMESTAMP  TO RT-D-TIMESTAMP
    MOVE RT-AUD-USER-ID    TO RT-D-USER-ID
    MOVE RT-REASON         TO RT-D-REASON
    WRITE REPORT-LINE FROM RT-DETAIL-LINE.

4000-TOTAL-RESTORED-MASTER.
    OPEN INPUT ROOT-MASTER
    IF RT-MSTR-FILE-STATUS NOT = "00"
        DISPLAY "RT0370 - RESTORED MASTER NOT OPENED, FILE STATUS "
            RT-MSTR-FILE-STATUS
        SET RT-RESTORE-BREAK TO TRUE
        GO TO 4000-EXIT
    END-IF
    PERFORM 4100-TOTAL-ONE-MASTER-RECORD THRU 4100-EXIT
        UNTIL RT-MSTR-EOF
    CLOSE ROOT-MASTER.
4000-EXIT.
    EXIT.

4100-TOTAL-ONE-MASTER-RECORD.
    READ ROOT-MASTER NEXT RECORD
        AT END
            SET RT-MSTR-EOF TO TRUE
            GO TO 4100-EXIT
    END-READ
    ADD 1 TO RT-FINAL-COUNT
    ADD G OF ROOT-MASTER-REC TO RT-FINAL-TOTAL-G
    ADD H OF ROOT-MASTER-REC TO RT-FINAL-TOTAL-H.
4100-EXIT.
    EXIT.

5000-PROVE-RESTORE.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "AUDIT MOVEMENT SINCE LOCK"   TO RT-P-NAME
    MOVE RT-CUT-MOVE-COUNT             TO RT-P-COUNT
    MOVE RT-CUT-MOVEMENT-G             TO RT-P-G
    MOVE RT-CUT-MOVEMENT-H             TO RT-P-H
    WRITE REPORT-LINE FROM RT-PROOF-LINE
    COMPUTE RT-EXPECT-COUNT = RT-TRL-COUNT - RT-CUT-PURGE-COUNT
    COMPUTE RT-EXPECT-G = RT-TRL-TOTAL-G-SAVE + RT-CUT-MOVEMENT-G
    COMPUTE RT-EXPECT-H = RT-TRL-TOTAL-H-SAVE + RT-CUT-MOVEMENT-H
    MOVE "EXPECTED FROM IMAGE COPY"    TO RT-P-NAME
    PERFORM 5100-PRINT-EXPECTED
    MOVE "RESTORED MASTER"             TO RT-P-NAME
    MOVE RT-FINAL-COUNT                TO RT-P-COUNT
    MOVE RT-FINAL-TOTAL-G              TO RT-P-G
    MOVE RT-FINAL-TOTAL-H              TO RT-P-H
    WRITE REPORT-LINE FROM RT-PROOF-LINE
    MOVE "BREAK: RESTORED MASTER DOES NOT MATCH THE COPY"
        TO RT-V-TEXT
    PERFORM 5200-COMPARE-EXPECTED
    IF RT-PRIOR-FOUND
        MOVE SPACES TO RT-P-NAME
        STRING "RT0170 PRIOR CYCLE " DELIMITED BY SIZE
               RT-PRIOR-DATE         DELIMITED BY SIZE
            INTO RT-P-NAME
        MOVE RT-PRIOR-COUNT            TO RT-P-COUNT
        MOVE RT-PRIOR-TOTAL-G          TO RT-P-G
        MOVE RT-PRIOR-TOTAL-H          TO RT-P-H
        WRITE REPORT-LINE FROM RT-PROOF-LINE
        MOVE "AUDIT MOVEMENT SINCE CYCLE"  TO RT-P-NAME
        MOVE RT-CYC-MOVE-COUNT             TO RT-P-COUNT
        MOVE RT-CYC-MOVEMENT-G             TO RT-P-G
        MOVE RT-CYC-MOVEMENT-H             TO RT-P-H
        WRITE REPORT-LINE FROM RT-PROOF-LINE
        COMPUTE RT-EXPECT-COUNT = RT-PRIOR-COUNT - RT-CYC-PURGE-COUNT
        COMPUTE RT-EXPECT-G = RT-PRIOR-TOTAL-G + RT-CYC-MOVEMENT-G
        COMPUTE RT-EXPECT-H = RT-PRIOR-TOTAL-H + RT-CYC-MOVEMENT-H
        MOVE "EXPECTED BY RT0170"          TO RT-P-NAME
        PERFORM 5100-PRINT-EXPECTED
        MOVE "BREAK: RESTORED MASTER NOT WHAT RT0170 EXPECTS"
            TO RT-V-TEXT
        PERFORM 5200-COMPARE-EXPECTED
    ELSE
        MOVE "NO RT0170 PRIOR CYCLE TOTALS - CHECK SKIPPED"
            TO RT-V-TEXT
        WRITE REPORT-LINE FROM RT-VERDICT-LINE
    END-IF
    IF RT-AUDIT-BAD-COUNT > ZERO
        SET RT-RESTORE-BREAK TO TRUE
        MOVE "BREAK: UNREADABLE AUDIT VALUES ENCOUNTERED"
            TO RT-V-TEXT
        WRITE REPORT-LINE FROM RT-VERDICT-LINE
    END-IF
    IF RT-RESTORE-BREAK
        MOVE 16 TO RETURN-CODE
    ELSE
        IF RT-UNREPLAYED-COUNT > ZERO
            MOVE "RESTORE PROVES - SOME ENTRIES NOT REPLAYED, SEE ABOVE"
                TO RT-V-TEXT
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE "RESTORE PROVES - ALL ENTRIES REPLAYED"
                TO RT-V-TEXT
        END-IF
        WRITE REPORT-LINE FROM RT-VERDICT-LINE
    END-IF.

5100-PRINT-EXPECTED.
    MOVE RT-EXPECT-COUNT TO RT-P-COUNT
    MOVE RT-EXPECT-G     TO RT-P-G
    MOVE RT-EXPECT-H     TO RT-P-H
    WRITE REPORT-LINE FROM RT-PROOF-LINE.

5200-COMPARE-EXPECTED.
    COMPUTE RT-DIFF-G = RT-FINAL-TOTAL-G - RT-EXPECT-G
    COMPUTE RT-DIFF-H = RT-FINAL-TOTAL-H - RT-EXPECT-H
    IF RT-FINAL-COUNT NOT = RT-EXPECT-COUNT
        OR RT-DIFF-G NOT = ZERO
        OR RT-DIFF-H NOT = ZERO
        SET RT-RESTORE-BREAK TO TRUE
        WRITE REPORT-LINE FROM RT-VERDICT-LINE
    END-IF.

8000-PRINT-TOTALS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "AUDIT ENTRIES READ"          TO RT-T-LABEL
    MOVE RT-AUDIT-READ-COUNT           TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "ENTRIES SINCE LOCK"          TO RT-T-LABEL
    MOVE RT-AFTER-CUT-COUNT            TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "ENTRIES REPLAYED"            TO RT-T-LABEL
    MOVE RT-REPLAYED-COUNT             TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "ALREADY ON THE COPY"         TO RT-T-LABEL
    MOVE RT-ALREADY-COUNT              TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "NOT ROOT-MASTER FIELDS"      TO RT-T-LABEL
    MOVE RT-NOT-MASTER-COUNT           TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE
    MOVE "ENTRIES NOT REPLAYED"        TO RT-T-LABEL
    MOVE RT-UNREPLAYED-COUNT           TO RT-T-COUNT
    WRITE REPORT-LINE FROM RT-TOTAL-LINE.

9000-WRAP-UP.
    IF NOT RT-RUN-REFUSED
        PERFORM 8000-PRINT-TOTALS
        CLOSE REPORT-FILE
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0370 - ACCOUNTS RELOADED:      " RT-LOAD-COUNT
    DISPLAY "RT0370 - AUDIT ENTRIES REPLAYED: " RT-REPLAYED-COUNT
    DISPLAY "RT0370 - ENTRIES NOT REPLAYED:   " RT-UNREPLAYED-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-FINAL-COUNT TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE    TO RT-RUN-RETURN-CODE
    MOVE "E"            TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
                          RT-RUN-STATUS
    MOVE RT-RUN-RETURN-CODE TO RETURN-CODE
    IF RT-RUN-STATUS NOT = ZERO
        DISPLAY "RT0370 - RUN END NOT LOGGED, STATUS " RT-RUN-STATUS
    END-IF.
