*> and ends the run with RETURN-CODE 16 - that is an I/O problem,
*> not a bad card.
*>
*> A clean correction is no longer applied here. Columns 35-42 of
*> each card carry the operator id of the person who keyed the
*> correction, and a card without one is rejected. Each clean
*> correction is put on the pending-approval queue (PENDCORR)
*> through RTPEND with that id as the maker and the field's
*> current value as the old value. It reaches ROOT-MASTER, with
*> its RTAUDIT entry, only when a different operator approves it
*> on RT0330. The register now lists the corrections queued, and
*> a queue write that fails takes the place of the failed rewrite
*> in ending the run with RETURN-CODE 16.
*>
*> A correction to an account under a legal or fraud hold
*> (HOLDMSTR, checked through RTHOLDCK) is not queued: the card is
*> written to the hold exceptions file (HOLDX230) and counted as
*> held on the register trailer, so read still equals queued plus
*> rejected plus held. A held account ends the run with
*> RETURN-CODE 4 unless something worse has already set 16; a hold
*> master that cannot be read sets 16. RT0330 checks again at
*> approval, so a hold placed while a correction is waiting stops
*> it too.
*>
*> Columns 43-50 of each card carry the business date the
*> correction is effective from (yyyymmdd); left blank it is
*> today's business date (RTBUSDAT). A card dated after today's
*> business date is rejected, and so is a card dated in an
*> accounting period RT0420 has closed (RTPERDCK) - it has to wait
*> until the period is reopened through RT0430. A period control
*> file that cannot be read rejects the card and ends the run with
*> RETURN-CODE 16.
*>
*> MODIFICATION HISTORY
*>   2026-09-02  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  MAKER-CHECKER: MAKER OPERATOR ID ADDED TO THE
*>                    CARD (COLUMNS 35-42) AND CLEAN CORRECTIONS ARE
*>                    QUEUED FOR APPROVAL THROUGH RTPEND INSTEAD OF
*>                    BEING REWRITTEN TO THE MASTER; THE MASTER IS
*>                    NOW OPENED FOR INPUT ONLY.
*>   2026-10-15  ACP  CORRECTIONS TO AN ACCOUNT UNDER HOLD ARE NOT
*>                    QUEUED BUT LISTED ON HOLDX230 (RTHOLDCK); HELD
*>                    COUNT ADDED TO THE REGISTER TRAILER.
*>   2026-10-15  ACP  EFFECTIVE DATE ADDED TO THE CARD (COLUMNS
*>                    43-50); A CORRECTION DATED IN A CLOSED PERIOD
*>                    (RTPERDCK) IS REJECTED.
*>   2026-10-15  ACP  HOLD EXCEPTIONS FILE RECORD WIDENED TO CARRY THE
*>                    BLOCKED UPDATE'S BUSINESS DATE.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REJECT-FILE ASSIGN TO "CORRREJ"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HOLD-EXCEPTION-FILE ASSIGN TO "HOLDX230"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  CORRTXN-FILE.
    05  CT-KEY-A                    PIC X(6).
    05  CT-FIELD-NAME               PIC X(8).
    05  CT-NEW-VALUE                PIC X(20).
    05  CT-MAKER-ID                 PIC X(8).
    05  CT-EFFECTIVE-DATE           PIC X(8).
    05  FILLER                      PIC X(30).
FD  ROOT-MASTER
    RECORD IS VARYING IN SIZE FROM 6 TO 2000 CHARACTERS
    DEPENDING ON RT-MSTR-REC-LEN.
01  REGISTER-LINE                   PIC X(132).
FD  REJECT-FILE.
01  REJECT-LINE                     PIC X(132).
FD  HOLD-EXCEPTION-FILE.
01  HOLD-EXCEPTION-LINE             PIC X(115).

WORKING-STORAGE SECTION.
01  RT-MSTR-REC-LEN                 PIC 9(4) COMP.
77  RT-FOUND-SWITCH                 PIC X(1).
    88  RT-RECORD-FOUND             VALUE "Y".
77  RT-TXN-READ-COUNT               PIC 9(9) COMP VALUE ZERO.
77  RT-QUEUED-COUNT                 PIC 9(9) COMP VALUE ZERO.
77  RT-REJECTED-COUNT               PIC 9(9) COMP VALUE ZERO.
77  RT-QUEUE-FAIL-COUNT             PIC 9(9) COMP VALUE ZERO.
77  RT-HELD-COUNT                   PIC 9(9) COMP VALUE ZERO.
77  RT-HOLD-FAIL-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-HOLD-RETURN-CODE             PIC 9(2) COMP.
77  RT-PERIOD-FAIL-COUNT            PIC 9(9) COMP VALUE ZERO.
77  RT-PERIOD-RETURN-CODE           PIC 9(2) COMP.
01  RT-EFF-DATE                     PIC X(8).
01  RT-EFF-DATE-PARTS REDEFINES RT-EFF-DATE.
    05  RT-EFF-YEAR                 PIC 9(4).
    05  RT-EFF-MONTH                PIC 9(2).
    05  RT-EFF-DAY                  PIC 9(2).
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".

01  RT-AUD-K-EDIT                   PIC 9(5).99.
77  RT-PEND-RETURN-CODE             PIC 9(2) COMP.
    COPY "rtpend" REPLACING ==RT-PENDING-REC== BY ==RT-PENDING-ENTRY==.
    COPY "rtholdx" REPLACING ==RT-HOLD-EXCEPTION-REC==
                          BY ==RT-HOLD-ENTRY==.

01  RT-REJECT-LAYOUT.
    05  RT-R-KEY-A                  PIC X(6).

01  RT-REGISTER-HEADING.
    05  FILLER                      PIC X(40)
        VALUE "RT0230 - BULK CORRECTION QUEUE REGISTER".
01  RT-REGISTER-TRAILER.
    05  FILLER                      PIC X(7)  VALUE "READ : ".
    05  RT-T-READ                   PIC Z(8)9.
    05  FILLER                      PIC X(11) VALUE "  QUEUED : ".
    05  RT-T-QUEUED                 PIC Z(8)9.
    05  FILLER                      PIC X(12) VALUE "  REJECTED: ".
    05  RT-T-REJECTED               PIC Z(8)9.
    05  FILLER                      PIC X(9)  VALUE "  HELD : ".
    05  RT-T-HELD                   PIC Z(8)9.

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
    IF RT-RUN-REFUSED
        GO TO 1000-EXIT
    END-IF
    MOVE SPACES TO BD-CALENDAR-DATE
    CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC RT-BDT-RETURN-CODE
    OPEN INPUT CORRTXN-FILE
    IF RT-TXN-FILE-STATUS = "35"
        DISPLAY "RT0230 - NO CORRECTION FILE SUPPLIED - NOTHING TO"
        SET RT-TXN-EOF TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT ROOT-MASTER
    IF RT-MSTR-FILE-STATUS = "35"
        DISPLAY "RT0230 - NO ROOT MASTER FOUND - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    END-IF
    OPEN OUTPUT REGISTER-FILE
    OPEN OUTPUT REJECT-FILE
    OPEN OUTPUT HOLD-EXCEPTION-FILE
    WRITE REGISTER-LINE FROM RT-REGISTER-HEADING.
1000-EXIT.
    EXIT.
        PERFORM 2800-REJECT-FIELD-NOT-ALLOWED
        GO TO 2000-EXIT
    END-IF
    IF CT-MAKER-ID = SPACES
        PERFORM 2830-REJECT-NO-MAKER
        GO TO 2000-EXIT
    END-IF
    PERFORM 2050-CHECK-EFFECTIVE-DATE THRU 2050-EXIT
    IF RT-PERIOD-RETURN-CODE NOT = ZERO
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-LOOKUP-ACCOUNT
    IF NOT RT-RECORD-FOUND
        PERFORM 2810-REJECT-ACCOUNT-NOT-FOUND
        GO TO 2000-EXIT
    END-IF
    PERFORM 2150-CHECK-HOLD
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        GO TO 2000-EXIT
    END-IF
    IF CT-FIELD-NAME = "D       "
        PERFORM 2200-APPLY-FIELD-D THRU 2200-EXIT
    ELSE
2000-EXIT.
    EXIT.

2050-CHECK-EFFECTIVE-DATE.
    MOVE CT-EFFECTIVE-DATE TO RT-EFF-DATE
    IF RT-EFF-DATE = SPACES
        MOVE BD-BUSINESS-DATE TO RT-EFF-DATE
    END-IF
    IF RT-EFF-DATE IS NOT NUMERIC
        OR RT-EFF-MONTH < 1 OR RT-EFF-MONTH > 12
        OR RT-EFF-DAY < 1 OR RT-EFF-DAY > 31
        OR RT-EFF-DATE > BD-BUSINESS-DATE
        MOVE 4 TO RT-PERIOD-RETURN-CODE
        PERFORM 2840-REJECT-BAD-EFFECTIVE-DATE
        GO TO 2050-EXIT
    END-IF
    CALL "RTPERDCK" USING RT-EFF-DATE RT-PERIOD-RETURN-CODE
    IF RT-PERIOD-RETURN-CODE = 4
        PERFORM 2850-REJECT-PERIOD-CLOSED
    END-IF
    IF RT-PERIOD-RETURN-CODE = 95
        DISPLAY "RT0230 - PERIOD CONTROL UNREADABLE, ACCOUNT "
            CT-KEY-A " NOT QUEUED"
        ADD 1 TO RT-PERIOD-FAIL-COUNT
        PERFORM 2860-REJECT-PERIOD-UNREADABLE
    END-IF.
2050-EXIT.
    EXIT.

2100-LOOKUP-ACCOUNT.
    MOVE CT-KEY-A TO A
    READ ROOT-MASTER
            MOVE "Y" TO RT-FOUND-SWITCH
    END-READ.

2150-CHECK-HOLD.
    MOVE CT-KEY-A TO HX-KEY-A
    MOVE "RT0230" TO HX-PROGRAM
    MOVE SPACES   TO HX-BLOCKED-UPDATE
    STRING "CORRECT "        DELIMITED BY SIZE
           CT-FIELD-NAME     DELIMITED BY SPACE
           " TO "            DELIMITED BY SIZE
           CT-NEW-VALUE      DELIMITED BY SPACE
           " BY "            DELIMITED BY SIZE
           CT-MAKER-ID       DELIMITED BY SPACE
        INTO HX-BLOCKED-UPDATE
    CALL "RTHOLDCK" USING RT-HOLD-ENTRY RT-HOLD-RETURN-CODE
    IF RT-HOLD-RETURN-CODE NOT = ZERO
        WRITE HOLD-EXCEPTION-LINE FROM RT-HOLD-ENTRY
        ADD 1 TO RT-HELD-COUNT
        IF RT-HOLD-RETURN-CODE = 95
            DISPLAY "RT0230 - HOLD MASTER UNREADABLE, ACCOUNT "
                CT-KEY-A " NOT QUEUED"
            ADD 1 TO RT-HOLD-FAIL-COUNT
        END-IF
    END-IF.

2200-APPLY-FIELD-D.
    IF CT-NEW-VALUE (1:4) IS NOT NUMERIC
        OR CT-NEW-VALUE (5:16) NOT = SPACES
        PERFORM 2820-REJECT-BAD-VALUE
        GO TO 2200-EXIT
    END-IF
    MOVE D                  TO PC-OLD-VALUE
    MOVE CT-NEW-VALUE (1:4) TO PC-NEW-VALUE
    PERFORM 2500-QUEUE-CORRECTION THRU 2500-EXIT.
2200-EXIT.
    EXIT.

        PERFORM 2820-REJECT-BAD-VALUE
        GO TO 2300-EXIT
    END-IF
    MOVE K                  TO RT-AUD-K-EDIT
    MOVE RT-AUD-K-EDIT      TO PC-OLD-VALUE
    MOVE CT-NEW-VALUE (1:8) TO PC-NEW-VALUE
    PERFORM 2500-QUEUE-CORRECTION THRU 2500-EXIT.
2300-EXIT.
    EXIT.

2500-QUEUE-CORRECTION.
    MOVE CT-KEY-A      TO PC-KEY-A
    MOVE CT-FIELD-NAME TO PC-FIELD-NAME
    MOVE CT-MAKER-ID   TO PC-MAKER-ID
    MOVE "RT0230"      TO PC-SOURCE
    MOVE RT-EFF-DATE   TO PC-EFFECTIVE-DATE
    CALL "RTPEND" USING RT-PENDING-ENTRY RT-PEND-RETURN-CODE
    IF RT-PEND-RETURN-CODE NOT = ZERO
        DISPLAY "RT0230 - QUEUE WRITE FAILED FOR ACCOUNT " CT-KEY-A
            " RETURN CODE " RT-PEND-RETURN-CODE
        ADD 1 TO RT-QUEUE-FAIL-COUNT
        GO TO 2500-EXIT
    END-IF
    ADD 1 TO RT-QUEUED-COUNT
    MOVE CT-KEY-A      TO RT-G-KEY-A
    MOVE CT-FIELD-NAME TO RT-G-FIELD
    MOVE PC-OLD-VALUE  TO RT-G-OLD-VALUE
    MOVE PC-NEW-VALUE  TO RT-G-NEW-VALUE
    WRITE REGISTER-LINE FROM RT-REGISTER-LAYOUT.
2500-EXIT.
    EXIT.

2800-REJECT-FIELD-NOT-ALLOWED.
    MOVE "FIELD IS NOT CORRECTABLE - D OR K ONLY" TO RT-R-REASON
    PERFORM 2900-WRITE-REJECT-LINE.
    MOVE "NEW VALUE FAILS FIELD EDIT" TO RT-R-REASON
    PERFORM 2900-WRITE-REJECT-LINE.

2830-REJECT-NO-MAKER.
    MOVE "NO MAKER OPERATOR ID ON CARD" TO RT-R-REASON
    PERFORM 2900-WRITE-REJECT-LINE.

2840-REJECT-BAD-EFFECTIVE-DATE.
    MOVE "EFFECTIVE DATE INVALID OR AFTER TODAY" TO RT-R-REASON
    PERFORM 2900-WRITE-REJECT-LINE.

2850-REJECT-PERIOD-CLOSED.
    MOVE "EFFECTIVE DATE IS IN A CLOSED PERIOD" TO RT-R-REASON
    PERFORM 2900-WRITE-REJECT-LINE.

2860-REJECT-PERIOD-UNREADABLE.
    MOVE "PERIOD CONTROL FILE UNREADABLE" TO RT-R-REASON
    PERFORM 2900-WRITE-REJECT-LINE.

2900-WRITE-REJECT-LINE.
    ADD 1 TO RT-REJECTED-COUNT
    MOVE CT-KEY-A      TO RT-R-KEY-A
        IF RT-MSTR-FILE-STATUS NOT = "35"
            AND RT-TXN-FILE-STATUS NOT = "35"
            MOVE RT-TXN-READ-COUNT TO RT-T-READ
            MOVE RT-QUEUED-COUNT   TO RT-T-QUEUED
            MOVE RT-REJECTED-COUNT TO RT-T-REJECTED
            MOVE RT-HELD-COUNT     TO RT-T-HELD
            WRITE REGISTER-LINE FROM RT-REGISTER-TRAILER
            CLOSE ROOT-MASTER
            CLOSE REGISTER-FILE
            CLOSE REJECT-FILE
            CLOSE HOLD-EXCEPTION-FILE
        END-IF
        IF RT-QUEUE-FAIL-COUNT > ZERO
            OR RT-HOLD-FAIL-COUNT > ZERO
            OR RT-PERIOD-FAIL-COUNT > ZERO
            MOVE 16 TO RETURN-CODE
        END-IF
        IF RT-HELD-COUNT > ZERO AND RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0230 - TRANSACTIONS READ:     " RT-TXN-READ-COUNT
    DISPLAY "RT0230 - CORRECTIONS QUEUED:    " RT-QUEUED-COUNT
    DISPLAY "RT0230 - TRANSACTIONS REJECTED: " RT-REJECTED-COUNT
    DISPLAY "RT0230 - HELD ACCOUNTS SKIPPED: " RT-HELD-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-QUEUED-COUNT  TO RT-RUN-RECORD-COUNT
    MOVE RETURN-CODE      TO RT-RUN-RETURN-CODE
    MOVE "E"              TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
