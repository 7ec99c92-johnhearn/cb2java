*>   ACCOUNT=nnnnnn    ONLY ENTRIES FOR THIS RT-AUD-KEY-A
*>   FIELD=xxxxxxxx    ONLY ENTRIES FOR THIS RT-AUD-FIELD-NAME
*>   USER=xxxxxxxx     ONLY ENTRIES WRITTEN BY THIS RT-AUD-USER-ID
*>   FROM=yyyymmdd     ONLY ENTRIES FOR THIS BUSINESS DATE OR LATER
*>   THRU=yyyymmdd     ONLY ENTRIES FOR THIS BUSINESS DATE OR EARLIER
*> An empty or absent parameter file selects every entry on the
*> audit file. A selector line that is not one of the five above is
*> reported and the run stops with RETURN-CODE 16 rather than
*> silently answering a different question than the one asked.
*>
*> The audit file is indexed (RTAUDIT.CPY), and the selectors
*> decide how much of it is read. ACCOUNT= starts at that account
*> (at its FROM date, when one is given, since no entry is stamped
*> before its business date) and stops at the next account, and
*> prints the account's history in the order it was made. FROM=
*> or THRU= without ACCOUNT= reads along the business-date key
*> from the FROM date and stops after the THRU date. Only a run
*> with neither reads the whole file, in account order. FROM and
*> THRU are business dates, the dates the nightly cycle works
*> under, so a weekend or holiday change is found under the
*> business day it belongs to.
*>
*> MODIFICATION HISTORY
*>   2026-08-22  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  AUDITDS IS NOW INDEXED: ACCOUNT= READS ONE
*>                    ACCOUNT BY KEY AND FROM=/THRU= READ ALONG THE
*>                    BUSINESS-DATE KEY INSTEAD OF THE WHOLE FILE.
*>                    FROM AND THRU ARE NOW BUSINESS DATES.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO "AUDITDS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RT-AUD-RECORD-KEY
        ALTERNATE RECORD KEY IS RT-AUD-BUSINESS-DATE
            WITH DUPLICATES
        FILE STATUS IS RT-AUD-FILE-STATUS.
    SELECT PARM-FILE ASSIGN TO "AUDPARM"
        ORGANIZATION IS LINE SEQUENTIAL

01  RT-TOTAL-LINE.
    05  FILLER                      PIC X(27)
        VALUE "ENTRIES SELECTED/READ    : ".
    05  RT-T-SELECTED               PIC Z(8)9.
    05  FILLER                      PIC X(3)  VALUE " / ".
    05  RT-T-READ                   PIC Z(8)9.
    END-IF
    WRITE REPORT-LINE FROM RT-HEADING-LINE-1
    WRITE REPORT-LINE FROM RT-HEADING-LINE-2
    IF NOT RT-AUDIT-EOF
        PERFORM 1300-POSITION-AUDIT-FILE
    END-IF
    IF NOT RT-AUDIT-EOF
        PERFORM 2100-READ-AUDIT-FILE
    END-IF.
1200-EXIT.
    EXIT.

1300-POSITION-AUDIT-FILE.
    IF RT-SEL-BY-ACCOUNT
        MOVE RT-SEL-ACCOUNT TO RT-AUD-KEY-A
        MOVE LOW-VALUES     TO RT-AUD-TIMESTAMP
        IF RT-SEL-BY-FROM-DATE
            MOVE RT-SEL-FROM-DATE TO RT-AUD-TIMESTAMP (1:8)
        END-IF
        MOVE ZERO TO RT-AUD-KEY-SEQ
        START AUDIT-FILE KEY IS NOT LESS THAN RT-AUD-RECORD-KEY
            INVALID KEY
                SET RT-AUDIT-EOF TO TRUE
        END-START
    ELSE
        IF RT-SEL-BY-FROM-DATE OR RT-SEL-BY-THRU-DATE
            MOVE LOW-VALUES TO RT-AUD-BUSINESS-DATE
            IF RT-SEL-BY-FROM-DATE
                MOVE RT-SEL-FROM-DATE TO RT-AUD-BUSINESS-DATE
            END-IF
            START AUDIT-FILE
                KEY IS NOT LESS THAN RT-AUD-BUSINESS-DATE
                INVALID KEY
                    SET RT-AUDIT-EOF TO TRUE
            END-START
        END-IF
    END-IF.

2000-PROCESS-ENTRY.
    IF RT-AUDIT-EOF
        GO TO 2000-EXIT
    EXIT.

2100-READ-AUDIT-FILE.
    READ AUDIT-FILE NEXT RECORD
        AT END
            SET RT-AUDIT-EOF TO TRUE
    END-READ
    IF RT-SEL-BY-ACCOUNT
        AND RT-AUD-KEY-A NOT = RT-SEL-ACCOUNT
        SET RT-AUDIT-EOF TO TRUE
    END-IF
    IF NOT RT-SEL-BY-ACCOUNT
        AND RT-SEL-BY-THRU-DATE
        AND RT-AUD-BUSINESS-DATE > RT-SEL-THRU-DATE
        SET RT-AUDIT-EOF TO TRUE
    END-IF.

2200-APPLY-SELECTORS.
    MOVE "Y" TO RT-SELECT-SWITCH
        MOVE "N" TO RT-SELECT-SWITCH
    END-IF
    IF RT-SEL-BY-FROM-DATE
        AND RT-AUD-BUSINESS-DATE < RT-SEL-FROM-DATE
        MOVE "N" TO RT-SELECT-SWITCH
    END-IF
    IF RT-SEL-BY-THRU-DATE
        AND RT-AUD-BUSINESS-DATE > RT-SEL-THRU-DATE
        MOVE "N" TO RT-SELECT-SWITCH
    END-IF.

