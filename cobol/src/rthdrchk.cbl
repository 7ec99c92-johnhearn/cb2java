*> file, but a file already processed to completion is refused the
*> second time.
*>
*> The business date is taken from the business calendar through
*> RTBUSDAT, not from the clock. A reader running on the first
*> business day after a weekend or a holiday - a Monday - is
*> expecting the extract cut for the prior business date, so on
*> such a day a header carrying the prior business date is
*> accepted as well as one carrying the day's own.
*>
*> State is one control record per caller and creating job on a
*> sequential control file, loaded into a table and rewritten
*> whole, the same way RT0110 maintains the branch master. Keying
*>                      CALLER'S CONTROL RECORD. A READER WITH TWO
*>                      INPUT FILES USES ONE NAME PER FILE.
*>   LK-HDR-RETURN-CODE 00  NORMAL
*>                      10  BUSINESS DATE IS NOT THE RUN'S
*>                          BUSINESS DATE (NOR, AFTER A WEEKEND OR
*>                          HOLIDAY, THE PRIOR BUSINESS DATE)
*>                      12  FILE SEQUENCE ALREADY PROCESSED
*>                      95  CONTROL FILE I/O FAILED
*>
*>                    CALLED PROGRAM CLEARS THE SHARED RETURN-CODE
*>                    REGISTER, WHICH WOULD OTHERWISE WIPE A
*>                    FAILURE CODE THE CALLER HAD ALREADY SET.
*>   2026-10-15  ACP  BUSINESS DATE NOW FROM THE CALENDAR (RTBUSDAT).
*>                    AFTER A WEEKEND OR HOLIDAY THE PRIOR BUSINESS
*>                    DATE'S EXTRACT IS ACCEPTED.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
77  RT-HCT-EOF-SWITCH               PIC X(1) VALUE "N".
    88  RT-HCT-EOF                  VALUE "Y".
77  RT-HCT-DATE-NOW                 PIC 9(8).
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".
77  RT-HCT-IDX                      PIC 9(4) COMP.
77  RT-HCT-CALLER-POS               PIC 9(4) COMP.
77  RT-HCT-JOB-KEY                  PIC X(8).
    MOVE ZERO TO LK-HDR-RETURN-CODE
    MOVE "N"  TO RT-HCT-EOF-SWITCH
    MOVE ZERO TO RT-HCT-ENTRY-COUNT
    MOVE SPACES TO BD-CALENDAR-DATE
    CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC RT-BDT-RETURN-CODE
    MOVE BD-BUSINESS-DATE TO RT-HCT-DATE-NOW
    PERFORM 1000-LOAD-CONTROL-TABLE THRU 1000-EXIT
    IF LK-HDR-RETURN-CODE NOT = ZERO
        GO TO 0000-EXIT

3000-VALIDATE-HEADER.
    IF RT-HDR-BUSINESS-DATE NOT = RT-HCT-DATE-NOW
        AND (NOT BD-FOLLOWS-CLOSURE
             OR RT-HDR-BUSINESS-DATE NOT = BD-PRIOR-BUSINESS-DATE)
        MOVE 10 TO LK-HDR-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
