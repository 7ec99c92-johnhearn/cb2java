*>   COLS  15-44 NAME/DESCRIPTION (ACTIONS A AND N)
*>   COL   45    STATUS (ACTIONS A AND S; BRANCH A/C, E CODE A/R)
*> Everything effective on or before the business date is applied;
*> later-dated cards stay on the file for a later night. The
*> business date is the calendar's (RTBUSDAT), so a change falling
*> due on a weekend or a holiday is applied by the first run whose
*> business date has reached it.
*>
*> Both masters are loaded whole, changed in the working table -
*> an add inserted at its place in the ascending code sequence the
*>
*> MODIFICATION HISTORY
*>   2026-09-02  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  BUSINESS DATE FROM THE CALENDAR (RTBUSDAT)
*>                    INSTEAD OF THE CLOCK.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
77  RT-ECODE-EOF-SWITCH             PIC X(1) VALUE "N".
    88  RT-ECODE-EOF                VALUE "Y".
77  RT-RUN-DATE                     PIC 9(8).
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".
77  RT-ABANDON-SWITCH               PIC X(1) VALUE "N".
    88  RT-RUN-ABANDONED            VALUE "Y".
77  RT-APPLIED-COUNT                PIC 9(9) COMP VALUE ZERO.
    IF RT-RUN-REFUSED
        GO TO 1000-EXIT
    END-IF
    MOVE SPACES TO BD-CALENDAR-DATE
    CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC RT-BDT-RETURN-CODE
    IF RT-BDT-RETURN-CODE NOT = ZERO
        DISPLAY "RT0290 - BUSINESS DATE NOT ON THE CALENDAR, RETURN"
            " CODE " RT-BDT-RETURN-CODE " - CALENDAR DATE "
            BD-BUSINESS-DATE " USED"
    END-IF
    MOVE BD-BUSINESS-DATE TO RT-RUN-DATE
    OPEN OUTPUT REPORT-FILE
    WRITE REPORT-LINE FROM RT-HEADING-LINE
    PERFORM 1100-LOAD-BRANCH-TABLE THRU 1100-EXIT
