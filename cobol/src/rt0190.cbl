*> (JOBPLAN) names them - columns 1-8 the step's program name,
*> columns 9-16 the dataset that step registers against through
*> RTRUNCTL, columns 17-24 an optional parm text handed to the
*> step (RT0020 takes RESTART there), column 25 "M" for a step
*> that runs at month-end only (RT0200's accrual) - and conditions
*> on each step's RETURN-CODE the same way the scheduler does: a
*> step ending with 16 halts the cycle then and there.
*>
*> Before each step is called, the run log written through
*> RTRUNCTL is consulted (it was loaded once, as of driver start):
*>   - on a recovery rerun, a step whose latest entry is a clean
*>     end (return code below 16) stamped no earlier than the
*>     dangling CYCLE start entry already ran in the cycle being
*>     recovered and is skipped - the comparison is on full
*>     timestamps, not dates, because RTRUNCTL's timestamps are
*>     clock times and the night's clean ends straddle midnight -
*>     so the rerun resumes at the step that failed instead of at
*>     the top; a fresh run, with no dangling CYCLE entry, skips
*>     nothing;
*>   - a step whose latest entry is a dangling start is the abend
*>     the rerun is recovering from - its lock is released through
*>     RTRUNCTL's "R" function, the same release RT0180 drives
*> the driver's run unit down with it and leaves the driver's own
*> CYCLE start entry dangling; on restart the driver recognises
*> that entry as its own, takes the BUSINESS DATE of the night
*> being recovered from the business date that entry carries -
*> not from the clock, which by 2 a.m. is already tomorrow - and
*> releases it before re-registering under that same business
*> date, the same self-release RT0020's checkpoint restart
*> performs. A fresh run, with no dangling CYCLE entry, runs under
*> the business date the business calendar gives for today
*> (RTBUSDAT), so a cycle started on a weekend or a holiday works
*> under the business day it belongs to. The steps are not handed
*> that date in their parm: while this driver's CYCLE start entry
*> is open on the run log, RTBUSDAT gives it as today's business
*> date to every caller, so each step - and every audit, run-log
*> and blocked-update entry it writes - works under the cycle's
*> business date however far past midnight it runs, and a
*> recovered cycle's steps work under the night being recovered.
*>
*> A month-end-only step is called only when the calendar flags
*> the cycle's business date as month-end; on any other night, or
*> when the date cannot be found on the calendar, it is skipped
*> and counted as not due. Every step program in the plan
*> must end with GOBACK, not STOP RUN - a called step that issued
*> STOP RUN would take the driver down with it.
*>
*> A step ending with a warning return code (below 16 - RT0300's
*> suspense, RT0310's control list, RT0320's alerts) does not halt
*> the cycle, but the highest such code is carried through: a
*> cycle that ran to the end is reported as ended with warnings
*> and the driver ends, and logs its CYCLE end, with that code
*> instead of zero, so a warning is not lost in the night's
*> outcome.
*>
*> MODIFICATION HISTORY
*>   2026-09-02  ACP  ORIGINAL PROGRAM.
*>   2026-10-15  ACP  CARRY THE HIGHEST STEP WARNING CODE INTO THE
*>                    CYCLE OUTCOME; TREAT WARNING ENDS AS CLEAN
*>                    ON RECOVERY.
*>   2026-10-15  ACP  BUSINESS DATE FROM THE CALENDAR (RTBUSDAT), AND
*>                    ON RECOVERY FROM THE DANGLING CYCLE ENTRY'S
*>                    BUSINESS DATE. PLAN CARD COLUMN 25 "M" MARKS A
*>                    MONTH-END-ONLY STEP, SKIPPED UNLESS THE
*>                    CALENDAR SAYS IT IS MONTH-END.
*>   2026-10-15  ACP  STEPS TAKE THE CYCLE'S BUSINESS DATE FROM
*>                    RTBUSDAT WHILE THE CYCLE ENTRY IS OPEN.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05  PL-JOB-NAME                 PIC X(8).
    05  PL-DATASET                  PIC X(8).
    05  PL-PARM-TEXT                PIC X(8).
    05  PL-RUN-WHEN                 PIC X(1).
        88  PL-MONTH-END-ONLY       VALUE "M".
    05  FILLER                      PIC X(55).
FD  RUNLOG-FILE.
    COPY "rtrunlog" REPLACING ==RT-RUNLOG-REC== BY ==RUNLOG-FILE-REC==.

77  RT-RECOVERY-SWITCH              PIC X(1) VALUE "N".
    88  RT-RECOVERY-RUN             VALUE "Y".
77  RT-RUN-DATE                     PIC 9(8).
77  RT-MONTH-END-SWITCH             PIC X(1) VALUE "N".
    88  RT-MONTH-END-RUN            VALUE "Y".
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".
77  RT-CYCLE-START-TS               PIC X(14) VALUE SPACES.
77  RT-STEPS-RUN-COUNT              PIC 9(9) COMP VALUE ZERO.
77  RT-STEPS-SKIPPED-COUNT          PIC 9(9) COMP VALUE ZERO.
77  RT-STEPS-NOT-DUE-COUNT          PIC 9(9) COMP VALUE ZERO.
77  RT-STEP-RETURN-CODE             PIC 9(2) VALUE ZERO.
77  RT-CYCLE-WARNING-CODE           PIC 9(2) VALUE ZERO.
77  RT-STEP-PROGRAM                 PIC X(8).
77  RT-STEP-DATASET                 PIC X(8).

        10  RT-PAIR-LAST-END-RC     PIC 9(2).
        10  RT-PAIR-LAST-END-TS     PIC X(14).
        10  RT-PAIR-LAST-START-TS   PIC X(14).
        10  RT-PAIR-LAST-START-BDATE PIC X(8).

77  RT-RUN-FUNCTION                 PIC X(1).
77  RT-RUN-STATUS                   PIC 9(2) COMP.
        SET RT-RECOVERY-RUN TO TRUE
        MOVE RT-PAIR-LAST-START-TS (RT-PAIR-POS)
            TO RT-CYCLE-START-TS
        MOVE RT-PAIR-LAST-START-BDATE (RT-PAIR-POS)
            TO BD-CALENDAR-DATE
        DISPLAY "RT0190 - RECOVERING THE CYCLE OF BUSINESS DATE "
            BD-CALENDAR-DATE
    ELSE
        MOVE SPACES TO BD-CALENDAR-DATE
    END-IF
    CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC RT-BDT-RETURN-CODE
    MOVE BD-BUSINESS-DATE TO RT-RUN-DATE
    IF RT-BDT-RETURN-CODE = ZERO
        MOVE BD-MONTH-END TO RT-MONTH-END-SWITCH
    ELSE
        DISPLAY "RT0190 - BUSINESS DATE NOT ON THE CALENDAR, RETURN"
            " CODE " RT-BDT-RETURN-CODE " - CALENDAR DATE "
            RT-RUN-DATE " USED, MONTH-END STEPS WILL NOT RUN"
    END-IF
    IF RT-MONTH-END-RUN
        DISPLAY "RT0190 - BUSINESS DATE " RT-RUN-DATE
            " IS MONTH-END"
    END-IF.

1050-REGISTER-RUN-START.
    MOVE "RT0190" TO RT-RUN-JOB-NAME OF RT-RUNLOG-ENTRY
    MOVE "CYCLE"  TO RT-RUN-DATASET OF RT-RUNLOG-ENTRY
    MOVE RT-RUN-DATE TO RT-RUN-BUSINESS-DATE OF RT-RUNLOG-ENTRY
    MOVE "S"      TO RT-RUN-FUNCTION
    CALL "RTRUNCTL" USING RT-RUN-FUNCTION
                          RT-RUNLOG-ENTRY
        MOVE ZERO   TO RT-PAIR-LAST-END-RC (RT-PAIR-POS)
        MOVE SPACES TO RT-PAIR-LAST-END-TS (RT-PAIR-POS)
        MOVE SPACES TO RT-PAIR-LAST-START-TS (RT-PAIR-POS)
        MOVE SPACES TO RT-PAIR-LAST-START-BDATE (RT-PAIR-POS)
    END-IF
    MOVE RT-RUN-EVENT OF RUNLOG-FILE-REC
        TO RT-PAIR-LAST-EVENT (RT-PAIR-POS)
    IF RT-RUN-EVENT OF RUNLOG-FILE-REC = "S"
        MOVE RT-RUN-TIMESTAMP OF RUNLOG-FILE-REC
            TO RT-PAIR-LAST-START-TS (RT-PAIR-POS)
        MOVE RT-RUN-BUSINESS-DATE OF RUNLOG-FILE-REC
            TO RT-PAIR-LAST-START-BDATE (RT-PAIR-POS)
    END-IF
    IF RT-RUN-EVENT OF RUNLOG-FILE-REC = "E"
        MOVE RT-RUN-RETURN-CODE OF RUNLOG-FILE-REC
    IF PL-JOB-NAME = SPACES
        GO TO 2000-EXIT
    END-IF
    IF PL-MONTH-END-ONLY AND NOT RT-MONTH-END-RUN
        ADD 1 TO RT-STEPS-NOT-DUE-COUNT
        DISPLAY "RT0190 - " PL-JOB-NAME " RUNS AT MONTH-END ONLY"
            " - STEP NOT DUE"
        GO TO 2000-EXIT
    END-IF
    MOVE PL-JOB-NAME TO RT-STEP-PROGRAM
    MOVE PL-DATASET  TO RT-STEP-DATASET
    PERFORM 2200-FIND-STEP-STATE
    IF RT-RECOVERY-RUN
        AND RT-PAIR-POS > ZERO
        AND RT-PAIR-LAST-EVENT (RT-PAIR-POS) = "E"
        AND RT-PAIR-LAST-END-RC (RT-PAIR-POS) < 16
        AND RT-PAIR-LAST-END-TS (RT-PAIR-POS)
            NOT < RT-CYCLE-START-TS
        ADD 1 TO RT-STEPS-SKIPPED-COUNT
        IF RT-STEP-RETURN-CODE NOT = ZERO
            DISPLAY "RT0190 - " RT-STEP-PROGRAM " ENDED WITH RETURN"
                " CODE " RT-STEP-RETURN-CODE " - CYCLE CONTINUES"
            IF RT-STEP-RETURN-CODE > RT-CYCLE-WARNING-CODE
                MOVE RT-STEP-RETURN-CODE TO RT-CYCLE-WARNING-CODE
            END-IF
        END-IF
    END-IF.
2000-EXIT.
        IF RT-PLAN-FILE-STATUS NOT = "35"
            CLOSE PLAN-FILE
        END-IF
        IF NOT RT-CYCLE-HALTED
            AND RETURN-CODE = ZERO
            AND RT-CYCLE-WARNING-CODE > ZERO
            DISPLAY "RT0190 - CYCLE ENDED WITH WARNINGS - HIGHEST"
                " STEP RETURN CODE " RT-CYCLE-WARNING-CODE
            MOVE RT-CYCLE-WARNING-CODE TO RETURN-CODE
        END-IF
        PERFORM 9100-REGISTER-RUN-END
    END-IF
    DISPLAY "RT0190 - STEPS CALLED:  " RT-STEPS-RUN-COUNT
    DISPLAY "RT0190 - STEPS SKIPPED: " RT-STEPS-SKIPPED-COUNT
    DISPLAY "RT0190 - STEPS NOT DUE: " RT-STEPS-NOT-DUE-COUNT.

9100-REGISTER-RUN-END.
    MOVE RT-STEPS-RUN-COUNT
