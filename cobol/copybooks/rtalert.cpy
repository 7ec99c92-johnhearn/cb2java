*> ---------------------------------------------------------------
*> RTALERT - change-monitoring alert record.
*> One entry per alert raised by the RT0320 monitoring step over
*> the day's audit trail, written to the alert file the control
*> team works from. Carries the rule that fired, the account and
*> its branch, and - for a rule fired by a single audit entry -
*> that entry's field, values, timestamp and user id; for the
*> corrections-per-day rule the field is blank and AL-COUNT holds
*> the number of corrections seen.
*> ---------------------------------------------------------------
01  RT-ALERT-REC.
    05  AL-BUSINESS-DATE            PIC X(8).
    05  AL-RULE                     PIC X(8).
        88  AL-RULE-LARGE-CHANGE    VALUE "LARGECHG".
        88  AL-RULE-REPEAT-CORR     VALUE "REPTCORR".
        88  AL-RULE-CLOSED-BRANCH   VALUE "CLOSEDBR".
    05  AL-KEY-A                    PIC X(6).
    05  AL-BRANCH                   PIC X(4).
    05  AL-FIELD-NAME               PIC X(8).
    05  AL-OLD-VALUE                PIC X(20).
    05  AL-NEW-VALUE                PIC X(20).
    05  AL-TIMESTAMP                PIC X(14).
    05  AL-USER-ID                  PIC X(8).
    05  AL-COUNT                    PIC 9(5).
