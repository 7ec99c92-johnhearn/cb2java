*> ---------------------------------------------------------------
*> RTBUSDT - business date resolved from the calendar by RTBUSDAT.
*> The caller sets BD-CALENDAR-DATE to the date to be resolved, or
*> to spaces for today's date - the open nightly cycle's business
*> date while one is running, otherwise the clock date - and
*> everything else is returned. A day that is not a business day
*> belongs to the business date before it, so a cycle that runs
*> past midnight, or over a weekend or a holiday, still works
*> under the business date it belongs to.
*> BD-AFTER-CLOSURE says one or more non-business days lie between
*> the prior business date and this one (a Monday, or the day
*> after a holiday).
*> ---------------------------------------------------------------
01  RT-BUSINESS-DATE-REC.
    05  BD-CALENDAR-DATE            PIC X(8).
    05  BD-BUSINESS-DATE            PIC X(8).
    05  BD-PRIOR-BUSINESS-DATE      PIC X(8).
    05  BD-DAY-TYPE                 PIC X(1).
    05  BD-MONTH-END                PIC X(1).
        88  BD-IS-MONTH-END         VALUE "Y".
    05  BD-YEAR-END                 PIC X(1).
        88  BD-IS-YEAR-END          VALUE "Y".
    05  BD-AFTER-CLOSURE            PIC X(1).
        88  BD-FOLLOWS-CLOSURE      VALUE "Y".
