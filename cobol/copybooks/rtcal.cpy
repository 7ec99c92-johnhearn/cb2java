*> ---------------------------------------------------------------
*> RTCAL - business calendar master record.
*> One record per calendar date, keyed on the date, maintained
*> only through RT0400. A day is a business day, a weekend day or
*> a holiday; the month-end and year-end flags sit on the last
*> business day of the month and of the year and are set by RT0400
*> whenever a month's days change, never by hand. RTBUSDAT reads
*> this file to tell every program what business date it is.
*> ---------------------------------------------------------------
01  RT-CALENDAR-REC.
    05  CL-DATE                     PIC X(8).
    05  CL-DAY-TYPE                 PIC X(1).
        88  CL-BUSINESS-DAY         VALUE "B".
        88  CL-WEEKEND-DAY          VALUE "W".
        88  CL-HOLIDAY              VALUE "H".
    05  CL-MONTH-END                PIC X(1).
        88  CL-IS-MONTH-END         VALUE "Y".
    05  CL-YEAR-END                 PIC X(1).
        88  CL-IS-YEAR-END          VALUE "Y".
    05  CL-DESCRIPTION              PIC X(30).
