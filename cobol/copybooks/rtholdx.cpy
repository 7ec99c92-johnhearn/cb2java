*> ---------------------------------------------------------------
*> RTHOLDX - held-account exception record.
*> One record per update a hold stopped: which account, which
*> program, what it was about to do, and the hold that stopped it.
*> Built by RTHOLDCK when it finds a hold in force; the program
*> that was stopped writes it to its own hold exceptions file, and
*> RTHOLDCK appends the same record to the blocked-update log
*> (HOLDBLK) that RT0390's daily held-accounts report reads. The
*> timestamp is the clock time the update was stopped; the
*> business date is the business day it belongs to (RTBUSDAT),
*> which is what RT0390 counts a day's blocked updates by.
*> ---------------------------------------------------------------
01  RT-HOLD-EXCEPTION-REC.
    05  HX-TIMESTAMP                PIC X(14).
    05  HX-KEY-A                    PIC X(6).
    05  HX-PROGRAM                  PIC X(8).
    05  HX-BLOCKED-UPDATE           PIC X(40).
    05  HX-HOLD-TYPE                PIC X(1).
    05  HX-HOLD-REASON              PIC X(30).
    05  HX-START-DATE               PIC X(8).
    05  HX-BUSINESS-DATE            PIC X(8).
