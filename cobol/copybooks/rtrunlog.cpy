*> count and return code. The start entry for a job that has not
*> yet written its end entry is what marks that job as running -
*> RTRUNCTL refuses to start another job against the same dataset
*> while one is outstanding. The timestamp is the clock time of
*> the event; the business date is the calendar business date the
*> run belongs to (RTBUSDAT), so a run on a weekend or a holiday
*> is recorded against the business day it belongs to.
*> ---------------------------------------------------------------
01  RT-RUNLOG-REC.
    05  RT-RUN-JOB-NAME             PIC X(8).
    05  RT-RUN-TIMESTAMP            PIC X(14).
    05  RT-RUN-RECORD-COUNT         PIC 9(9).
    05  RT-RUN-RETURN-CODE          PIC 9(2).
    05  RT-RUN-BUSINESS-DATE        PIC X(8).
