*> ---------------------------------------------------------------
*> RTBALHST - month-end balance history record layouts.
*>
*> One history file is cut per closed period by RT0420 and is
*> never updated afterwards: it is what the book looked like at
*> the month-end close, whatever later refreshes and corrections
*> do to ROOT-MASTER. Laid out the RTFILE.CPY way - a variable-
*> length sequential file whose first byte says which layout
*> applies - with a single header at the front, one detail per
*> account carrying its branch, E codes and month-end C, G, H and
*> K, and a single trailer carrying the account count and the C,
*> G, H and K control totals. Amounts are held in display form so
*> the file reads the same on any platform it is kept on.
*> ---------------------------------------------------------------
01  RT-BALHIST-DETAIL.
    05  BH-REC-TYPE                 PIC X(1).
        88  BH-TYPE-HEADER          VALUE "H".
        88  BH-TYPE-DETAIL          VALUE "D".
        88  BH-TYPE-TRAILER         VALUE "T".
    05  BH-KEY-A                    PIC X(6).
    05  BH-BRANCH                   PIC X(4).
    05  BH-BAL-C                    PIC S9(5).
    05  BH-BAL-G                    PIC 9(5)V99.
    05  BH-BAL-H                    PIC 9(4)V99.
    05  BH-BAL-K                    PIC 9(5)V99.
    05  BH-ECODE-COUNT              PIC 9(2).
    05  BH-ECODE                    PIC X(3)
        OCCURS 0 TO 99 TIMES DEPENDING ON BH-ECODE-COUNT.
01  RT-BALHIST-HEADER.
    05  BH-HDR-REC-TYPE             PIC X(1).
    05  BH-HDR-PERIOD               PIC X(6).
    05  BH-HDR-BUSINESS-DATE        PIC X(8).
    05  BH-HDR-CREATING-JOB         PIC X(8).
    05  BH-HDR-TIMESTAMP            PIC X(14).
01  RT-BALHIST-TRAILER.
    05  BH-TRL-REC-TYPE             PIC X(1).
    05  BH-TRL-PERIOD               PIC X(6).
    05  BH-TRL-RECORD-COUNT         PIC 9(9).
    05  BH-TRL-TOTAL-C              PIC S9(11).
    05  BH-TRL-TOTAL-G              PIC 9(11)V99.
    05  BH-TRL-TOTAL-H              PIC 9(10)V99.
    05  BH-TRL-TOTAL-K              PIC 9(11)V99.
