*> ---------------------------------------------------------------
*> RTPERIOD - accounting period control record.
*> One record per closed month, keyed on the period (yyyymm of the
*> month-end business date), written by RT0420 when it freezes the
*> month's balances to the balance history file and maintained
*> afterwards only by RT0430's reopen and re-close. A period with
*> no record has never been closed and is open. A closed period
*> refuses every correction or reversal dated in it (RTPERDCK);
*> a reopened one accepts them until it is closed again, and the
*> record keeps who reopened it, when and why. The control totals
*> are those written to the history file's trailer at the close.
*> ---------------------------------------------------------------
01  RT-PERIOD-REC.
    05  PD-PERIOD                   PIC X(6).
    05  PD-STATUS                   PIC X(1).
        88  PD-CLOSED               VALUE "C".
        88  PD-REOPENED             VALUE "R".
    05  PD-CLOSE-BUSINESS-DATE      PIC X(8).
    05  PD-CLOSE-TIMESTAMP          PIC X(14).
    05  PD-CLOSED-BY                PIC X(8).
    05  PD-REOPEN-TIMESTAMP         PIC X(14).
    05  PD-REOPENED-BY              PIC X(8).
    05  PD-REOPEN-REASON            PIC X(30).
    05  PD-ACCOUNT-COUNT            PIC 9(9).
    05  PD-TOTAL-C                  PIC S9(11).
    05  PD-TOTAL-G                  PIC 9(11)V99.
    05  PD-TOTAL-H                  PIC 9(10)V99.
    05  PD-TOTAL-K                  PIC 9(11)V99.
