*> RTAUDIT - before/after audit trail record for ROOT updates.
*> One entry per changed field per update, written by the RTAUDIT
*> subprogram so every update path (batch or online) logs the same
*> way: who changed what, from what, to what, and when. The
*> timestamp is the clock time of the change; the business date
*> is the calendar business date it belongs to (RTBUSDAT), which
*> is what the nightly cycle selects a day's entries by.
*>
*> AUDITDS (and each AUDARCH archive cut) is indexed. The record
*> key is the account, the timestamp and a sequence number RTAUDIT
*> assigns so that several entries made for one account in the
*> same second keep their own keys, in the order they were made.
*> The business date is an alternate key with duplicates.
*> ---------------------------------------------------------------
01  RT-AUDIT-REC.
    05  RT-AUD-RECORD-KEY.
        10  RT-AUD-KEY-A            PIC X(6).
        10  RT-AUD-TIMESTAMP        PIC X(14).
        10  RT-AUD-KEY-SEQ          PIC 9(4).
    05  RT-AUD-FIELD-NAME           PIC X(8).
    05  RT-AUD-OLD-VALUE            PIC X(20).
    05  RT-AUD-NEW-VALUE            PIC X(20).
    05  RT-AUD-USER-ID              PIC X(8).
    05  RT-AUD-BUSINESS-DATE        PIC X(8).
