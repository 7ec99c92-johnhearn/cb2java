*> ---------------------------------------------------------------
*> RTPEND - pending-approval queue record for corrections to D
*> and K. One entry per field a maker has asked to change, written
*> through the RTPEND subprogram by RT0070 (online) and RT0230
*> (bulk), and decided on the RT0330 approval screen. Keyed on the
*> item id - the time the correction was entered plus a sequence
*> number that separates items entered in the same second - so the
*> queue reads back in the order corrections were made. The old
*> value is the field as the maker saw it; an approval is only
*> applied while the master still holds it. The maker and checker
*> are operator ids, and the checker may never be the maker. The
*> effective date is the business date the correction is dated;
*> no correction dated in a closed accounting period is queued or
*> applied (RTPERDCK).
*> ---------------------------------------------------------------
01  RT-PENDING-REC.
    05  PC-ITEM-ID.
        10  PC-ENTRY-TIMESTAMP      PIC X(14).
        10  PC-ITEM-SEQ             PIC 9(4).
    05  PC-KEY-A                    PIC X(6).
    05  PC-FIELD-NAME               PIC X(8).
    05  PC-OLD-VALUE                PIC X(20).
    05  PC-NEW-VALUE                PIC X(20).
    05  PC-MAKER-ID                 PIC X(8).
    05  PC-SOURCE                   PIC X(8).
    05  PC-STATUS                   PIC X(1).
        88  PC-PENDING              VALUE "P".
        88  PC-APPROVED             VALUE "A".
        88  PC-REJECTED             VALUE "R".
    05  PC-CHECKER-ID               PIC X(8).
    05  PC-DECISION-TIMESTAMP       PIC X(14).
    05  PC-REJECT-REASON            PIC X(30).
    05  PC-EFFECTIVE-DATE           PIC X(8).
