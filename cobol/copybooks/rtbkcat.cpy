*> ---------------------------------------------------------------
*> RTBKCAT - ROOT-MASTER image-copy catalogue record.
*> One record written beside each image copy RT0360 cuts, carrying
*> the header's business date and file sequence (so a restore can
*> tie the catalogue entry to the backup it was handed), the
*> timestamp the master was locked for the unload - every audit
*> entry stamped from then on is missing from the copy and must be
*> replayed by RT0370 - and the copy's record count and G and H
*> totals as written to its trailer.
*> ---------------------------------------------------------------
01  RT-BKCAT-REC.
    05  BK-BUSINESS-DATE            PIC X(8).
    05  BK-FILE-SEQUENCE            PIC 9(4).
    05  BK-CUT-TIMESTAMP            PIC X(14).
    05  BK-RECORD-COUNT             PIC 9(9).
    05  BK-TOTAL-G                  PIC 9(9)V99.
    05  BK-TOTAL-H                  PIC 9(7)V99.
