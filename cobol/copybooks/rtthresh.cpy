*> ---------------------------------------------------------------
*> RTTHRESH - change-monitoring threshold master record.
*> One entry per monitored ROOT field (C, G, H or K) giving the
*> largest single change - new value against old, either
*> direction - the RT0320 monitoring step lets pass without an
*> alert. An entry with TH-BRANCH spaces is the threshold for
*> every branch; an entry naming a branch overrides it for that
*> branch alone. Kept in TH-FIELD-NAME / TH-BRANCH ascending
*> sequence so it can be loaded into a table and searched with
*> SEARCH ALL, the same way the product rate master (ERATE.CPY)
*> is handled. A field with no entry is not size-checked.
*> ---------------------------------------------------------------
01  THRESHOLD-REC.
    05  TH-KEY.
        10  TH-FIELD-NAME           PIC X(8).
        10  TH-BRANCH               PIC X(4).
    05  TH-LIMIT                    PIC 9(7)V99.
