*> ---------------------------------------------------------------
*> GLMAP - general ledger account mapping master record.
*> One entry per branch code (field B of a ROOT record) and
*> product code (field E of its SUB table), naming the ledger
*> account that carries that branch's balances for that product
*> and the contra account the day's movement is offset against.
*> Used by the RT0300 GL journal run. Kept in GM-BRANCH / GM-ECODE
*> ascending sequence so it can be loaded into a table and
*> searched with SEARCH ALL, the same way the product rate master
*> (ERATE.CPY) is handled.
*> ---------------------------------------------------------------
01  GLMAP-REC.
    05  GM-KEY.
        10  GM-BRANCH               PIC X(4).
        10  GM-ECODE                PIC X(3).
    05  GM-LEDGER-ACCOUNT           PIC X(10).
    05  GM-CONTRA-ACCOUNT           PIC X(10).
    05  GM-DESC                     PIC X(30).
