*> ---------------------------------------------------------------
*> GLJRNL - general ledger journal interface file record layouts.
*>
*> A fixed-length sequential file handed to the general ledger: a
*> single header record carrying the business date the journal
*> was cut for, journal line records - always written as a debit
*> and credit pair of equal amount, one pair per branch and
*> product - and a single trailer carrying the line count and the
*> debit and credit totals, which must agree. All record types
*> share the first byte as a record-type flag, the same way the
*> ROOT extract (RTFILE.CPY) does. Amounts are unsigned display
*> numerics; the direction is carried in GJ-DR-CR.
*> ---------------------------------------------------------------
01  GL-JOURNAL-RECORD.
    05  GJ-REC-TYPE                 PIC X(1).
        88  GJ-TYPE-HEADER          VALUE 'H'.
        88  GJ-TYPE-DETAIL          VALUE 'D'.
        88  GJ-TYPE-TRAILER         VALUE 'T'.
    05  GJ-BUSINESS-DATE            PIC X(8).
    05  GJ-GL-ACCOUNT               PIC X(10).
    05  GJ-BRANCH                   PIC X(4).
    05  GJ-ECODE                    PIC X(3).
    05  GJ-DR-CR                    PIC X(1).
        88  GJ-DEBIT                VALUE 'D'.
        88  GJ-CREDIT               VALUE 'C'.
    05  GJ-AMOUNT                   PIC 9(11)V99.
    05  GJ-NARRATIVE                PIC X(30).
    05  FILLER                      PIC X(10).
01  GL-JOURNAL-HEADER.
    05  GJH-REC-TYPE                PIC X(1).
    05  GJH-BUSINESS-DATE           PIC X(8).
    05  GJH-CREATING-JOB            PIC X(8).
    05  FILLER                      PIC X(63).
01  GL-JOURNAL-TRAILER.
    05  GJT-REC-TYPE                PIC X(1).
    05  GJT-BUSINESS-DATE           PIC X(8).
    05  GJT-LINE-COUNT              PIC 9(9).
    05  GJT-TOTAL-DEBIT             PIC 9(13)V99.
    05  GJT-TOTAL-CREDIT            PIC 9(13)V99.
    05  FILLER                      PIC X(32).
