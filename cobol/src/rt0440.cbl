IDENTIFICATION DIVISION.
PROGRAM-ID.    RT0440.
AUTHOR.        ACCOUNTS PROCESSING.
INSTALLATION.  ACCOUNTS PROCESSING.
DATE-WRITTEN.  2026-10-15.
DATE-COMPILED.
*>***************************************************************
*> RT0440 - MONTH-OVER-MONTH BALANCE COMPARISON
*>
*> Compares the book at two month-end closes, read entirely from
*> the frozen balance history files RT0420 cut when it closed
*> each period (RTBALHST.CPY), never from the live master - so
*> the figures are the ones each month was reported on, however
*> often the master has moved since. The earlier period's file is
*> handed to the run as BALHSTA and the later one as BALHSTB; any
*> two closed periods may be compared, not only adjacent months.
*>
*> Each file is proved before anything is printed: it must open
*> with its header, end with its trailer, and the accounts and
*> the C, G, H and K totals read must agree with the trailer's
*> control totals. A file that does not prove, or an earlier file
*> whose period is not before the later file's, ends the run with
*> RETURN-CODE 16 and no comparison is printed.
*>
*> Accounts are totalled by branch (B) and product - the E code of
*> the account's first SUB entry, as RT0300 takes it - separately
*> for each period. The report (CMPRPT) prints one line per branch
*> and product in ascending sequence, with the later period's
*> account count and C, G, H and K and the movement in each since
*> the earlier period, then a total for each branch and a grand
*> total. A branch and product held in only one of the two periods
*> prints with the other period taken as zero.
*>
*> MODIFICATION HISTORY
*>   2026-10-15  ACP  ORIGINAL PROGRAM.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-A ASSIGN TO "BALHSTA"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-HIST-FILE-STATUS.
    SELECT HISTORY-B ASSIGN TO "BALHSTB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RT-HIST-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "CMPRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  HISTORY-A
    RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
    DEPENDING ON RT-HSA-REC-LEN.
    COPY "rtbalhst" REPLACING ==RT-BALHIST-DETAIL==  BY ==HISTORY-A-DETAIL==
                              ==RT-BALHIST-HEADER==  BY ==HISTORY-A-HEADER==
                              ==RT-BALHIST-TRAILER== BY ==HISTORY-A-TRAILER==
                              ==BH-ECODE-COUNT==     BY ==BH-A-ECODE-COUNT==.
FD  HISTORY-B
    RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
    DEPENDING ON RT-HSB-REC-LEN.
    COPY "rtbalhst" REPLACING ==RT-BALHIST-DETAIL==  BY ==HISTORY-B-DETAIL==
                              ==RT-BALHIST-HEADER==  BY ==HISTORY-B-HEADER==
                              ==RT-BALHIST-TRAILER== BY ==HISTORY-B-TRAILER==
                              ==BH-ECODE-COUNT==     BY ==BH-B-ECODE-COUNT==.
FD  REPORT-FILE.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  RT-HSA-REC-LEN                  PIC 9(4) COMP.
01  RT-HSB-REC-LEN                  PIC 9(4) COMP.
77  RT-HIST-FILE-STATUS             PIC X(2).
77  RT-HIST-EOF-SWITCH              PIC X(1) VALUE "N".
    88  RT-HIST-EOF                 VALUE "Y".
77  RT-SIDE-SWITCH                  PIC X(1) VALUE "A".
    88  RT-SIDE-A                   VALUE "A".
    88  RT-SIDE-B                   VALUE "B".
77  RT-PROOF-FAILED-SWITCH          PIC X(1) VALUE "N".
    88  RT-PROOF-FAILED             VALUE "Y".
77  RT-HEADER-SEEN-SWITCH           PIC X(1).
    88  RT-HEADER-SEEN              VALUE "Y".
77  RT-TRAILER-SEEN-SWITCH          PIC X(1).
    88  RT-TRAILER-SEEN             VALUE "Y".
77  RT-SIDE-NAME                    PIC X(8).

77  RT-IN-TYPE                      PIC X(1).
01  RT-IN-KEY.
    05  RT-IN-BRANCH                PIC X(4).
    05  RT-IN-PRODUCT               PIC X(3).
77  RT-IN-PERIOD                    PIC X(6).
77  RT-IN-C                         PIC S9(5).
77  RT-IN-G                         PIC 9(5)V99.
77  RT-IN-H                         PIC 9(4)V99.
77  RT-IN-K                         PIC 9(5)V99.
77  RT-IN-TRL-COUNT                 PIC 9(9).
77  RT-IN-TRL-C                     PIC S9(11).
77  RT-IN-TRL-G                     PIC 9(11)V99.
77  RT-IN-TRL-H                     PIC 9(10)V99.
77  RT-IN-TRL-K                     PIC 9(11)V99.

77  RT-PRF-COUNT                    PIC 9(9) COMP.
77  RT-PRF-TOTAL-C                  PIC S9(11) COMP-3.
77  RT-PRF-TOTAL-G                  PIC 9(11)V99 COMP-3.
77  RT-PRF-TOTAL-H                  PIC 9(10)V99 COMP-3.
77  RT-PRF-TOTAL-K                  PIC 9(11)V99 COMP-3.
77  RT-PERIOD-A                     PIC X(6) VALUE SPACES.
77  RT-PERIOD-B                     PIC X(6) VALUE SPACES.

77  RT-CMP-SCAN-IDX                 PIC 9(4) COMP.
77  RT-CMP-FOUND-POS                PIC 9(4) COMP.
77  RT-CMP-INSERT-POS               PIC 9(4) COMP.
77  RT-CMP-SHIFT-IDX                PIC 9(4) COMP.
77  RT-CMP-PRINT-IDX                PIC 9(4) COMP.
77  RT-CMP-MAX-ENTRIES              PIC 9(4) COMP VALUE 5000.
77  RT-LAST-BRANCH                  PIC X(4) VALUE SPACES.
01  RT-CMP-TABLE-CTL.
    05  RT-CMP-ENTRY-COUNT          PIC 9(4) COMP VALUE ZERO.
    05  RT-CMP-TABLE OCCURS 1 TO 5000 TIMES
            DEPENDING ON RT-CMP-ENTRY-COUNT.
        10  RT-CMP-KEY.
            15  RT-CMP-BRANCH       PIC X(4).
            15  RT-CMP-PRODUCT      PIC X(3).
        10  RT-CMP-FIGURES.
            15  RT-CMP-COUNT-A      PIC S9(9) COMP-3.
            15  RT-CMP-C-A          PIC S9(11) COMP-3.
            15  RT-CMP-G-A          PIC S9(11)V99 COMP-3.
            15  RT-CMP-H-A          PIC S9(10)V99 COMP-3.
            15  RT-CMP-K-A          PIC S9(11)V99 COMP-3.
            15  RT-CMP-COUNT-B      PIC S9(9) COMP-3.
            15  RT-CMP-C-B          PIC S9(11) COMP-3.
            15  RT-CMP-G-B          PIC S9(11)V99 COMP-3.
            15  RT-CMP-H-B          PIC S9(10)V99 COMP-3.
            15  RT-CMP-K-B          PIC S9(11)V99 COMP-3.

01  RT-LINE-FIGURES.
    05  RT-LIN-COUNT-A              PIC S9(9) COMP-3.
    05  RT-LIN-C-A                  PIC S9(11) COMP-3.
    05  RT-LIN-G-A                  PIC S9(11)V99 COMP-3.
    05  RT-LIN-H-A                  PIC S9(10)V99 COMP-3.
    05  RT-LIN-K-A                  PIC S9(11)V99 COMP-3.
    05  RT-LIN-COUNT-B              PIC S9(9) COMP-3.
    05  RT-LIN-C-B                  PIC S9(11) COMP-3.
    05  RT-LIN-G-B                  PIC S9(11)V99 COMP-3.
    05  RT-LIN-H-B                  PIC S9(10)V99 COMP-3.
    05  RT-LIN-K-B                  PIC S9(11)V99 COMP-3.
01  RT-BRANCH-FIGURES.
    05  RT-BRS-COUNT-A              PIC S9(9) COMP-3.
    05  RT-BRS-C-A                  PIC S9(11) COMP-3.
    05  RT-BRS-G-A                  PIC S9(11)V99 COMP-3.
    05  RT-BRS-H-A                  PIC S9(10)V99 COMP-3.
    05  RT-BRS-K-A                  PIC S9(11)V99 COMP-3.
    05  RT-BRS-COUNT-B              PIC S9(9) COMP-3.
    05  RT-BRS-C-B                  PIC S9(11) COMP-3.
    05  RT-BRS-G-B                  PIC S9(11)V99 COMP-3.
    05  RT-BRS-H-B                  PIC S9(10)V99 COMP-3.
    05  RT-BRS-K-B                  PIC S9(11)V99 COMP-3.
01  RT-GRAND-FIGURES.
    05  RT-GRS-COUNT-A              PIC S9(9) COMP-3.
    05  RT-GRS-C-A                  PIC S9(11) COMP-3.
    05  RT-GRS-G-A                  PIC S9(11)V99 COMP-3.
    05  RT-GRS-H-A                  PIC S9(10)V99 COMP-3.
    05  RT-GRS-K-A                  PIC S9(11)V99 COMP-3.
    05  RT-GRS-COUNT-B              PIC S9(9) COMP-3.
    05  RT-GRS-C-B                  PIC S9(11) COMP-3.
    05  RT-GRS-G-B                  PIC S9(11)V99 COMP-3.
    05  RT-GRS-H-B                  PIC S9(10)V99 COMP-3.
    05  RT-GRS-K-B                  PIC S9(11)V99 COMP-3.

01  RT-HEADING-LINE-1.
    05  FILLER                      PIC X(50)
        VALUE "RT0440 - MONTH-OVER-MONTH BALANCE COMPARISON".
    05  FILLER                      PIC X(7)  VALUE "PERIOD ".
    05  RT-H-PERIOD-A               PIC X(6).
    05  FILLER                      PIC X(4)  VALUE " TO ".
    05  RT-H-PERIOD-B               PIC X(6).
01  RT-HEADING-LINE-2.
    05  FILLER                      PIC X(11) VALUE "BRCH  PROD".
    05  FILLER                      PIC X(17) VALUE "  ACCTS   MOVED".
    05  FILLER                      PIC X(23)
        VALUE " BALANCE C      MOVED".
    05  FILLER                      PIC X(27)
        VALUE "   BALANCE G        MOVED".
    05  FILLER                      PIC X(27)
        VALUE "   BALANCE H        MOVED".
    05  FILLER                      PIC X(25)
        VALUE "   BALANCE K        MOVED".

01  RT-DETAIL-LINE.
    05  RT-D-KEY.
        10  RT-D-BRANCH             PIC X(4).
        10  FILLER                  PIC X(2)  VALUE SPACES.
        10  RT-D-PRODUCT            PIC X(3).
        10  FILLER                  PIC X(2)  VALUE SPACES.
    05  RT-D-KEY-LABEL REDEFINES RT-D-KEY PIC X(11).
    05  RT-D-COUNT                  PIC Z(6)9.
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-COUNT-MOVED            PIC -(6)9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-D-C                      PIC -(9)9.
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-C-MOVED                PIC -(9)9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-D-G                      PIC -(8)9.99.
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-G-MOVED                PIC -(8)9.99.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-D-H                      PIC -(8)9.99.
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-H-MOVED                PIC -(8)9.99.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RT-D-K                      PIC -(8)9.99.
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  RT-D-K-MOVED                PIC -(8)9.99.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE
    SET RT-SIDE-A TO TRUE
    PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
    IF NOT RT-PROOF-FAILED
        SET RT-SIDE-B TO TRUE
        PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
    END-IF
    IF NOT RT-PROOF-FAILED
        AND RT-PERIOD-A NOT < RT-PERIOD-B
        DISPLAY "RT0440 - PERIOD " RT-PERIOD-A " ON BALHSTA IS NOT"
            " BEFORE PERIOD " RT-PERIOD-B " ON BALHSTB"
        SET RT-PROOF-FAILED TO TRUE
    END-IF
    IF RT-PROOF-FAILED
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM 8000-PRINT-REPORT
    END-IF
    PERFORM 9000-WRAP-UP
    GOBACK.

1000-INITIALIZE.
    OPEN OUTPUT REPORT-FILE
    INITIALIZE RT-BRANCH-FIGURES
    INITIALIZE RT-GRAND-FIGURES.

2000-LOAD-HISTORY.
    MOVE "N"  TO RT-HIST-EOF-SWITCH
    MOVE "N"  TO RT-HEADER-SEEN-SWITCH
    MOVE "N"  TO RT-TRAILER-SEEN-SWITCH
    MOVE ZERO TO RT-PRF-COUNT
    MOVE ZERO TO RT-PRF-TOTAL-C
    MOVE ZERO TO RT-PRF-TOTAL-G
    MOVE ZERO TO RT-PRF-TOTAL-H
    MOVE ZERO TO RT-PRF-TOTAL-K
    IF RT-SIDE-A
        MOVE "BALHSTA" TO RT-SIDE-NAME
        OPEN INPUT HISTORY-A
    ELSE
        MOVE "BALHSTB" TO RT-SIDE-NAME
        OPEN INPUT HISTORY-B
    END-IF
    IF RT-HIST-FILE-STATUS NOT = "00"
        DISPLAY "RT0440 - " RT-SIDE-NAME " NOT OPENED, FILE STATUS "
            RT-HIST-FILE-STATUS
        SET RT-PROOF-FAILED TO TRUE
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
        UNTIL RT-HIST-EOF
    IF RT-SIDE-A
        CLOSE HISTORY-A
    ELSE
        CLOSE HISTORY-B
    END-IF
    IF RT-PROOF-FAILED
        GO TO 2000-EXIT
    END-IF
    IF NOT RT-TRAILER-SEEN
        DISPLAY "RT0440 - " RT-SIDE-NAME " HAS NO TRAILER"
        SET RT-PROOF-FAILED TO TRUE
        GO TO 2000-EXIT
    END-IF
    IF RT-PRF-COUNT   NOT = RT-IN-TRL-COUNT
        OR RT-PRF-TOTAL-C NOT = RT-IN-TRL-C
        OR RT-PRF-TOTAL-G NOT = RT-IN-TRL-G
        OR RT-PRF-TOTAL-H NOT = RT-IN-TRL-H
        OR RT-PRF-TOTAL-K NOT = RT-IN-TRL-K
        DISPLAY "RT0440 - " RT-SIDE-NAME " DOES NOT AGREE WITH ITS"
            " TRAILER - " RT-PRF-COUNT " ACCOUNTS READ, "
            RT-IN-TRL-COUNT " IN TRAILER"
        SET RT-PROOF-FAILED TO TRUE
        GO TO 2000-EXIT
    END-IF
    DISPLAY "RT0440 - " RT-SIDE-NAME " PERIOD " RT-IN-PERIOD
        " PROVED, ACCOUNTS: " RT-PRF-COUNT.
2000-EXIT.
    EXIT.

2100-LOAD-ONE-RECORD.
    IF RT-SIDE-A
        PERFORM 2200-READ-HISTORY-A THRU 2200-EXIT
    ELSE
        PERFORM 2300-READ-HISTORY-B THRU 2300-EXIT
    END-IF
    IF RT-HIST-EOF
        GO TO 2100-EXIT
    END-IF
    IF RT-TRAILER-SEEN
        DISPLAY "RT0440 - " RT-SIDE-NAME " HAS RECORDS AFTER ITS"
            " TRAILER"
        SET RT-PROOF-FAILED TO TRUE
        SET RT-HIST-EOF TO TRUE
        GO TO 2100-EXIT
    END-IF
    IF NOT RT-HEADER-SEEN AND RT-IN-TYPE NOT = "H"
        DISPLAY "RT0440 - " RT-SIDE-NAME " DOES NOT START WITH A"
            " HEADER"
        SET RT-PROOF-FAILED TO TRUE
        SET RT-HIST-EOF TO TRUE
        GO TO 2100-EXIT
    END-IF
    EVALUATE RT-IN-TYPE
        WHEN "H"
            IF RT-HEADER-SEEN
                DISPLAY "RT0440 - " RT-SIDE-NAME " HAS A SECOND"
                    " HEADER"
                SET RT-PROOF-FAILED TO TRUE
                SET RT-HIST-EOF TO TRUE
            END-IF
            SET RT-HEADER-SEEN TO TRUE
            IF RT-SIDE-A
                MOVE RT-IN-PERIOD TO RT-PERIOD-A
            ELSE
                MOVE RT-IN-PERIOD TO RT-PERIOD-B
            END-IF
        WHEN "D"
            ADD 1       TO RT-PRF-COUNT
            ADD RT-IN-C TO RT-PRF-TOTAL-C
            ADD RT-IN-G TO RT-PRF-TOTAL-G
            ADD RT-IN-H TO RT-PRF-TOTAL-H
            ADD RT-IN-K TO RT-PRF-TOTAL-K
            PERFORM 2500-ACCUMULATE-BRANCH-PRODUCT THRU 2500-EXIT
        WHEN "T"
            SET RT-TRAILER-SEEN TO TRUE
        WHEN OTHER
            DISPLAY "RT0440 - " RT-SIDE-NAME " HAS A RECORD OF"
                " UNKNOWN TYPE " RT-IN-TYPE
            SET RT-PROOF-FAILED TO TRUE
            SET RT-HIST-EOF TO TRUE
    END-EVALUATE.
2100-EXIT.
    EXIT.

2200-READ-HISTORY-A.
    READ HISTORY-A
        AT END
            SET RT-HIST-EOF TO TRUE
            GO TO 2200-EXIT
    END-READ
    MOVE BH-REC-TYPE OF HISTORY-A-DETAIL TO RT-IN-TYPE
    EVALUATE RT-IN-TYPE
        WHEN "H"
            MOVE BH-HDR-PERIOD OF HISTORY-A-HEADER TO RT-IN-PERIOD
        WHEN "D"
            MOVE BH-BRANCH OF HISTORY-A-DETAIL TO RT-IN-BRANCH
            MOVE SPACES TO RT-IN-PRODUCT
            IF BH-A-ECODE-COUNT > ZERO
                MOVE BH-ECODE OF HISTORY-A-DETAIL (1)
                    TO RT-IN-PRODUCT
            END-IF
            MOVE BH-BAL-C OF HISTORY-A-DETAIL TO RT-IN-C
            MOVE BH-BAL-G OF HISTORY-A-DETAIL TO RT-IN-G
            MOVE BH-BAL-H OF HISTORY-A-DETAIL TO RT-IN-H
            MOVE BH-BAL-K OF HISTORY-A-DETAIL TO RT-IN-K
        WHEN "T"
            MOVE BH-TRL-RECORD-COUNT OF HISTORY-A-TRAILER
                TO RT-IN-TRL-COUNT
            MOVE BH-TRL-TOTAL-C OF HISTORY-A-TRAILER TO RT-IN-TRL-C
            MOVE BH-TRL-TOTAL-G OF HISTORY-A-TRAILER TO RT-IN-TRL-G
            MOVE BH-TRL-TOTAL-H OF HISTORY-A-TRAILER TO RT-IN-TRL-H
            MOVE BH-TRL-TOTAL-K OF HISTORY-A-TRAILER TO RT-IN-TRL-K
    END-EVALUATE.
2200-EXIT.
    EXIT.

2300-READ-HISTORY-B.
    READ HISTORY-B
        AT END
            SET RT-HIST-EOF TO TRUE
            GO TO 2300-EXIT
    END-READ
    MOVE BH-REC-TYPE OF HISTORY-B-DETAIL TO RT-IN-TYPE
    EVALUATE RT-IN-TYPE
        WHEN "H"
            MOVE BH-HDR-PERIOD OF HISTORY-B-HEADER TO RT-IN-PERIOD
        WHEN "D"
            MOVE BH-BRANCH OF HISTORY-B-DETAIL TO RT-IN-BRANCH
            MOVE SPACES TO RT-IN-PRODUCT
            IF BH-B-ECODE-COUNT > ZERO
                MOVE BH-ECODE OF HISTORY-B-DETAIL (1)
                    TO RT-IN-PRODUCT
            END-IF
            MOVE BH-BAL-C OF HISTORY-B-DETAIL TO RT-IN-C
            MOVE BH-BAL-G OF HISTORY-B-DETAIL TO RT-IN-G
            MOVE BH-BAL-H OF HISTORY-B-DETAIL TO RT-IN-H
            MOVE BH-BAL-K OF HISTORY-B-DETAIL TO RT-IN-K
        WHEN "T"
            MOVE BH-TRL-RECORD-COUNT OF HISTORY-B-TRAILER
                TO RT-IN-TRL-COUNT
            MOVE BH-TRL-TOTAL-C OF HISTORY-B-TRAILER TO RT-IN-TRL-C
            MOVE BH-TRL-TOTAL-G OF HISTORY-B-TRAILER TO RT-IN-TRL-G
            MOVE BH-TRL-TOTAL-H OF HISTORY-B-TRAILER TO RT-IN-TRL-H
            MOVE BH-TRL-TOTAL-K OF HISTORY-B-TRAILER TO RT-IN-TRL-K
    END-EVALUATE.
2300-EXIT.
    EXIT.

2500-ACCUMULATE-BRANCH-PRODUCT.
    MOVE ZERO TO RT-CMP-FOUND-POS
    PERFORM 2550-MATCH-ONE-ENTRY
        VARYING RT-CMP-SCAN-IDX FROM 1 BY 1
        UNTIL RT-CMP-SCAN-IDX > RT-CMP-ENTRY-COUNT
           OR RT-CMP-FOUND-POS > ZERO
    IF RT-CMP-FOUND-POS = ZERO
        IF RT-CMP-ENTRY-COUNT NOT < RT-CMP-MAX-ENTRIES
            DISPLAY "RT0440 - MORE THAN " RT-CMP-MAX-ENTRIES
                " BRANCH AND PRODUCT COMBINATIONS - RUN ABANDONED"
            SET RT-PROOF-FAILED TO TRUE
            SET RT-HIST-EOF TO TRUE
            GO TO 2500-EXIT
        END-IF
        PERFORM 2600-INSERT-ENTRY-IN-SEQUENCE
    END-IF
    IF RT-SIDE-A
        ADD 1       TO RT-CMP-COUNT-A (RT-CMP-FOUND-POS)
        ADD RT-IN-C TO RT-CMP-C-A (RT-CMP-FOUND-POS)
        ADD RT-IN-G TO RT-CMP-G-A (RT-CMP-FOUND-POS)
        ADD RT-IN-H TO RT-CMP-H-A (RT-CMP-FOUND-POS)
        ADD RT-IN-K TO RT-CMP-K-A (RT-CMP-FOUND-POS)
    ELSE
        ADD 1       TO RT-CMP-COUNT-B (RT-CMP-FOUND-POS)
        ADD RT-IN-C TO RT-CMP-C-B (RT-CMP-FOUND-POS)
        ADD RT-IN-G TO RT-CMP-G-B (RT-CMP-FOUND-POS)
        ADD RT-IN-H TO RT-CMP-H-B (RT-CMP-FOUND-POS)
        ADD RT-IN-K TO RT-CMP-K-B (RT-CMP-FOUND-POS)
    END-IF.
2500-EXIT.
    EXIT.

2550-MATCH-ONE-ENTRY.
    IF RT-CMP-KEY (RT-CMP-SCAN-IDX) = RT-IN-KEY
        MOVE RT-CMP-SCAN-IDX TO RT-CMP-FOUND-POS
    END-IF.

2600-INSERT-ENTRY-IN-SEQUENCE.
    MOVE ZERO TO RT-CMP-INSERT-POS
    PERFORM 2650-SCAN-INSERT-POSITION THRU 2650-EXIT
        VARYING RT-CMP-SCAN-IDX FROM 1 BY 1
        UNTIL RT-CMP-SCAN-IDX > RT-CMP-ENTRY-COUNT
           OR RT-CMP-INSERT-POS > ZERO
    IF RT-CMP-INSERT-POS = ZERO
        COMPUTE RT-CMP-INSERT-POS = RT-CMP-ENTRY-COUNT + 1
    END-IF
    ADD 1 TO RT-CMP-ENTRY-COUNT
    PERFORM 2670-SHIFT-ENTRY-DOWN
        VARYING RT-CMP-SHIFT-IDX FROM RT-CMP-ENTRY-COUNT BY -1
        UNTIL RT-CMP-SHIFT-IDX NOT > RT-CMP-INSERT-POS
    MOVE RT-IN-KEY TO RT-CMP-KEY (RT-CMP-INSERT-POS)
    INITIALIZE RT-CMP-FIGURES (RT-CMP-INSERT-POS)
    MOVE RT-CMP-INSERT-POS TO RT-CMP-FOUND-POS.

2650-SCAN-INSERT-POSITION.
    IF RT-CMP-KEY (RT-CMP-SCAN-IDX) > RT-IN-KEY
        MOVE RT-CMP-SCAN-IDX TO RT-CMP-INSERT-POS
    END-IF.
2650-EXIT.
    EXIT.

2670-SHIFT-ENTRY-DOWN.
    MOVE RT-CMP-TABLE (RT-CMP-SHIFT-IDX - 1)
        TO RT-CMP-TABLE (RT-CMP-SHIFT-IDX).

8000-PRINT-REPORT.
    MOVE RT-PERIOD-A TO RT-H-PERIOD-A
    MOVE RT-PERIOD-B TO RT-H-PERIOD-B
    WRITE REPORT-LINE FROM RT-HEADING-LINE-1
    WRITE REPORT-LINE FROM RT-HEADING-LINE-2
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    IF RT-CMP-ENTRY-COUNT > ZERO
        MOVE RT-CMP-BRANCH (1) TO RT-LAST-BRANCH
    END-IF
    PERFORM 8100-PRINT-ONE-ENTRY
        VARYING RT-CMP-PRINT-IDX FROM 1 BY 1
        UNTIL RT-CMP-PRINT-IDX > RT-CMP-ENTRY-COUNT
    IF RT-CMP-ENTRY-COUNT > ZERO
        PERFORM 8200-PRINT-BRANCH-TOTAL
    END-IF
    MOVE RT-GRAND-FIGURES TO RT-LINE-FIGURES
    MOVE "GRAND TOTAL" TO RT-D-KEY-LABEL
    PERFORM 8300-FORMAT-AND-WRITE.

8100-PRINT-ONE-ENTRY.
    IF RT-CMP-BRANCH (RT-CMP-PRINT-IDX) NOT = RT-LAST-BRANCH
        PERFORM 8200-PRINT-BRANCH-TOTAL
        MOVE RT-CMP-BRANCH (RT-CMP-PRINT-IDX) TO RT-LAST-BRANCH
    END-IF
    MOVE RT-CMP-FIGURES (RT-CMP-PRINT-IDX) TO RT-LINE-FIGURES
    MOVE SPACES TO RT-D-KEY-LABEL
    MOVE RT-CMP-BRANCH (RT-CMP-PRINT-IDX)  TO RT-D-BRANCH
    MOVE RT-CMP-PRODUCT (RT-CMP-PRINT-IDX) TO RT-D-PRODUCT
    PERFORM 8300-FORMAT-AND-WRITE
    ADD RT-LIN-COUNT-A TO RT-BRS-COUNT-A RT-GRS-COUNT-A
    ADD RT-LIN-C-A     TO RT-BRS-C-A     RT-GRS-C-A
    ADD RT-LIN-G-A     TO RT-BRS-G-A     RT-GRS-G-A
    ADD RT-LIN-H-A     TO RT-BRS-H-A     RT-GRS-H-A
    ADD RT-LIN-K-A     TO RT-BRS-K-A     RT-GRS-K-A
    ADD RT-LIN-COUNT-B TO RT-BRS-COUNT-B RT-GRS-COUNT-B
    ADD RT-LIN-C-B     TO RT-BRS-C-B     RT-GRS-C-B
    ADD RT-LIN-G-B     TO RT-BRS-G-B     RT-GRS-G-B
    ADD RT-LIN-H-B     TO RT-BRS-H-B     RT-GRS-H-B
    ADD RT-LIN-K-B     TO RT-BRS-K-B     RT-GRS-K-B.

8200-PRINT-BRANCH-TOTAL.
    MOVE RT-BRANCH-FIGURES TO RT-LINE-FIGURES
    MOVE SPACES         TO RT-D-KEY-LABEL
    MOVE RT-LAST-BRANCH TO RT-D-BRANCH
    MOVE "ALL"          TO RT-D-PRODUCT
    PERFORM 8300-FORMAT-AND-WRITE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    INITIALIZE RT-BRANCH-FIGURES.

8300-FORMAT-AND-WRITE.
    MOVE RT-LIN-COUNT-B TO RT-D-COUNT
    COMPUTE RT-D-COUNT-MOVED = RT-LIN-COUNT-B - RT-LIN-COUNT-A
    MOVE RT-LIN-C-B     TO RT-D-C
    COMPUTE RT-D-C-MOVED     = RT-LIN-C-B - RT-LIN-C-A
    MOVE RT-LIN-G-B     TO RT-D-G
    COMPUTE RT-D-G-MOVED     = RT-LIN-G-B - RT-LIN-G-A
    MOVE RT-LIN-H-B     TO RT-D-H
    COMPUTE RT-D-H-MOVED     = RT-LIN-H-B - RT-LIN-H-A
    MOVE RT-LIN-K-B     TO RT-D-K
    COMPUTE RT-D-K-MOVED     = RT-LIN-K-B - RT-LIN-K-A
    WRITE REPORT-LINE FROM RT-DETAIL-LINE.

9000-WRAP-UP.
    IF RT-PROOF-FAILED
        MOVE "RT0440 - HISTORY FILES DID NOT PROVE - NO COMPARISON"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    CLOSE REPORT-FILE
    DISPLAY "RT0440 - BRANCH/PRODUCT LINES:   " RT-CMP-ENTRY-COUNT.
