*> writing ROOTOUT at once, or RT0080 refreshing ROOTMSTR while
*> another job holds it.
*>
*> Every entry also carries the business date the run belongs to.
*> A caller may supply it (RT0190 does, so a recovered cycle stays
*> on the night it is recovering); otherwise it is today's
*> business date from RTBUSDAT - the open cycle's business date
*> while the nightly cycle is running, so a step that starts after
*> midnight is still logged against the night it belongs to. A
*> caller that reuses its entry for the end call therefore logs
*> the end against the same business date as the start.
*>
*> CALLING SEQUENCE
*>   CALL "RTRUNCTL" USING LK-RUN-FUNCTION
*>                         LK-RUNLOG-REC
*>   LK-RUN-FUNCTION  "S" REGISTER JOB START. THE CALLER SETS
*>                        RT-RUN-JOB-NAME AND RT-RUN-DATASET; THE
*>                        TIMESTAMP IS STAMPED HERE AND COUNT AND
*>                        RETURN CODE ARE ZEROED. RT-RUN-BUSINESS-
*>                        DATE IS STAMPED HERE UNLESS THE CALLER
*>                        HAS SET IT. REFUSED WITH 91
*>                        WHEN ANY JOB IS STILL RUNNING AGAINST THE
*>                        SAME DATASET.
*>                    "E" REGISTER JOB END. THE CALLER ALSO SETS
*>                    FROM OPERATOR CARDS, AND A RESTART RUN OF A
*>                    CHECKPOINTED JOB RELEASES ITS OWN DANGLING
*>                    ENTRY BEFORE REGISTERING ITS START.
*>   2026-10-15  ACP  STAMP THE CALENDAR BUSINESS DATE (RTBUSDAT) ON
*>                    EVERY ENTRY THE CALLER HAS NOT ALREADY DATED.
*>   2026-10-15  ACP  UNDATED ENTRIES TAKE TODAY'S BUSINESS DATE FROM
*>                    RTBUSDAT, THE OPEN CYCLE'S WHILE ONE IS OPEN,
*>                    NOT THE DATE OF THE ENTRY'S TIMESTAMP.
*>***************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
77  RT-RUN-PAIR-POS                 PIC 9(4) COMP.
77  RT-RUN-BUSY-SWITCH              PIC X(1).
    88  RT-RUN-DATASET-BUSY         VALUE "Y".
77  RT-BDT-RETURN-CODE              PIC 9(2) COMP.
    COPY "rtbusdt".
01  RT-RUN-TABLE-CTL.
    05  RT-RUN-PAIR-COUNT           PIC 9(4) COMP.
    05  RT-RUN-PAIR-TABLE OCCURS 1 TO 500 TIMES
    STRING RT-RUN-DATE-NOW         DELIMITED BY SIZE
           RT-RUN-TIME-NOW (1:6)   DELIMITED BY SIZE
        INTO RT-RUN-TIMESTAMP OF LK-RUNLOG-REC
    IF RT-RUN-BUSINESS-DATE OF LK-RUNLOG-REC IS NOT NUMERIC
        MOVE SPACES TO BD-CALENDAR-DATE
        CALL "RTBUSDAT" USING RT-BUSINESS-DATE-REC
                              RT-BDT-RETURN-CODE
        MOVE BD-BUSINESS-DATE
            TO RT-RUN-BUSINESS-DATE OF LK-RUNLOG-REC
    END-IF
    OPEN EXTEND RUNLOG-FILE
    IF RT-RUN-FILE-STATUS = "35"
        OPEN OUTPUT RUNLOG-FILE
