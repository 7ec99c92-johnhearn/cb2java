*> ---------------------------------------------------------------
*> RTHOLD - account hold (freeze) master record.
*> One record per account, keyed on A, maintained only through the
*> RT0380 hold screen. A hold is in force from its start date
*> until the date it is released; a released record is kept, with
*> who released it and when, until a new hold is placed over it.
*> Every program that rewrites ROOT-MASTER asks RTHOLDCK whether
*> an account is held before touching it.
*> ---------------------------------------------------------------
01  RT-HOLD-REC.
    05  HD-KEY-A                    PIC X(6).
    05  HD-HOLD-TYPE                PIC X(1).
        88  HD-TYPE-LEGAL           VALUE "L".
        88  HD-TYPE-FRAUD           VALUE "F".
        88  HD-TYPE-OTHER           VALUE "O".
        88  HD-TYPE-VALID           VALUE "L" "F" "O".
    05  HD-REASON                   PIC X(30).
    05  HD-PLACED-BY                PIC X(8).
    05  HD-START-DATE               PIC X(8).
    05  HD-RELEASE-DATE             PIC X(8).
    05  HD-RELEASED-BY              PIC X(8).
