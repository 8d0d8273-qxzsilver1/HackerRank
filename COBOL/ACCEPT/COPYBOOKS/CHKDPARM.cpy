         01 CHKD-PARM.
             05 CHKP-ALGORITHM  PIC X(5).
                 88 CHKP-MOD10     VALUE "MOD10".
                 88 CHKP-MOD11     VALUE "MOD11".
                 88 CHKP-NO-CHECK  VALUE "NONE ".
             05 CHKP-POSITION   PIC 9(2).
             05 CHKP-CODE       PIC 9(36).
             05 CHKP-RESULT     PIC X.
                 88 CHKP-PASSED      VALUE "P".
                 88 CHKP-FAILED      VALUE "F".
                 88 CHKP-NOT-CHECKED VALUE "N".
             05 CHKP-EXPECTED   PIC X.
             05 CHKP-REASON     PIC X(30).
