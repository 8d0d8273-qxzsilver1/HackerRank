         01 RCTL-PARM.
             05 RCP-FUNCTION      PIC X.
                 88 RCP-START-STEP  VALUE "S".
                 88 RCP-FINISH-STEP VALUE "F".
             05 RCP-STEP          PIC X(8).
             05 RCP-PROGRAM       PIC X(8).
             05 RCP-MAX-RC        PIC 9(2).
             05 RCP-RC            PIC 9(2).
             05 RCP-RUN-DATE      PIC 9(8).
             05 RCP-ACTION        PIC X.
                 88 RCP-RUN-STEP    VALUE "R".
                 88 RCP-SKIP-STEP   VALUE "S".
                 88 RCP-NO-CONTROL  VALUE "N".
             05 RCP-ATTEMPT       PIC 9(3).
             05 RCP-CHAIN-START-TS PIC X(14).
