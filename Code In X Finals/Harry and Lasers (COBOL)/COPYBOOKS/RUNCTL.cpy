         01 RCTL-REC.
             05 RCTL-KEY.
                10 RCTL-RUN-DATE PIC 9(8).
                10 RCTL-STEP     PIC X(8).
             05 RCTL-PROGRAM    PIC X(8).
             05 RCTL-STATUS     PIC X.
                 88 RCTL-STARTED  VALUE "S".
                 88 RCTL-COMPLETE VALUE "C".
                 88 RCTL-FAILED   VALUE "F".
                 88 RCTL-RESET    VALUE "R".
             05 RCTL-START-TS   PIC X(14).
             05 RCTL-END-TS     PIC X(14).
             05 RCTL-RC         PIC 9(2).
             05 RCTL-ATTEMPTS   PIC 9(3).
             05 RCTL-UPD-OPER   PIC X(8).
             05 RCTL-CUR-DATE   PIC 9(8).
             05 FILLER          PIC X(6).
