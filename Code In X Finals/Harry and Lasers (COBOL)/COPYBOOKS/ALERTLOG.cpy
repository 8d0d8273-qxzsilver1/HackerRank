         01 ALG-REC.
             05 ALG-DATE    PIC 9(8).
             05 ALG-CASE    PIC 9(6).
             05 ALG-EVENT   PIC X(8).
                 88 ALG-TRACKED    VALUE "TRACKED".
                 88 ALG-DISPATCHED VALUE "DISPATCH".
                 88 ALG-UNDELIV    VALUE "UNDELIV".
                 88 ALG-ACKED      VALUE "ACK".
                 88 ALG-RESOLVED   VALUE "RESOLVE".
                 88 ALG-REOPENED   VALUE "REOPEN".
                 88 ALG-WO-SENT    VALUE "WOREQ".
                 88 ALG-WO-POSTED  VALUE "WORKORD".
                 88 ALG-ESC-SUPV   VALUE "ESCSUPV".
                 88 ALG-ESC-SAFETY VALUE "ESCSAFE".
             05 ALG-TS      PIC X(14).
             05 ALG-WHO     PIC X(8).
             05 ALG-ZONE    PIC 9(4).
             05 ALG-CODE    PIC X(4).
             05 ALG-STEP    PIC X(8).
             05 ALG-SITE    PIC 9(2).
             05 FILLER      PIC X(18).
