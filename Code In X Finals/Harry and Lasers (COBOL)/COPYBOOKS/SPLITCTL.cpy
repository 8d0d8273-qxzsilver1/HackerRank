         01 SPC-REC.
             05 SPC-STREAM      PIC 9(2).
             05 SPC-RUN-DATE    PIC 9(8).
             05 SPC-SITE        PIC 9(2).
             05 SPC-LO-ZONE     PIC 9(4).
             05 SPC-HI-ZONE     PIC 9(4).
             05 SPC-CASE-BASE   PIC 9(6).
             05 SPC-CASES       PIC 9(6).
             05 SPC-DEPT-HDRS   PIC 9(4).
             05 SPC-REPLAY      PIC X.
             05 FILLER          PIC X(43).
