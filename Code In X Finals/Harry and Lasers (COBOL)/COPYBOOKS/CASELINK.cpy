         01 CLK-REC.
             05 CLK-RUN-DATE  PIC 9(8).
             05 CLK-CASE      PIC 9(6).
             05 CLK-RUN-ID    PIC X(11).
             05 CLK-ORIG-CODE PIC 9(36).
             05 CLK-STATION   PIC 9(4).
             05 CLK-DEPT      PIC X(4).
             05 CLK-ZONE      PIC 9(4).
             05 CLK-VERDICT   PIC X(3).
             05 CLK-SEGMENT   PIC 9(3).
             05 CLK-SITE      PIC 9(2).
             05 FILLER        PIC X(19).
