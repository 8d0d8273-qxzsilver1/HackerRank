         01 CMAP-REC.
             05 CMAP-CODE     PIC 9(36).
             05 CMAP-DEPT     PIC X(4).
             05 CMAP-STATION  PIC 9(4).
             05 CMAP-EFF-DATE PIC 9(8).
             05 CMAP-EXP-DATE PIC 9(8).
             05 CMAP-UPD-TS   PIC X(14).
             05 CMAP-UPD-OPER PIC X(8).
             05 FILLER        PIC X(18).
