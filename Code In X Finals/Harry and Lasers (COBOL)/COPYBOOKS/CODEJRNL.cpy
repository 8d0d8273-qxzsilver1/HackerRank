         01 CMJ-REC.
             05 CMJ-DATE    PIC 9(8).
             05 CMJ-TIME    PIC 9(6).
             05 CMJ-OPER    PIC X(8).
             05 CMJ-ACTION  PIC X(8).
             05 CMJ-CODE    PIC 9(36).
             05 CMJ-BEFORE.
                10 CMJ-B-DEPT     PIC X(4).
                10 CMJ-B-STATION  PIC 9(4).
                10 CMJ-B-EFF-DATE PIC 9(8).
                10 CMJ-B-EXP-DATE PIC 9(8).
             05 CMJ-AFTER.
                10 CMJ-A-DEPT     PIC X(4).
                10 CMJ-A-STATION  PIC 9(4).
                10 CMJ-A-EFF-DATE PIC 9(8).
                10 CMJ-A-EXP-DATE PIC 9(8).
