         01 MSJ-REC.
             05 MSJ-DATE    PIC 9(8).
             05 MSJ-TIME    PIC 9(6).
             05 MSJ-PROGRAM PIC X(8).
             05 MSJ-MASTER  PIC X(8).
             05 MSJ-ACTION  PIC X(8).
             05 MSJ-IMAGE   PIC X(240).
