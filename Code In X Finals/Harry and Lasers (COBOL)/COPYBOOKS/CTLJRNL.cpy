         01 CTJ-REC.
             05 CTJ-DATE    PIC 9(8).
             05 CTJ-TIME    PIC 9(6).
             05 CTJ-OPER    PIC X(8).
             05 CTJ-TABLE   PIC X(8).
             05 CTJ-ACTION  PIC X(8).
             05 CTJ-KEY     PIC X(16).
             05 CTJ-BEFORE  PIC X(80).
             05 CTJ-AFTER   PIC X(80).
