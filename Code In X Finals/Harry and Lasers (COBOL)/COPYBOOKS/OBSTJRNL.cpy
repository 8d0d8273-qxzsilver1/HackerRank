                10 OBJ-A-SHAPE    PIC X.
                10 OBJ-A-TIME-FROM PIC 9(4).
                10 OBJ-A-TIME-TO   PIC 9(4).
             05 OBJ-SITE    PIC 9(2).
             05 OBJ-APPROVER PIC X(8).
             05 OBJ-B-OWNER-DEPT PIC X(4).
             05 OBJ-A-OWNER-DEPT PIC X(4).
