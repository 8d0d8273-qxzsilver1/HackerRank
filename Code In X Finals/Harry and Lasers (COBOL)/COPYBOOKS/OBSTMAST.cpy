         01 MASTER-REC.
             05 MAST-KEY.
                10 MAST-SITE-ID   PIC 9(2).
                10 MAST-ZONE-ID   PIC 9(4).
             05 MAST-NUM-SEGMENTS PIC 9(3).
             05 MAST-BOUND-X-MIN  PIC S9(6).
             05 MAST-BOUND-X-MAX  PIC S9(6).
                10 MAST-SHAPE    PIC X.
                10 MAST-TIME-FROM PIC 9(4).
                10 MAST-TIME-TO   PIC 9(4).
                10 MAST-OWNER-DEPT PIC X(4).
