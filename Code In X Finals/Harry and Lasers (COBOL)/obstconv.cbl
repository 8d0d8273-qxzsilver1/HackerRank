            SELECT NEWMAST ASSIGN TO "NEWMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NEWM-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT CONVRPT ASSIGN TO "CONVRPT"
                ORGANIZATION LINE SEQUENTIAL.
                10 OLDM-Z-TO     PIC S9(6).

         FD NEWMAST.
         01 NEWM-REC.
             05 NEWM-KEY.
                10 NEWM-SITE-ID   PIC 9(2).
                10 NEWM-ZONE-ID   PIC 9(4).
             05 NEWM-NUM-SEGMENTS PIC 9(3).
             05 NEWM-BOUND-X-MIN  PIC S9(6).
             05 NEWM-BOUND-X-MAX  PIC S9(6).
             05 NEWM-BOUND-Y-MIN  PIC S9(6).
             05 NEWM-BOUND-Y-MAX  PIC S9(6).
             05 NEWM-SEGMENT OCCURS 100 TIMES.
                10 NEWM-X1 PIC S9(6).
                10 NEWM-Y1 PIC S9(6).
                10 NEWM-X2 PIC S9(6).
                10 NEWM-Y2 PIC S9(6).
                10 NEWM-EFF-DATE  PIC 9(8).
                10 NEWM-EXP-DATE  PIC 9(8).
                10 NEWM-OBS-TYPE  PIC X(4).
                10 NEWM-OBS-DESC  PIC X(20).
                10 NEWM-Z-FROM    PIC S9(6).
                10 NEWM-Z-TO      PIC S9(6).
                10 NEWM-SHAPE     PIC X.
                10 NEWM-TIME-FROM PIC 9(4).
                10 NEWM-TIME-TO   PIC 9(4).

         FD CONVRPT.
         01 RPT-REC PIC X(132).

        CONVERT-ONE-ZONE.
            INITIALIZE NEWM-REC
            MOVE 1 TO NEWM-SITE-ID
            MOVE OLDM-ZONE-ID TO NEWM-ZONE-ID
            MOVE OLDM-NUM-SEGMENTS TO NEWM-NUM-SEGMENTS
            MOVE OLDM-BOUND-X-MIN TO NEWM-BOUND-X-MIN
