            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT ZONEJRNL ASSIGN TO "ZONEJRNL"
                ORGANIZATION LINE SEQUENTIAL
            SELECT REPLMAST ASSIGN TO "REPLMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS REPL-KEY
                FILE STATUS IS WS-REPL-STATUS.
            SELECT RECONRPT ASSIGN TO "RECONRPT"
                ORGANIZATION LINE SEQUENTIAL.
         01 WS-JRNL-TABLE.
             05 WS-JRNL-ENTRY OCCURS 2000 TIMES.
                10 JT-ACTION PIC X(8).
                10 JT-SITE   PIC 9(2).
                10 JT-ZONE   PIC 9(4).
                10 JT-SEG    PIC 9(3).
                10 JT-BEFORE PIC X(89).
                10 JT-AFTER  PIC X(89).
         01 WS-JRNL-SUB PIC 9(4).
         01 WS-SCAN-SUB PIC 9(4).
         01 WS-SEG-SUB PIC 9(3).
         01 WS-SHIFT-SUB PIC 9(3).
         01 WS-HOLD-SEG PIC X(89).
         01 WS-HOLD-BND REDEFINES WS-HOLD-SEG.
             05 HB-X1 PIC S9(6).
             05 HB-Y1 PIC S9(6).
             05 HB-X2 PIC S9(6).
             05 HB-Y2 PIC S9(6).
             05 FILLER PIC X(65).
         01 WS-DROP-SW PIC X.
             88 ZONE-DROPPED VALUE "Y".
         01 WS-JRNL-OVER-SW PIC X VALUE "N".
                        ADD 1 TO WS-JRNL-COUNT
                        MOVE OBJ-ACTION
                            TO JT-ACTION (WS-JRNL-COUNT)
                        IF OBJ-SITE NUMERIC AND OBJ-SITE NOT = ZERO
                            MOVE OBJ-SITE TO JT-SITE (WS-JRNL-COUNT)
                        ELSE
                            MOVE 1 TO JT-SITE (WS-JRNL-COUNT)
                        END-IF
                        MOVE OBJ-ZONE TO JT-ZONE (WS-JRNL-COUNT)
                        MOVE OBJ-SEG TO JT-SEG (WS-JRNL-COUNT)
                        MOVE OBJ-BEFORE-SEG
                            TO JT-BEFORE (WS-JRNL-COUNT)
                        MOVE OBJ-B-OWNER-DEPT
                            TO JT-BEFORE (WS-JRNL-COUNT) (86:4)
                        MOVE OBJ-AFTER-SEG
                            TO JT-AFTER (WS-JRNL-COUNT)
                        MOVE OBJ-A-OWNER-DEPT
                            TO JT-AFTER (WS-JRNL-COUNT) (86:4)
                    END-IF
                END-IF
                READ ZONEJRNL
            MOVE "N" TO WS-DROP-SW
            PERFORM VARYING WS-JRNL-SUB FROM WS-JRNL-COUNT BY -1
                UNTIL WS-JRNL-SUB < 1 OR ZONE-DROPPED
                IF JT-SITE (WS-JRNL-SUB) EQUAL MAST-SITE-ID
                        AND JT-ZONE (WS-JRNL-SUB) EQUAL MAST-ZONE-ID
                    PERFORM REVERSE-ONE-ENTRY
                END-IF
            END-PERFORM
            IF ZONE-DROPPED
                ADD 1 TO WS-ZONES-DROPPED
                MOVE SPACES TO RPT-REC
                STRING "SITE " MAST-SITE-ID " ZONE " WS-ZONE-ID-ED
                    " DID NOT EXIST AS OF " WS-ASOF-DATE
                    " - NOT CARRIED OVER"
                    DELIMITED BY SIZE INTO RPT-REC
            END-PERFORM.

        REVIVE-ONE-ZONE.
            MOVE JT-SITE (WS-JRNL-SUB) TO REPL-SITE-ID
            MOVE JT-ZONE (WS-JRNL-SUB) TO REPL-ZONE-ID
            READ REPLMAST
                INVALID KEY CONTINUE
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-JRNL-COUNT
                IF JT-ACTION (WS-SCAN-SUB) EQUAL "ADDZONE"
                        AND JT-SITE (WS-SCAN-SUB)
                            EQUAL REPL-SITE-ID
                        AND JT-ZONE (WS-SCAN-SUB)
                            EQUAL REPL-ZONE-ID
                    MOVE REPL-ZONE-ID TO WS-ZONE-ID-ED
                    MOVE SPACES TO RPT-REC
                    STRING "SITE " REPL-SITE-ID " ZONE " WS-ZONE-ID-ED
                        " ADDED AND DELETED AFTER " WS-ASOF-DATE
                        " - NOT RESTORED"
                        DELIMITED BY SIZE INTO RPT-REC
                END-IF
            END-PERFORM
            INITIALIZE REPL-REC
            MOVE JT-SITE (WS-JRNL-SUB) TO REPL-SITE-ID
            MOVE JT-ZONE (WS-JRNL-SUB) TO REPL-ZONE-ID
            MOVE JT-BEFORE (WS-JRNL-SUB) TO WS-HOLD-SEG
            MOVE HB-X1 TO REPL-BOUND-X-MIN
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-JRNL-COUNT
                IF JT-ACTION (WS-SCAN-SUB) EQUAL "DELZONE"
                        AND JT-SITE (WS-SCAN-SUB)
                            EQUAL REPL-SITE-ID
                        AND JT-ZONE (WS-SCAN-SUB)
                            EQUAL REPL-ZONE-ID
                        AND JT-SEG (WS-SCAN-SUB) NOT = ZERO
                ADD 1 TO WS-ZONES-REVIVED
                MOVE REPL-ZONE-ID TO WS-ZONE-ID-ED
                MOVE SPACES TO RPT-REC
                STRING "SITE " REPL-SITE-ID " ZONE " WS-ZONE-ID-ED
                    " DELETED AFTER " WS-ASOF-DATE
                    " - RESTORED FROM JOURNAL IMAGES"
                    DELIMITED BY SIZE INTO RPT-REC
