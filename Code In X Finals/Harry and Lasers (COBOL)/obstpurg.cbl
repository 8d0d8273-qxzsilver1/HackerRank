            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT PURGPARM ASSIGN TO "PURGPARM"
                ORGANIZATION LINE SEQUENTIAL
            MOVE "N" TO WS-EOF-SW.

        PURGE-ALL-ZONES.
            MOVE ZERO TO MAST-KEY
            START OBSTRMASTER KEY NOT < MAST-KEY
                INVALID KEY SET EOF TO TRUE
            END-START
            IF WS-MASTER-STATUS NOT EQUAL "00"
                MOVE WS-ZONE-REMOVED TO WS-COUNT-ED
                MOVE MAST-NUM-SEGMENTS TO WS-COUNT-ED2
                MOVE SPACES TO RPT-REC
                STRING "SITE " MAST-SITE-ID
                    " ZONE " WS-ZONE-ID-ED
                    " RECLAIMED " WS-COUNT-ED
                    " SLOTS - " WS-COUNT-ED2
                    " SEGMENTS REMAIN"
            MOVE WS-RUN-TS (9:6) TO OBJ-TIME
            MOVE "B" TO OBJ-SOURCE
            MOVE WS-OPERATOR-ID TO OBJ-OPER
            MOVE SPACES TO OBJ-APPROVER
            MOVE "PURGE" TO OBJ-ACTION
            MOVE MAST-ZONE-ID TO OBJ-ZONE
            MOVE MAST-SITE-ID TO OBJ-SITE
            MOVE WS-SEG-SUB TO OBJ-SEG
            MOVE MAST-SEGMENT (WS-SEG-SUB) TO OBJ-BEFORE-SEG
            MOVE MAST-OWNER-DEPT (WS-SEG-SUB) TO OBJ-B-OWNER-DEPT
            INITIALIZE OBJ-AFTER-SEG OBJ-A-OWNER-DEPT
            WRITE OBJ-REC
            PERFORM VARYING WS-SHIFT-SUB FROM WS-SEG-SUB BY 1
                UNTIL WS-SHIFT-SUB >= MAST-NUM-SEGMENTS
