            SELECT BREACHRG ASSIGN TO "BREACHRG"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BRG-KEY
                FILE STATUS IS WS-BRG-STATUS.

        DATA DIVISION.

         FD BREACHRG.
         01 BRG-REC.
             05 BRG-KEY.
                10 BRG-SITE    PIC 9(2).
                10 BRG-ZONE    PIC 9(4).
             05 BRG-STATUS     PIC X.
             05 BRG-OPEN-DATE  PIC 9(8).
             05 BRG-CLOSE-DATE PIC 9(8).
         01 WS-THRESH-TABLE.
             05 WS-THRESH-ENTRY OCCURS 200 TIMES
                                 INDEXED BY THRESH-IDX.
                10 THRESH-SITE      PIC 9(2).
                10 THRESH-ZONE      PIC 9(4).
                10 THRESH-PCT-LIMIT PIC 9(3).
                10 THRESH-CNT-LIMIT PIC 9(6).
         01 WS-ZONE-TABLE.
             05 WS-ZONE-ENTRY OCCURS 200 TIMES
                               INDEXED BY ZONE-IDX.
                10 ZONE-SITE      PIC 9(2).
                10 ZONE-KEY       PIC 9(4).
                10 ZONE-CUR-YES   PIC 9(7).
                10 ZONE-CUR-NO    PIC 9(7).
         01 WS-T-ZONE PIC 9(4).
         01 WS-T-PCT  PIC 9(3).
         01 WS-T-CNT  PIC 9(6).
         01 WS-T-SITE PIC X(4).
         01 WS-EXACT-SW PIC X.
             88 SITE-THRESHOLD-FOUND VALUE "Y".

         01 WS-USE-PCT-LIMIT PIC 9(3).
         01 WS-USE-CNT-LIMIT PIC 9(6).
         01 WS-BREACH-COUNT PIC 9(4) VALUE ZERO.
         01 WS-BREACH-TEXT PIC X(24).
         01 WS-ZONE-ID-ED PIC Z(4).
         01 WS-SITE-ED    PIC 99.
         01 WS-SITE-SUB   PIC 9(3).
         01 WS-SITE-TABLE.
             05 WS-SITE-ENTRY OCCURS 99 TIMES.
                10 SE-ZONES      PIC 9(4).
                10 SE-BREACHES   PIC 9(4).
                10 SE-SUPPRESSED PIC 9(4).
                10 SE-CLOSED     PIC 9(4).
         01 WS-ALL-ZONES  PIC 9(4) VALUE ZERO.
         01 WS-COUNT-ED   PIC Z(3)9.
         01 WS-COUNT-ED2  PIC Z(3)9.
         01 WS-COUNT-ED3  PIC Z(3)9.
         01 WS-COUNT-ED4  PIC Z(3)9.
         01 WS-CUR-NO-ED  PIC Z(6)9.
         01 WS-PRI-NO-ED  PIC Z(6)9.

         COPY RCTLPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "ESCSTEP" TO RCP-STEP
            MOVE "HARRYESC" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT ESCFILE
            OPEN I-O BREACHRG
            IF WS-BRG-STATUS EQUAL "35"
                OPEN I-O BREACHRG
            END-IF
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM
            INITIALIZE WS-SITE-TABLE
            PERFORM LOAD-THRESHOLD-TABLE
            PERFORM FIND-PRIOR-RUN-DATE
            PERFORM ACCUMULATE-ZONE-COUNTS
            PERFORM CHECK-ALL-ZONES
            PERFORM DISPLAY-SITE-TOTALS
            IF WS-BREACH-COUNT > ZERO
                MOVE 6 TO RETURN-CODE
            ELSE
            END-IF
            CLOSE ESCFILE
            CLOSE BREACHRG
            MOVE RETURN-CODE TO RCP-RC
            MOVE 6 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        LOAD-THRESHOLD-TABLE.
            PERFORM UNTIL THRESH-EOF OR WS-THRESH-COUNT >= 200
                MOVE 1 TO WS-PARSE-PTR
                MOVE ZERO TO WS-T-ZONE WS-T-PCT WS-T-CNT
                MOVE SPACES TO WS-T-SITE
                UNSTRING THRESH-LINE DELIMITED BY ALL SPACE
                    INTO WS-T-ZONE WS-T-PCT WS-T-CNT WS-T-SITE
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-T-SITE EQUAL SPACES
                    MOVE "00" TO WS-T-SITE
                END-IF
                IF WS-T-ZONE NUMERIC AND WS-T-PCT NUMERIC
                        AND WS-T-CNT NUMERIC
                        AND WS-T-SITE (1:2) NUMERIC
                        AND WS-T-SITE (3:2) EQUAL SPACES
                    IF WS-T-ZONE = ZERO
                        MOVE WS-T-PCT TO WS-DFLT-PCT-LIMIT
                        MOVE WS-T-CNT TO WS-DFLT-CNT-LIMIT
                    ELSE
                        ADD 1 TO WS-THRESH-COUNT
                        MOVE WS-T-SITE (1:2)
                            TO THRESH-SITE (WS-THRESH-COUNT)
                        MOVE WS-T-ZONE
                            TO THRESH-ZONE (WS-THRESH-COUNT)
                        MOVE WS-T-PCT
            CLOSE ZONESUMM.

        TALLY-SUMMARY-RECORD.
            IF ZSUM-SITE NOT NUMERIC OR ZSUM-SITE = ZERO
                MOVE 1 TO ZSUM-SITE
            END-IF
            PERFORM FIND-OR-ADD-ZONE
            IF ZSUM-DATE = WS-TODAY-NUM
                ADD ZSUM-YES TO ZONE-CUR-YES (ZONE-IDX)
                AT END
                    ADD 1 TO WS-ZONE-COUNT
                    SET ZONE-IDX TO WS-ZONE-COUNT
                    MOVE ZSUM-SITE TO ZONE-SITE (ZONE-IDX)
                    MOVE ZSUM-ZONE TO ZONE-KEY (ZONE-IDX)
                    MOVE ZERO TO ZONE-CUR-YES (ZONE-IDX)
                    MOVE ZERO TO ZONE-CUR-NO (ZONE-IDX)
                    MOVE ZERO TO ZONE-PRI-NO (ZONE-IDX)
                WHEN ZONE-SITE (ZONE-IDX) EQUAL ZSUM-SITE
                    AND ZONE-KEY (ZONE-IDX) EQUAL ZSUM-ZONE
                    CONTINUE
            END-SEARCH.

            MOVE SPACES TO WS-BREACH-TEXT
            MOVE WS-DFLT-PCT-LIMIT TO WS-USE-PCT-LIMIT
            MOVE WS-DFLT-CNT-LIMIT TO WS-USE-CNT-LIMIT
            MOVE "N" TO WS-EXACT-SW
            MOVE ZONE-SITE (ZONE-IDX) TO WS-SITE-SUB
            ADD 1 TO SE-ZONES (WS-SITE-SUB)
            ADD 1 TO WS-ALL-ZONES
            PERFORM VARYING THRESH-IDX FROM 1 BY 1
                UNTIL THRESH-IDX > WS-THRESH-COUNT
                IF THRESH-ZONE (THRESH-IDX)
                        EQUAL ZONE-KEY (ZONE-IDX)
                    IF THRESH-SITE (THRESH-IDX)
                            EQUAL ZONE-SITE (ZONE-IDX)
                        MOVE THRESH-PCT-LIMIT (THRESH-IDX)
                            TO WS-USE-PCT-LIMIT
                        MOVE THRESH-CNT-LIMIT (THRESH-IDX)
                            TO WS-USE-CNT-LIMIT
                        SET SITE-THRESHOLD-FOUND TO TRUE
                    END-IF
                    IF THRESH-SITE (THRESH-IDX) EQUAL ZERO
                            AND NOT SITE-THRESHOLD-FOUND
                        MOVE THRESH-PCT-LIMIT (THRESH-IDX)
                            TO WS-USE-PCT-LIMIT
                        MOVE THRESH-CNT-LIMIT (THRESH-IDX)
                            TO WS-USE-CNT-LIMIT
                    END-IF
                END-IF
            END-PERFORM
            IF ZONE-CUR-YES (ZONE-IDX) + ZONE-CUR-NO (ZONE-IDX)
            END-IF.

        REGISTER-BREACH.
            MOVE ZONE-SITE (ZONE-IDX) TO BRG-SITE
            MOVE ZONE-KEY (ZONE-IDX) TO BRG-ZONE
            READ BREACHRG
                INVALID KEY
                        AND BRG-TIER < 2
                    MOVE 2 TO BRG-TIER
                    ADD 1 TO WS-BREACH-COUNT
                    ADD 1 TO SE-BREACHES (WS-SITE-SUB)
                    PERFORM WRITE-TIER2-RECORD
                ELSE
                    ADD 1 TO WS-SUPPRESS-COUNT
                    ADD 1 TO SE-SUPPRESSED (WS-SITE-SUB)
                END-IF
                REWRITE BRG-REC
                    INVALID KEY CONTINUE
                END-REWRITE
            ELSE
                IF BRG-STATUS EQUAL "X"
                    MOVE ZONE-SITE (ZONE-IDX) TO BRG-SITE
                    MOVE ZONE-KEY (ZONE-IDX) TO BRG-ZONE
                    MOVE "O" TO BRG-STATUS
                    MOVE WS-TODAY-NUM TO BRG-OPEN-DATE
                    END-REWRITE
                END-IF
                ADD 1 TO WS-BREACH-COUNT
                ADD 1 TO SE-BREACHES (WS-SITE-SUB)
                PERFORM WRITE-ESCALATION-RECORD
            END-IF.

        CLOSE-REGISTER-ENTRY.
            MOVE ZONE-SITE (ZONE-IDX) TO BRG-SITE
            MOVE ZONE-KEY (ZONE-IDX) TO BRG-ZONE
            READ BREACHRG
                INVALID KEY
                    INVALID KEY CONTINUE
                END-REWRITE
                ADD 1 TO WS-CLOSED-COUNT
                ADD 1 TO SE-CLOSED (WS-SITE-SUB)
            END-IF.

        WRITE-TIER2-RECORD.
            MOVE ZONE-KEY (ZONE-IDX) TO WS-ZONE-ID-ED
            MOVE ZONE-CUR-NO (ZONE-IDX) TO WS-CUR-NO-ED
            MOVE ZONE-SITE (ZONE-IDX) TO WS-SITE-ED
            MOVE BRG-CONSEC TO WS-CONSEC-ED
            MOVE SPACES TO ESC-REC
            STRING "ESCALATION TIER2 - SITE " WS-SITE-ED
                " ZONE " WS-ZONE-ID-ED
                " BLOCKED=" WS-CUR-NO-ED
                " PERSISTED " WS-CONSEC-ED
                " NIGHTS - NOTIFY FACILITIES MANAGER - "
            MOVE ZONE-CUR-NO (ZONE-IDX) TO WS-CUR-NO-ED
            MOVE ZONE-PRI-NO (ZONE-IDX) TO WS-PRI-NO-ED
            MOVE WS-PCT-BLOCKED TO WS-PCT-BLOCKED-ED
            MOVE ZONE-SITE (ZONE-IDX) TO WS-SITE-ED
            MOVE SPACES TO ESC-REC
            STRING "ESCALATION - SITE " WS-SITE-ED
                " ZONE " WS-ZONE-ID-ED
                " BLOCKED=" WS-CUR-NO-ED
                " PCT=" WS-PCT-BLOCKED-ED
                " PRIOR=" WS-PRI-NO-ED
                DELIMITED BY SIZE INTO ESC-REC
            WRITE ESC-REC.

        DISPLAY-SITE-TOTALS.
            PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                UNTIL WS-SITE-SUB > 99
                IF SE-ZONES (WS-SITE-SUB) > ZERO
                    MOVE WS-SITE-SUB (2:2) TO WS-SITE-ED
                    MOVE SE-ZONES (WS-SITE-SUB) TO WS-COUNT-ED
                    MOVE SE-BREACHES (WS-SITE-SUB) TO WS-COUNT-ED2
                    MOVE SE-SUPPRESSED (WS-SITE-SUB) TO WS-COUNT-ED3
                    MOVE SE-CLOSED (WS-SITE-SUB) TO WS-COUNT-ED4
                    DISPLAY "HARRYESC SITE " WS-SITE-ED
                        "      ZONES=" WS-COUNT-ED
                        " ESCALATED=" WS-COUNT-ED2
                        " SUPPRESSED=" WS-COUNT-ED3
                        " CLOSED=" WS-COUNT-ED4
                END-IF
            END-PERFORM
            MOVE WS-ALL-ZONES TO WS-COUNT-ED
            MOVE WS-BREACH-COUNT TO WS-COUNT-ED2
            MOVE WS-SUPPRESS-COUNT TO WS-COUNT-ED3
            MOVE WS-CLOSED-COUNT TO WS-COUNT-ED4
            DISPLAY "HARRYESC ALL SITES ZONES=" WS-COUNT-ED
                " ESCALATED=" WS-COUNT-ED2
                " SUPPRESSED=" WS-COUNT-ED3
                " CLOSED=" WS-COUNT-ED4.

        END PROGRAM HARRYESC.
