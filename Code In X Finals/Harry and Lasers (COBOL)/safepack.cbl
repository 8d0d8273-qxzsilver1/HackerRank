         01 WS-WEEK-SUS   PIC 9(7) VALUE ZERO.
         01 WS-WEEK-NAR   PIC 9(7) VALUE ZERO.

         01 WS-SITE-SUB PIC 9(3).
         01 WS-SITE-ED  PIC 99.
         01 WS-SITE-TABLE.
             05 WS-SITE-ENTRY OCCURS 99 TIMES.
                10 SV-CASES PIC 9(7).
                10 SV-YES   PIC 9(7).
                10 SV-NO    PIC 9(7).
                10 SV-ERR   PIC 9(7).
                10 SV-EXC   PIC 9(7).
                10 SV-SUS   PIC 9(7).
                10 SV-NAR   PIC 9(7).

         01 WS-ZONE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-TREND-SITE PIC 9(2).
         01 WS-TREND-ZONE PIC 9(4).
         01 WS-ZONE-TABLE.
             05 WS-ZONE-ENTRY OCCURS 200 TIMES
                               INDEXED BY ZONE-IDX.
                10 ZN-SITE     PIC 9(2).
                10 ZN-KEY      PIC 9(4).
                10 ZN-CUR-YES  PIC 9(7).
                10 ZN-CUR-NO   PIC 9(7).
         01 WS-SEG-TABLE.
             05 WS-SEG-ENTRY OCCURS 400 TIMES
                              INDEXED BY SEGT-IDX.
                10 SG-SITE PIC 9(2).
                10 SG-ZONE PIC 9(4).
                10 SG-SEG  PIC 9(3).
                10 SG-HITS PIC 9(7).
         01 WS-CNT-ED2   PIC Z(6)9.
         01 WS-CNT-ED3   PIC Z(6)9.

         COPY RCTLPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "PACKSTEP" TO RCP-STEP
            MOVE "SAFEPACK" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT PACKOUT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
            INITIALIZE WS-SITE-TABLE
            PERFORM LOAD-SHIFT-CALENDAR
            PERFORM COMPUTE-PROD-WINDOWS
            PERFORM ROLL-WEEK-STATISTICS
            PERFORM WRITE-EXCEPTION-SECTION
            MOVE 0 TO RETURN-CODE
            CLOSE PACKOUT
            MOVE RETURN-CODE TO RCP-RC
            MOVE 0 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        LOAD-SHIFT-CALENDAR.
                    OR WS-STAT-INT < WS-PRI-START-INT
                EXIT PARAGRAPH
            END-IF
            IF ZSUM-SITE NOT NUMERIC OR ZSUM-SITE = ZERO
                MOVE 1 TO ZSUM-SITE
            END-IF
            MOVE ZSUM-SITE TO WS-TREND-SITE
            MOVE ZSUM-ZONE TO WS-TREND-ZONE
            PERFORM FIND-OR-ADD-ZONE
            IF WS-STAT-INT < WS-CUR-START-INT
            ADD ZSUM-EXC TO WS-WEEK-EXC
            ADD ZSUM-SUS TO WS-WEEK-SUS
            ADD ZSUM-NAR TO WS-WEEK-NAR
            MOVE ZSUM-SITE TO WS-SITE-SUB
            ADD ZSUM-YES ZSUM-NO ZSUM-ERR ZSUM-EXC ZSUM-SUS ZSUM-NAR
                TO SV-CASES (WS-SITE-SUB)
            ADD ZSUM-YES TO SV-YES (WS-SITE-SUB)
            ADD ZSUM-NO TO SV-NO (WS-SITE-SUB)
            ADD ZSUM-ERR TO SV-ERR (WS-SITE-SUB)
            ADD ZSUM-EXC TO SV-EXC (WS-SITE-SUB)
            ADD ZSUM-SUS TO SV-SUS (WS-SITE-SUB)
            ADD ZSUM-NAR TO SV-NAR (WS-SITE-SUB)
            ADD ZSUM-YES TO ZN-CUR-YES (ZONE-IDX)
            ADD ZSUM-NO TO ZN-CUR-NO (ZONE-IDX).

                AT END
                    ADD 1 TO WS-ZONE-COUNT
                    SET ZONE-IDX TO WS-ZONE-COUNT
                    MOVE WS-TREND-SITE TO ZN-SITE (ZONE-IDX)
                    MOVE WS-TREND-ZONE TO ZN-KEY (ZONE-IDX)
                    MOVE ZERO TO ZN-CUR-YES (ZONE-IDX)
                    MOVE ZERO TO ZN-CUR-NO (ZONE-IDX)
                    MOVE ZERO TO ZN-PRI-NO (ZONE-IDX)
                WHEN ZN-SITE (ZONE-IDX) EQUAL WS-TREND-SITE
                    AND ZN-KEY (ZONE-IDX) EQUAL WS-TREND-ZONE
                    CONTINUE
            END-SEARCH.

                    IF WS-SEG-COUNT < 400
                        ADD 1 TO WS-SEG-COUNT
                        SET SEGT-IDX TO WS-SEG-COUNT
                        MOVE SSUM-SITE TO SG-SITE (SEGT-IDX)
                        MOVE SSUM-ZONE TO SG-ZONE (SEGT-IDX)
                        MOVE SSUM-SEG TO SG-SEG (SEGT-IDX)
                        MOVE SSUM-HITS TO SG-HITS (SEGT-IDX)
                    END-IF
                WHEN SG-SITE (SEGT-IDX) EQUAL SSUM-SITE
                        AND SG-ZONE (SEGT-IDX) EQUAL SSUM-ZONE
                        AND SG-SEG (SEGT-IDX) EQUAL SSUM-SEG
                    ADD SSUM-HITS TO SG-HITS (SEGT-IDX)
            END-SEARCH.
        WRITE-VOLUME-SECTION.
            MOVE "SECTION 1 - WEEK CASE VOLUMES" TO PACK-REC
            PERFORM WRITE-PACK-LINE
            PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                UNTIL WS-SITE-SUB > 99
                IF SV-CASES (WS-SITE-SUB) > ZERO
                    PERFORM WRITE-SITE-VOLUME
                END-IF
            END-PERFORM
            MOVE "  ALL SITES" TO PACK-REC
            PERFORM WRITE-PACK-LINE
            MOVE WS-WEEK-CASES TO WS-CNT-ED
            MOVE SPACES TO PACK-REC
            STRING "  CASES EVALUATED THIS WEEK: " WS-CNT-ED
            MOVE SPACES TO PACK-REC
            PERFORM WRITE-PACK-LINE.

        WRITE-SITE-VOLUME.
            MOVE WS-SITE-SUB (2:2) TO WS-SITE-ED
            MOVE SV-CASES (WS-SITE-SUB) TO WS-CNT-ED
            MOVE SPACES TO PACK-REC
            STRING "  SITE " WS-SITE-ED
                "  CASES EVALUATED THIS WEEK: " WS-CNT-ED
                DELIMITED BY SIZE INTO PACK-REC
            PERFORM WRITE-PACK-LINE
            MOVE SV-YES (WS-SITE-SUB) TO WS-CNT-ED
            MOVE SV-NO (WS-SITE-SUB) TO WS-CNT-ED2
            MOVE SV-ERR (WS-SITE-SUB) TO WS-CNT-ED3
            MOVE SPACES TO PACK-REC
            STRING "  CLEAR=" WS-CNT-ED
                "  BLOCKED=" WS-CNT-ED2
                "  ERRORS=" WS-CNT-ED3
                DELIMITED BY SIZE INTO PACK-REC
            PERFORM WRITE-PACK-LINE
            MOVE SV-EXC (WS-SITE-SUB) TO WS-CNT-ED
            MOVE SV-SUS (WS-SITE-SUB) TO WS-CNT-ED2
            MOVE SV-NAR (WS-SITE-SUB) TO WS-CNT-ED3
            MOVE SPACES TO PACK-REC
            STRING "  ZONE-EXCEPTIONS=" WS-CNT-ED
                "  SUSPECT-COORDS=" WS-CNT-ED2
                "  NARROW-CORRIDORS=" WS-CNT-ED3
                DELIMITED BY SIZE INTO PACK-REC
            PERFORM WRITE-PACK-LINE.

        WRITE-ZONE-SECTION.
            MOVE "SECTION 2 - BLOCKED RATE BY ZONE (WEEK OVER WEEK)"
                TO PACK-REC
            PERFORM WRITE-PACK-LINE
            MOVE
                "  SITE  ZONE  BLOCKED  PCT-BLOCKED  PRIOR-WK  MOVEMENT"
                TO PACK-REC
            PERFORM WRITE-PACK-LINE
            PERFORM VARYING ZONE-IDX FROM 1 BY 1
            PERFORM WRITE-PACK-LINE.

        WRITE-ONE-ZONE-LINE.
            MOVE ZN-SITE (ZONE-IDX) TO WS-SITE-ED
            MOVE ZN-KEY (ZONE-IDX) TO WS-ZONE-ED
            MOVE ZN-CUR-NO (ZONE-IDX) TO WS-CNT-ED
            IF ZN-CUR-YES (ZONE-IDX) + ZN-CUR-NO (ZONE-IDX) > ZERO
                ZN-CUR-NO (ZONE-IDX) - ZN-PRI-NO (ZONE-IDX)
            MOVE WS-MOVE-NUM TO WS-MOVE-ED
            MOVE SPACES TO PACK-REC
            STRING "    " WS-SITE-ED
                "  " WS-ZONE-ED
                "  " WS-CNT-ED
                "      " WS-PCT-ED
                "     " WS-CNT-ED2
            MOVE "SECTION 3 - TOP BLOCKING SEGMENTS THIS WEEK"
                TO PACK-REC
            PERFORM WRITE-PACK-LINE
            MOVE "  SITE  ZONE  SEG  BLOCKED HITS" TO PACK-REC
            PERFORM WRITE-PACK-LINE
            PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                UNTIL WS-TOP-SUB > 5
            IF WS-BEST-SUB = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE SG-SITE (WS-BEST-SUB) TO WS-SITE-ED
            MOVE SG-ZONE (WS-BEST-SUB) TO WS-ZONE-ED
            MOVE SG-SEG (WS-BEST-SUB) TO WS-SEG-ED
            MOVE SG-HITS (WS-BEST-SUB) TO WS-CNT-ED
            MOVE SPACES TO PACK-REC
            STRING "    " WS-SITE-ED
                "  " WS-ZONE-ED
                "  " WS-SEG-ED
                "  " WS-CNT-ED
                DELIMITED BY SIZE INTO PACK-REC
