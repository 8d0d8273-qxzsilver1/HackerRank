             05 ONLJ-SEG     PIC 9(3).
             05 ONLJ-TERM    PIC X(4).
             05 ONLJ-OPER    PIC X(8).
             05 ONLJ-SITE    PIC 9(2).
             05 FILLER       PIC X(8).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
         01 WS-ONLJ-EOF-SW     PIC X VALUE "N".
             88 ONLJ-EOF VALUE "Y".
         01 WS-TREND-ZONE      PIC 9(4).
         01 WS-TREND-SITE      PIC 9(2).
         01 WS-SITE-SUB        PIC 9(3).

         01 WS-ZONE-TOTALS-TABLE.
             05 WS-ZONE-TOTAL OCCURS 200 TIMES INDEXED BY ZONE-IDX.
                10 WS-ZONE-SITE  PIC 9(2).
                10 WS-ZONE-KEY   PIC 9(4).
                10 WS-ZONE-YES   PIC 9(7) VALUE ZERO.
                10 WS-ZONE-NO    PIC 9(7) VALUE ZERO.
                10 WS-ZONE-ONL-YES PIC 9(7) VALUE ZERO.
                10 WS-ZONE-ONL-NO  PIC 9(7) VALUE ZERO.
         01 WS-ZONE-COUNT      PIC 9(4) VALUE ZERO.
         01 WS-SITE-TOTALS-TABLE.
             05 WS-SITE-TOTAL OCCURS 99 TIMES.
                10 WS-SITE-YES     PIC 9(7).
                10 WS-SITE-NO      PIC 9(7).
                10 WS-SITE-ONL-YES PIC 9(7).
                10 WS-SITE-ONL-NO  PIC 9(7).
                10 WS-SITE-ZONES   PIC 9(4).
         01 WS-ALL-YES         PIC 9(7) VALUE ZERO.
         01 WS-ALL-NO          PIC 9(7) VALUE ZERO.
         01 WS-ALL-ONL-YES     PIC 9(7) VALUE ZERO.
         01 WS-ALL-ONL-NO      PIC 9(7) VALUE ZERO.

         01 WS-ZONE-KEY-ED     PIC Z(4).
         01 WS-ZONE-YES-ED     PIC Z(6)9.
         01 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
         01 WS-TREND-WRITES    PIC 9(7) VALUE ZERO.

         COPY RCTLPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "HARRYTRN" TO RCP-STEP
            MOVE "HARRYTRN" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT ZONESUMM
            OPEN OUTPUT TRENDOUT
            MOVE FUNCTION CURRENT-DATE TO WS-START-TS
            PERFORM WRITE-TREND-SUMMARY
            PERFORM WRITE-RUN-HISTORY
            CLOSE ZONESUMM TRENDOUT
            MOVE RETURN-CODE TO RCP-RC
            MOVE 4 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        LOAD-SHIFT-CALENDAR.
                    OR WS-STAT-INT > WS-TODAY-INT
                EXIT PARAGRAPH
            END-IF
            MOVE ZSUM-SITE TO WS-TREND-SITE
            MOVE ZSUM-ZONE TO WS-TREND-ZONE
            PERFORM FIND-OR-ADD-ZONE
            ADD ZSUM-YES TO WS-ZONE-YES (ZONE-IDX)
                    OR WS-STAT-INT > WS-TODAY-INT
                EXIT PARAGRAPH
            END-IF
            IF ONLJ-SITE NUMERIC AND ONLJ-SITE NOT = ZERO
                MOVE ONLJ-SITE TO WS-TREND-SITE
            ELSE
                MOVE 1 TO WS-TREND-SITE
            END-IF
            MOVE ONLJ-ZONE TO WS-TREND-ZONE
            PERFORM FIND-OR-ADD-ZONE
            IF ONLJ-VERDICT EQUAL "YES"
                AT END
                    ADD 1 TO WS-ZONE-COUNT
                    SET ZONE-IDX TO WS-ZONE-COUNT
                    MOVE WS-TREND-SITE TO WS-ZONE-SITE (ZONE-IDX)
                    MOVE WS-TREND-ZONE TO WS-ZONE-KEY (ZONE-IDX)
                    MOVE ZERO TO WS-ZONE-YES (ZONE-IDX)
                    MOVE ZERO TO WS-ZONE-NO (ZONE-IDX)
                    MOVE ZERO TO WS-ZONE-ONL-YES (ZONE-IDX)
                    MOVE ZERO TO WS-ZONE-ONL-NO (ZONE-IDX)
                WHEN WS-ZONE-KEY (ZONE-IDX) EQUAL WS-TREND-ZONE
                        AND WS-ZONE-SITE (ZONE-IDX) EQUAL WS-TREND-SITE
                    CONTINUE
            END-SEARCH.

        WRITE-TREND-SUMMARY.
            MOVE SPACES TO TRENDOUT-REC
            STRING "HARRY_LASERS PRODUCTION-WEEK TREND - SITE / ZONE"
                " / YES / NO / ONLINE YES / ONLINE NO"
                DELIMITED BY SIZE INTO TRENDOUT-REC
            WRITE TRENDOUT-REC
            INITIALIZE WS-SITE-TOTALS-TABLE
            PERFORM VARYING ZONE-IDX FROM 1 BY 1
                UNTIL ZONE-IDX > WS-ZONE-COUNT
                MOVE WS-ZONE-SITE (ZONE-IDX) TO WS-SITE-SUB
                ADD 1 TO WS-SITE-ZONES (WS-SITE-SUB)
                ADD WS-ZONE-YES (ZONE-IDX) TO WS-SITE-YES (WS-SITE-SUB)
                ADD WS-ZONE-NO (ZONE-IDX) TO WS-SITE-NO (WS-SITE-SUB)
                ADD WS-ZONE-ONL-YES (ZONE-IDX)
                    TO WS-SITE-ONL-YES (WS-SITE-SUB)
                ADD WS-ZONE-ONL-NO (ZONE-IDX)
                    TO WS-SITE-ONL-NO (WS-SITE-SUB)
                MOVE WS-ZONE-KEY (ZONE-IDX) TO WS-ZONE-KEY-ED
                MOVE WS-ZONE-YES (ZONE-IDX) TO WS-ZONE-YES-ED
                MOVE WS-ZONE-NO (ZONE-IDX) TO WS-ZONE-NO-ED
                MOVE WS-ZONE-ONL-YES (ZONE-IDX) TO WS-ONL-YES-ED
                MOVE WS-ZONE-ONL-NO (ZONE-IDX) TO WS-ONL-NO-ED
                MOVE SPACES TO TRENDOUT-REC
                STRING "SITE " WS-ZONE-SITE (ZONE-IDX)
                    " ZONE " WS-ZONE-KEY-ED
                    "   YES=" WS-ZONE-YES-ED
                    "   NO=" WS-ZONE-NO-ED
                    "   ONL-YES=" WS-ONL-YES-ED
                    DELIMITED BY SIZE INTO TRENDOUT-REC
                WRITE TRENDOUT-REC
                ADD 1 TO WS-TREND-WRITES
            END-PERFORM
            PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                UNTIL WS-SITE-SUB > 99
                IF WS-SITE-ZONES (WS-SITE-SUB) > ZERO
                    PERFORM WRITE-SITE-TREND-LINE
                END-IF
            END-PERFORM
            MOVE WS-ALL-YES TO WS-ZONE-YES-ED
            MOVE WS-ALL-NO TO WS-ZONE-NO-ED
            MOVE WS-ALL-ONL-YES TO WS-ONL-YES-ED
            MOVE WS-ALL-ONL-NO TO WS-ONL-NO-ED
            MOVE SPACES TO TRENDOUT-REC
            STRING "ALL SITES        "
                "   YES=" WS-ZONE-YES-ED
                "   NO=" WS-ZONE-NO-ED
                "   ONL-YES=" WS-ONL-YES-ED
                "   ONL-NO=" WS-ONL-NO-ED
                DELIMITED BY SIZE INTO TRENDOUT-REC
            WRITE TRENDOUT-REC
            ADD 1 TO WS-TREND-WRITES.

        WRITE-SITE-TREND-LINE.
            ADD WS-SITE-YES (WS-SITE-SUB) TO WS-ALL-YES
            ADD WS-SITE-NO (WS-SITE-SUB) TO WS-ALL-NO
            ADD WS-SITE-ONL-YES (WS-SITE-SUB) TO WS-ALL-ONL-YES
            ADD WS-SITE-ONL-NO (WS-SITE-SUB) TO WS-ALL-ONL-NO
            MOVE WS-SITE-YES (WS-SITE-SUB) TO WS-ZONE-YES-ED
            MOVE WS-SITE-NO (WS-SITE-SUB) TO WS-ZONE-NO-ED
            MOVE WS-SITE-ONL-YES (WS-SITE-SUB) TO WS-ONL-YES-ED
            MOVE WS-SITE-ONL-NO (WS-SITE-SUB) TO WS-ONL-NO-ED
            MOVE SPACES TO TRENDOUT-REC
            STRING "SITE " WS-SITE-SUB (2:2) " TOTAL    "
                "   YES=" WS-ZONE-YES-ED
                "   NO=" WS-ZONE-NO-ED
                "   ONL-YES=" WS-ONL-YES-ED
                "   ONL-NO=" WS-ONL-NO-ED
                DELIMITED BY SIZE INTO TRENDOUT-REC
            WRITE TRENDOUT-REC
            ADD 1 TO WS-TREND-WRITES.

        END PROGRAM HARRYTRND.
