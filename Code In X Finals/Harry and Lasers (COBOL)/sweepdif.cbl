             05 SWH-X      PIC S9(6) SIGN LEADING SEPARATE.
             05 SWH-Y      PIC S9(6) SIGN LEADING SEPARATE.
             05 SWH-STATUS PIC X.
             05 SWH-SITE   PIC X(2).

         FD DIFFOUT.
         01 DIFF-REC PIC X(132).
         01 WS-ZONE-DATE-TABLE.
             05 WS-ZONE-DATE OCCURS 200 TIMES
                              INDEXED BY ZONE-IDX.
                10 ZD-SITE   PIC 9(2).
                10 ZD-ZONE   PIC 9(4).
                10 ZD-LATEST PIC 9(8).
                10 ZD-PRIOR  PIC 9(8).
         01 WS-CELL-TABLE.
             05 WS-CELL OCCURS 20000 TIMES
                         INDEXED BY CELL-IDX.
                10 CEL-SITE  PIC 9(2).
                10 CEL-ZONE  PIC 9(4).
                10 CEL-X     PIC S9(6).
                10 CEL-Y     PIC S9(6).
                10 CEL-MATCH PIC X.

         01 WS-FIND-SITE   PIC 9(2).
         01 WS-FIND-ZONE   PIC 9(4).
         01 WS-ZONE-SUB    PIC 9(3).
         01 WS-CELL-SUB    PIC 9(5).
            END-IF.

        FIND-OR-ADD-ZONE.
            IF SWH-SITE NUMERIC AND SWH-SITE NOT = "00"
                MOVE SWH-SITE TO WS-FIND-SITE
            ELSE
                MOVE 1 TO WS-FIND-SITE
            END-IF
            MOVE SWH-ZONE TO WS-FIND-ZONE
            SET ZONE-IDX TO 1
            SEARCH WS-ZONE-DATE
                AT END
                    ADD 1 TO WS-ZONE-COUNT
                    SET ZONE-IDX TO WS-ZONE-COUNT
                    MOVE WS-FIND-SITE TO ZD-SITE (ZONE-IDX)
                    MOVE WS-FIND-ZONE TO ZD-ZONE (ZONE-IDX)
                    MOVE ZERO TO ZD-LATEST (ZONE-IDX)
                    MOVE ZERO TO ZD-PRIOR (ZONE-IDX)
                WHEN ZD-SITE (ZONE-IDX) EQUAL WS-FIND-SITE
                        AND ZD-ZONE (ZONE-IDX) EQUAL WS-FIND-ZONE
                    CONTINUE
            END-SEARCH.

                    IF SWH-DATE EQUAL ZD-LATEST (ZONE-IDX)
                            AND WS-CELL-COUNT < 20000
                        ADD 1 TO WS-CELL-COUNT
                        MOVE WS-FIND-SITE TO CEL-SITE (WS-CELL-COUNT)
                        MOVE SWH-ZONE TO CEL-ZONE (WS-CELL-COUNT)
                        MOVE SWH-X TO CEL-X (WS-CELL-COUNT)
                        MOVE SWH-Y TO CEL-Y (WS-CELL-COUNT)
                WHEN CELL-IDX > WS-CELL-COUNT
                    ADD 1 TO WS-NEW-CLEARED
                    PERFORM WRITE-CLEARED-LINE
                WHEN CEL-SITE (CELL-IDX) EQUAL WS-FIND-SITE
                        AND CEL-ZONE (CELL-IDX) EQUAL SWH-ZONE
                        AND CEL-X (CELL-IDX) EQUAL SWH-X
                        AND CEL-Y (CELL-IDX) EQUAL SWH-Y
                    MOVE "Y" TO CEL-MATCH (CELL-IDX)
            MOVE SWH-X TO WS-X-ED
            MOVE SWH-Y TO WS-Y-ED
            MOVE SPACES TO DIFF-REC
            STRING "  SITE " WS-FIND-SITE
                " ZONE " WS-ZONE-ID-ED
                " X=" WS-X-ED " Y=" WS-Y-ED
                " CLEARED SINCE " SWH-DATE
                DELIMITED BY SIZE INTO DIFF-REC
                    MOVE CEL-X (WS-CELL-SUB) TO WS-X-ED
                    MOVE CEL-Y (WS-CELL-SUB) TO WS-Y-ED
                    MOVE SPACES TO DIFF-REC
                    STRING "  SITE " CEL-SITE (WS-CELL-SUB)
                        " ZONE " WS-ZONE-ID-ED
                        " X=" WS-X-ED " Y=" WS-Y-ED
                        " NOW BLOCKED"
                        DELIMITED BY SIZE INTO DIFF-REC
