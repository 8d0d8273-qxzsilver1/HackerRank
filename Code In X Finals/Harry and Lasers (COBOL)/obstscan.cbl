        IDENTIFICATION DIVISION.
        PROGRAM-ID. OBSTSCAN.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT SCANRPT ASSIGN TO "SCANRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD OBSTRMASTER.
         COPY OBSTMAST.

         FD SCANRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-MASTER-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).

         01 WS-PASS-SW PIC X.
             88 HARD-PASS VALUE "H".
             88 WARN-PASS VALUE "W".
         01 WS-GRADE-SW PIC X.
             88 GRADE-HARD VALUE "H".
             88 GRADE-WARN VALUE "W".
         01 WS-ZONE-HARD-SW PIC X.
             88 ZONE-HAS-HARD VALUE "Y".

         01 WS-SEG-LIMIT  PIC 9(3).
         01 WS-MAST-SUB   PIC 9(3).
         01 WS-OTHER-SUB  PIC 9(3).
         01 WS-VTX-SUB    PIC 9(3).
         01 WS-POLY-START PIC 9(3).
         01 WS-POLY-COUNT PIC 9(3).
         01 WS-BOUND-SW   PIC X.
             88 BOUNDS-USABLE VALUE "Y".
         01 WS-SEG-STATE-TABLE.
             05 WS-SEG-STATE PIC X OCCURS 100 TIMES.
                 88 SEG-GEOM-USABLE VALUE "Y".

         01 WS-CROSS-1    PIC S9(18).
         01 WS-CROSS-2    PIC S9(18).
         01 WS-DX         PIC S9(7).
         01 WS-DY         PIC S9(7).
         01 WS-LO-1       PIC S9(6).
         01 WS-HI-1       PIC S9(6).
         01 WS-LO-2       PIC S9(6).
         01 WS-HI-2       PIC S9(6).
         01 WS-CHK-DATE   PIC 9(8).
         01 WS-CHK-TIME   PIC 9(4).
         01 WS-CHK-TIME-R REDEFINES WS-CHK-TIME.
             05 WS-CHK-HH PIC 99.
             05 WS-CHK-MM PIC 99.
         01 WS-TIME-SW    PIC X.
             88 TIME-INVALID VALUE "Y".

         01 WS-EXC-CODE   PIC X(8).
         01 WS-EXC-TEXT   PIC X(60).

         01 WS-ZONES-READ     PIC 9(5) VALUE ZERO.
         01 WS-SEGS-SCANNED   PIC 9(6) VALUE ZERO.
         01 WS-ZONES-HARD     PIC 9(5) VALUE ZERO.
         01 WS-HARD-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-WARN-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-COUNT-ED    PIC Z(5)9.
         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-SEG-ED      PIC Z(3).
         01 WS-OTHER-ED    PIC Z(3).
         01 WS-NUM-ED      PIC Z(3)9.
         01 WS-X1-ED       PIC -ZZZZZ9.
         01 WS-Y1-ED       PIC -ZZZZZ9.
         01 WS-X2-ED       PIC -ZZZZZ9.
         01 WS-Y2-ED       PIC -ZZZZZ9.

         COPY RCTLPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "SCANSTEP" TO RCP-STEP
            MOVE "OBSTSCAN" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT SCANRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            MOVE SPACES TO RPT-REC
            STRING "OBSTRMASTER GEOMETRY INTEGRITY SCAN"
                "   RUN DATE: " WS-RUN-TS (1:8)
                "  TIME: " WS-RUN-TS (9:6)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            OPEN INPUT OBSTRMASTER
            IF WS-MASTER-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** OBSTRMASTER STATUS " WS-MASTER-STATUS
                    " - MASTER NOT AVAILABLE - NO SCAN RUN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE SCANRPT
                MOVE 8 TO RETURN-CODE
                PERFORM FINISH-SCAN-STEP
                STOP RUN
            END-IF
            SET HARD-PASS TO TRUE
            PERFORM WRITE-SECTION-HEADING
            PERFORM SCAN-ALL-ZONES
            CLOSE OBSTRMASTER
            SET WARN-PASS TO TRUE
            PERFORM WRITE-SECTION-HEADING
            OPEN INPUT OBSTRMASTER
            PERFORM SCAN-ALL-ZONES
            CLOSE OBSTRMASTER
            PERFORM WRITE-SCAN-TRAILER
            EVALUATE TRUE
                WHEN WS-HARD-COUNT > ZERO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-WARN-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE
            CLOSE SCANRPT
            PERFORM FINISH-SCAN-STEP
            STOP RUN.

        FINISH-SCAN-STEP.
            MOVE RETURN-CODE TO RCP-RC
            MOVE 4 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE.

        WRITE-SECTION-HEADING.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            IF HARD-PASS
                STRING "HARD ERRORS - GEOMETRY THAT WILL PRODUCE WRONG"
                    " VERDICTS OR CAN NEVER BE ACTIVE"
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "WARNINGS - REDUNDANT, OUT-OF-BOUNDS OR LAPSED"
                    " GEOMETRY"
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "GRADE SITE ZONE  SEG  CODE     SHAPE TYPE "
                "DESCRIPTION          DETAIL"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        SCAN-ALL-ZONES.
            MOVE "N" TO WS-EOF-SW
            READ OBSTRMASTER NEXT
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                PERFORM SCAN-ONE-ZONE
                READ OBSTRMASTER NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        SCAN-ONE-ZONE.
            IF HARD-PASS
                ADD 1 TO WS-ZONES-READ
            END-IF
            MOVE "N" TO WS-ZONE-HARD-SW
            MOVE ZERO TO WS-MAST-SUB
            MOVE "N" TO WS-BOUND-SW
            IF MAST-NUM-SEGMENTS NOT NUMERIC
                MOVE ZERO TO WS-SEG-LIMIT
                SET GRADE-HARD TO TRUE
                MOVE "SEGCOUNT" TO WS-EXC-CODE
                MOVE "SEGMENT COUNT NOT NUMERIC - NO SEGMENT SCANNED"
                    TO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
            ELSE
                IF MAST-NUM-SEGMENTS > 100
                    MOVE 100 TO WS-SEG-LIMIT
                    MOVE MAST-NUM-SEGMENTS TO WS-NUM-ED
                    SET GRADE-HARD TO TRUE
                    MOVE "SEGCOUNT" TO WS-EXC-CODE
                    MOVE SPACES TO WS-EXC-TEXT
                    STRING "SEGMENT COUNT " WS-NUM-ED
                        " EXCEEDS 100 - FIRST 100 SCANNED"
                        DELIMITED BY SIZE INTO WS-EXC-TEXT
                    PERFORM WRITE-EXCEPTION
                ELSE
                    MOVE MAST-NUM-SEGMENTS TO WS-SEG-LIMIT
                END-IF
            END-IF
            PERFORM CHECK-ZONE-BOUNDS
            MOVE ZERO TO WS-POLY-START
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > WS-SEG-LIMIT
                IF HARD-PASS
                    ADD 1 TO WS-SEGS-SCANNED
                END-IF
                PERFORM SCAN-ONE-SEGMENT
            END-PERFORM
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB >= WS-SEG-LIMIT
                IF SEG-GEOM-USABLE (WS-MAST-SUB)
                    COMPUTE WS-OTHER-SUB = WS-MAST-SUB + 1
                    PERFORM UNTIL WS-OTHER-SUB > WS-SEG-LIMIT
                        IF SEG-GEOM-USABLE (WS-OTHER-SUB)
                            PERFORM COMPARE-SEGMENT-PAIR
                        END-IF
                        ADD 1 TO WS-OTHER-SUB
                    END-PERFORM
                END-IF
            END-PERFORM
            IF ZONE-HAS-HARD AND HARD-PASS
                ADD 1 TO WS-ZONES-HARD
            END-IF.

        CHECK-ZONE-BOUNDS.
            IF MAST-BOUND-X-MIN NOT NUMERIC
                    OR MAST-BOUND-X-MAX NOT NUMERIC
                    OR MAST-BOUND-Y-MIN NOT NUMERIC
                    OR MAST-BOUND-Y-MAX NOT NUMERIC
                SET GRADE-HARD TO TRUE
                MOVE "BADBOUND" TO WS-EXC-CODE
                MOVE "BOUNDARY BOX NOT NUMERIC" TO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
                EXIT PARAGRAPH
            END-IF
            IF MAST-BOUND-X-MIN = ZERO AND MAST-BOUND-X-MAX = ZERO
                    AND MAST-BOUND-Y-MIN = ZERO
                    AND MAST-BOUND-Y-MAX = ZERO
                EXIT PARAGRAPH
            END-IF
            IF MAST-BOUND-X-MIN > MAST-BOUND-X-MAX
                    OR MAST-BOUND-Y-MIN > MAST-BOUND-Y-MAX
                MOVE MAST-BOUND-X-MIN TO WS-X1-ED
                MOVE MAST-BOUND-X-MAX TO WS-X2-ED
                MOVE MAST-BOUND-Y-MIN TO WS-Y1-ED
                MOVE MAST-BOUND-Y-MAX TO WS-Y2-ED
                SET GRADE-HARD TO TRUE
                MOVE "BADBOUND" TO WS-EXC-CODE
                MOVE SPACES TO WS-EXC-TEXT
                STRING "MIN ABOVE MAX: X" WS-X1-ED " TO" WS-X2-ED
                    " Y" WS-Y1-ED " TO" WS-Y2-ED
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
                EXIT PARAGRAPH
            END-IF
            SET BOUNDS-USABLE TO TRUE.

        SCAN-ONE-SEGMENT.
            MOVE "N" TO WS-SEG-STATE (WS-MAST-SUB)
            IF MAST-X1 (WS-MAST-SUB) NOT NUMERIC
                    OR MAST-Y1 (WS-MAST-SUB) NOT NUMERIC
                    OR MAST-X2 (WS-MAST-SUB) NOT NUMERIC
                    OR MAST-Y2 (WS-MAST-SUB) NOT NUMERIC
                    OR MAST-Z-FROM (WS-MAST-SUB) NOT NUMERIC
                    OR MAST-Z-TO (WS-MAST-SUB) NOT NUMERIC
                    OR MAST-EFF-DATE (WS-MAST-SUB) NOT NUMERIC
                    OR MAST-EXP-DATE (WS-MAST-SUB) NOT NUMERIC
                    OR MAST-TIME-FROM (WS-MAST-SUB) NOT NUMERIC
                    OR MAST-TIME-TO (WS-MAST-SUB) NOT NUMERIC
                SET GRADE-HARD TO TRUE
                MOVE "NOTNUM" TO WS-EXC-CODE
                MOVE "COORDINATE, BAND, DATE OR TIME FIELD NOT NUMERIC"
                    TO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
                EXIT PARAGRAPH
            END-IF
            EVALUATE MAST-SHAPE (WS-MAST-SUB)
                WHEN "L"
                WHEN SPACE
                    PERFORM CHECK-LINE-SEGMENT
                WHEN "C"
                    PERFORM CHECK-CIRCLE-SEGMENT
                WHEN "P"
                    PERFORM CHECK-POLYGON-VERTEX
                WHEN OTHER
                    SET GRADE-HARD TO TRUE
                    MOVE "BADSHAPE" TO WS-EXC-CODE
                    MOVE SPACES TO WS-EXC-TEXT
                    STRING "SHAPE CODE '" MAST-SHAPE (WS-MAST-SUB)
                        "' IS NOT L, C OR P - READ AS A LINE"
                        DELIMITED BY SIZE INTO WS-EXC-TEXT
                    PERFORM WRITE-EXCEPTION
            END-EVALUATE
            IF MAST-SHAPE (WS-MAST-SUB) NOT = "P"
                MOVE ZERO TO WS-POLY-START
            END-IF
            PERFORM CHECK-SEGMENT-BAND
            PERFORM CHECK-SEGMENT-DATES
            PERFORM CHECK-SEGMENT-WINDOW.

        CHECK-LINE-SEGMENT.
            IF MAST-X1 (WS-MAST-SUB) = MAST-X2 (WS-MAST-SUB)
                    AND MAST-Y1 (WS-MAST-SUB) = MAST-Y2 (WS-MAST-SUB)
                MOVE MAST-X1 (WS-MAST-SUB) TO WS-X1-ED
                MOVE MAST-Y1 (WS-MAST-SUB) TO WS-Y1-ED
                SET GRADE-HARD TO TRUE
                MOVE "ZEROLEN" TO WS-EXC-CODE
                MOVE SPACES TO WS-EXC-TEXT
                STRING "BOTH ENDS AT" WS-X1-ED WS-Y1-ED
                    " - SEGMENT HAS NO LENGTH"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
                EXIT PARAGRAPH
            END-IF
            SET SEG-GEOM-USABLE (WS-MAST-SUB) TO TRUE
            IF BOUNDS-USABLE
                IF MAST-X1 (WS-MAST-SUB) < MAST-BOUND-X-MIN
                        OR MAST-X1 (WS-MAST-SUB) > MAST-BOUND-X-MAX
                        OR MAST-Y1 (WS-MAST-SUB) < MAST-BOUND-Y-MIN
                        OR MAST-Y1 (WS-MAST-SUB) > MAST-BOUND-Y-MAX
                        OR MAST-X2 (WS-MAST-SUB) < MAST-BOUND-X-MIN
                        OR MAST-X2 (WS-MAST-SUB) > MAST-BOUND-X-MAX
                        OR MAST-Y2 (WS-MAST-SUB) < MAST-BOUND-Y-MIN
                        OR MAST-Y2 (WS-MAST-SUB) > MAST-BOUND-Y-MAX
                    MOVE "END POINT OUTSIDE THE ZONE BOUNDARY BOX"
                        TO WS-EXC-TEXT
                    PERFORM WRITE-OUT-OF-BOUNDS
                END-IF
            END-IF.

        CHECK-CIRCLE-SEGMENT.
            IF MAST-X2 (WS-MAST-SUB) <= ZERO
                MOVE MAST-X2 (WS-MAST-SUB) TO WS-X2-ED
                SET GRADE-HARD TO TRUE
                MOVE "ZERORAD" TO WS-EXC-CODE
                MOVE SPACES TO WS-EXC-TEXT
                STRING "CIRCLE RADIUS" WS-X2-ED " IS NOT POSITIVE"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
                EXIT PARAGRAPH
            END-IF
            SET SEG-GEOM-USABLE (WS-MAST-SUB) TO TRUE
            IF BOUNDS-USABLE
                IF MAST-X1 (WS-MAST-SUB) - MAST-X2 (WS-MAST-SUB)
                            < MAST-BOUND-X-MIN
                        OR MAST-X1 (WS-MAST-SUB) + MAST-X2 (WS-MAST-SUB)
                            > MAST-BOUND-X-MAX
                        OR MAST-Y1 (WS-MAST-SUB) - MAST-X2 (WS-MAST-SUB)
                            < MAST-BOUND-Y-MIN
                        OR MAST-Y1 (WS-MAST-SUB) + MAST-X2 (WS-MAST-SUB)
                            > MAST-BOUND-Y-MAX
                    MOVE "CIRCLE EXTENDS OUTSIDE THE ZONE BOUNDARY BOX"
                        TO WS-EXC-TEXT
                    PERFORM WRITE-OUT-OF-BOUNDS
                END-IF
            END-IF.

        CHECK-POLYGON-VERTEX.
            IF WS-POLY-START = ZERO
                MOVE WS-MAST-SUB TO WS-POLY-START
                PERFORM COUNT-POLYGON-VERTICES
                IF WS-POLY-COUNT < 3 OR WS-POLY-COUNT > 24
                    MOVE WS-POLY-COUNT TO WS-NUM-ED
                    SET GRADE-HARD TO TRUE
                    MOVE "POLYVTX" TO WS-EXC-CODE
                    MOVE SPACES TO WS-EXC-TEXT
                    IF WS-POLY-COUNT < 3
                        STRING "POLYGON HAS" WS-NUM-ED
                            " VERTICES - AT LEAST 3 ARE NEEDED"
                            DELIMITED BY SIZE INTO WS-EXC-TEXT
                    ELSE
                        STRING "POLYGON HAS" WS-NUM-ED
                            " VERTICES - ONLY THE FIRST 24 ARE TESTED"
                            DELIMITED BY SIZE INTO WS-EXC-TEXT
                    END-IF
                    PERFORM WRITE-EXCEPTION
                END-IF
            ELSE
                IF MAST-EFF-DATE (WS-MAST-SUB)
                            NOT = MAST-EFF-DATE (WS-POLY-START)
                        OR MAST-EXP-DATE (WS-MAST-SUB)
                            NOT = MAST-EXP-DATE (WS-POLY-START)
                        OR MAST-TIME-FROM (WS-MAST-SUB)
                            NOT = MAST-TIME-FROM (WS-POLY-START)
                        OR MAST-TIME-TO (WS-MAST-SUB)
                            NOT = MAST-TIME-TO (WS-POLY-START)
                        OR MAST-Z-FROM (WS-MAST-SUB)
                            NOT = MAST-Z-FROM (WS-POLY-START)
                        OR MAST-Z-TO (WS-MAST-SUB)
                            NOT = MAST-Z-TO (WS-POLY-START)
                    MOVE WS-POLY-START TO WS-OTHER-ED
                    SET GRADE-WARN TO TRUE
                    MOVE "POLYMIX" TO WS-EXC-CODE
                    MOVE SPACES TO WS-EXC-TEXT
                    STRING "DATES/WINDOW/BAND DIFFER FROM FIRST VERTEX"
                        WS-OTHER-ED
                        DELIMITED BY SIZE INTO WS-EXC-TEXT
                    PERFORM WRITE-EXCEPTION
                END-IF
            END-IF
            IF BOUNDS-USABLE
                IF MAST-X1 (WS-MAST-SUB) < MAST-BOUND-X-MIN
                        OR MAST-X1 (WS-MAST-SUB) > MAST-BOUND-X-MAX
                        OR MAST-Y1 (WS-MAST-SUB) < MAST-BOUND-Y-MIN
                        OR MAST-Y1 (WS-MAST-SUB) > MAST-BOUND-Y-MAX
                    MOVE "VERTEX OUTSIDE THE ZONE BOUNDARY BOX"
                        TO WS-EXC-TEXT
                    PERFORM WRITE-OUT-OF-BOUNDS
                END-IF
            END-IF.

        COUNT-POLYGON-VERTICES.
            MOVE ZERO TO WS-POLY-COUNT
            MOVE WS-MAST-SUB TO WS-VTX-SUB
            PERFORM UNTIL WS-VTX-SUB > WS-SEG-LIMIT
                    OR MAST-SHAPE (WS-VTX-SUB) NOT = "P"
                ADD 1 TO WS-POLY-COUNT
                ADD 1 TO WS-VTX-SUB
            END-PERFORM.

        WRITE-OUT-OF-BOUNDS.
            SET GRADE-WARN TO TRUE
            MOVE "OUTBNDS" TO WS-EXC-CODE
            PERFORM WRITE-EXCEPTION.

        CHECK-SEGMENT-BAND.
            IF MAST-Z-FROM (WS-MAST-SUB) > MAST-Z-TO (WS-MAST-SUB)
                MOVE MAST-Z-FROM (WS-MAST-SUB) TO WS-X1-ED
                MOVE MAST-Z-TO (WS-MAST-SUB) TO WS-X2-ED
                SET GRADE-HARD TO TRUE
                MOVE "ZBAND" TO WS-EXC-CODE
                MOVE SPACES TO WS-EXC-TEXT
                STRING "Z-FROM" WS-X1-ED " ABOVE Z-TO" WS-X2-ED
                    " - NO ELEVATION FALLS IN THE BAND"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF.

        CHECK-SEGMENT-DATES.
            IF MAST-EFF-DATE (WS-MAST-SUB) NOT = ZERO
                MOVE MAST-EFF-DATE (WS-MAST-SUB) TO WS-CHK-DATE
                IF FUNCTION TEST-DATE-YYYYMMDD (WS-CHK-DATE) NOT = 0
                    SET GRADE-HARD TO TRUE
                    MOVE "BADDATE" TO WS-EXC-CODE
                    MOVE SPACES TO WS-EXC-TEXT
                    STRING "EFFECTIVE DATE " WS-CHK-DATE
                        " IS NOT A CALENDAR DATE"
                        DELIMITED BY SIZE INTO WS-EXC-TEXT
                    PERFORM WRITE-EXCEPTION
                END-IF
            END-IF
            IF MAST-EXP-DATE (WS-MAST-SUB) = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE MAST-EXP-DATE (WS-MAST-SUB) TO WS-CHK-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD (WS-CHK-DATE) NOT = 0
                SET GRADE-HARD TO TRUE
                MOVE "BADDATE" TO WS-EXC-CODE
                MOVE SPACES TO WS-EXC-TEXT
                STRING "EXPIRY DATE " WS-CHK-DATE
                    " IS NOT A CALENDAR DATE"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
                EXIT PARAGRAPH
            END-IF
            IF MAST-EFF-DATE (WS-MAST-SUB) > MAST-EXP-DATE (WS-MAST-SUB)
                SET GRADE-HARD TO TRUE
                MOVE "NEVERACT" TO WS-EXC-CODE
                MOVE SPACES TO WS-EXC-TEXT
                STRING "EFFECTIVE " MAST-EFF-DATE (WS-MAST-SUB)
                    " IS AFTER EXPIRY " MAST-EXP-DATE (WS-MAST-SUB)
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
                EXIT PARAGRAPH
            END-IF
            IF MAST-EXP-DATE (WS-MAST-SUB) < WS-TODAY-NUM
                SET GRADE-WARN TO TRUE
                MOVE "EXPIRED" TO WS-EXC-CODE
                MOVE SPACES TO WS-EXC-TEXT
                STRING "EXPIRED " MAST-EXP-DATE (WS-MAST-SUB)
                    " - NEVER ACTIVE AGAIN, DUE FOR PURGE"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF.

        CHECK-SEGMENT-WINDOW.
            IF MAST-TIME-FROM (WS-MAST-SUB) = ZERO
                    AND MAST-TIME-TO (WS-MAST-SUB) = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-TIME-SW
            MOVE MAST-TIME-FROM (WS-MAST-SUB) TO WS-CHK-TIME
            IF WS-CHK-HH > 23 OR WS-CHK-MM > 59
                SET TIME-INVALID TO TRUE
            END-IF
            MOVE MAST-TIME-TO (WS-MAST-SUB) TO WS-CHK-TIME
            IF WS-CHK-HH > 23 OR WS-CHK-MM > 59
                SET TIME-INVALID TO TRUE
            END-IF
            IF TIME-INVALID
                SET GRADE-HARD TO TRUE
                MOVE "BADTIME" TO WS-EXC-CODE
                MOVE SPACES TO WS-EXC-TEXT
                STRING "SHIFT WINDOW " MAST-TIME-FROM (WS-MAST-SUB)
                    "-" MAST-TIME-TO (WS-MAST-SUB)
                    " IS NOT HHMM"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
                EXIT PARAGRAPH
            END-IF
            IF MAST-TIME-FROM (WS-MAST-SUB) = MAST-TIME-TO (WS-MAST-SUB)
                SET GRADE-WARN TO TRUE
                MOVE "TIMEWIN" TO WS-EXC-CODE
                MOVE SPACES TO WS-EXC-TEXT
                STRING "SHIFT WINDOW " MAST-TIME-FROM (WS-MAST-SUB)
                    "-" MAST-TIME-TO (WS-MAST-SUB)
                    " IS ACTIVE FOR ONE MINUTE ONLY"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF.

        COMPARE-SEGMENT-PAIR.
            IF MAST-SHAPE (WS-MAST-SUB) = "C"
                    OR MAST-SHAPE (WS-OTHER-SUB) = "C"
                IF MAST-SHAPE (WS-MAST-SUB) = "C"
                        AND MAST-SHAPE (WS-OTHER-SUB) = "C"
                        AND MAST-X1 (WS-MAST-SUB)
                            = MAST-X1 (WS-OTHER-SUB)
                        AND MAST-Y1 (WS-MAST-SUB)
                            = MAST-Y1 (WS-OTHER-SUB)
                        AND MAST-X2 (WS-MAST-SUB)
                            = MAST-X2 (WS-OTHER-SUB)
                    PERFORM WRITE-DUPLICATE
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF (MAST-X1 (WS-MAST-SUB) = MAST-X1 (WS-OTHER-SUB)
                    AND MAST-Y1 (WS-MAST-SUB) = MAST-Y1 (WS-OTHER-SUB)
                    AND MAST-X2 (WS-MAST-SUB) = MAST-X2 (WS-OTHER-SUB)
                    AND MAST-Y2 (WS-MAST-SUB) = MAST-Y2 (WS-OTHER-SUB))
                OR (MAST-X1 (WS-MAST-SUB) = MAST-X2 (WS-OTHER-SUB)
                    AND MAST-Y1 (WS-MAST-SUB) = MAST-Y2 (WS-OTHER-SUB)
                    AND MAST-X2 (WS-MAST-SUB) = MAST-X1 (WS-OTHER-SUB)
                    AND MAST-Y2 (WS-MAST-SUB) = MAST-Y1 (WS-OTHER-SUB))
                PERFORM WRITE-DUPLICATE
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DX =
                MAST-X2 (WS-MAST-SUB) - MAST-X1 (WS-MAST-SUB)
            COMPUTE WS-DY =
                MAST-Y2 (WS-MAST-SUB) - MAST-Y1 (WS-MAST-SUB)
            COMPUTE WS-CROSS-1 =
                WS-DX
                * (MAST-Y1 (WS-OTHER-SUB) - MAST-Y1 (WS-MAST-SUB))
                - WS-DY
                * (MAST-X1 (WS-OTHER-SUB) - MAST-X1 (WS-MAST-SUB))
            COMPUTE WS-CROSS-2 =
                WS-DX
                * (MAST-Y2 (WS-OTHER-SUB) - MAST-Y1 (WS-MAST-SUB))
                - WS-DY
                * (MAST-X2 (WS-OTHER-SUB) - MAST-X1 (WS-MAST-SUB))
            IF WS-CROSS-1 NOT = ZERO OR WS-CROSS-2 NOT = ZERO
                EXIT PARAGRAPH
            END-IF
            IF FUNCTION ABS (WS-DX) >= FUNCTION ABS (WS-DY)
                MOVE FUNCTION MIN (MAST-X1 (WS-MAST-SUB)
                    MAST-X2 (WS-MAST-SUB)) TO WS-LO-1
                MOVE FUNCTION MAX (MAST-X1 (WS-MAST-SUB)
                    MAST-X2 (WS-MAST-SUB)) TO WS-HI-1
                MOVE FUNCTION MIN (MAST-X1 (WS-OTHER-SUB)
                    MAST-X2 (WS-OTHER-SUB)) TO WS-LO-2
                MOVE FUNCTION MAX (MAST-X1 (WS-OTHER-SUB)
                    MAST-X2 (WS-OTHER-SUB)) TO WS-HI-2
            ELSE
                MOVE FUNCTION MIN (MAST-Y1 (WS-MAST-SUB)
                    MAST-Y2 (WS-MAST-SUB)) TO WS-LO-1
                MOVE FUNCTION MAX (MAST-Y1 (WS-MAST-SUB)
                    MAST-Y2 (WS-MAST-SUB)) TO WS-HI-1
                MOVE FUNCTION MIN (MAST-Y1 (WS-OTHER-SUB)
                    MAST-Y2 (WS-OTHER-SUB)) TO WS-LO-2
                MOVE FUNCTION MAX (MAST-Y1 (WS-OTHER-SUB)
                    MAST-Y2 (WS-OTHER-SUB)) TO WS-HI-2
            END-IF
            IF FUNCTION MAX (WS-LO-1 WS-LO-2)
                    < FUNCTION MIN (WS-HI-1 WS-HI-2)
                MOVE WS-MAST-SUB TO WS-OTHER-ED
                SET GRADE-WARN TO TRUE
                MOVE "OVERLAP" TO WS-EXC-CODE
                MOVE SPACES TO WS-EXC-TEXT
                STRING "COLLINEAR WITH SEGMENT" WS-OTHER-ED
                    " AND OVERLAPS IT"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM WRITE-PAIR-EXCEPTION
            END-IF.

        WRITE-DUPLICATE.
            MOVE WS-MAST-SUB TO WS-OTHER-ED
            SET GRADE-WARN TO TRUE
            MOVE "DUPSEG" TO WS-EXC-CODE
            MOVE SPACES TO WS-EXC-TEXT
            STRING "SAME GEOMETRY AS SEGMENT" WS-OTHER-ED
                DELIMITED BY SIZE INTO WS-EXC-TEXT
            PERFORM WRITE-PAIR-EXCEPTION.

        WRITE-PAIR-EXCEPTION.
            MOVE WS-MAST-SUB TO WS-VTX-SUB
            MOVE WS-OTHER-SUB TO WS-MAST-SUB
            PERFORM WRITE-EXCEPTION
            MOVE WS-VTX-SUB TO WS-MAST-SUB.

        WRITE-EXCEPTION.
            IF GRADE-HARD
                SET ZONE-HAS-HARD TO TRUE
            END-IF
            IF (GRADE-HARD AND NOT HARD-PASS)
                    OR (GRADE-WARN AND NOT WARN-PASS)
                EXIT PARAGRAPH
            END-IF
            IF GRADE-HARD
                ADD 1 TO WS-HARD-COUNT
            ELSE
                ADD 1 TO WS-WARN-COUNT
            END-IF
            MOVE MAST-ZONE-ID TO WS-ZONE-ID-ED
            MOVE SPACES TO RPT-REC
            IF WS-MAST-SUB = ZERO
                STRING "HARD    " MAST-SITE-ID " " WS-ZONE-ID-ED
                    "       " WS-EXC-CODE
                    "                                 "
                    WS-EXC-TEXT
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                MOVE WS-MAST-SUB TO WS-SEG-ED
                STRING "HARD    " MAST-SITE-ID " " WS-ZONE-ID-ED
                    "  " WS-SEG-ED "  " WS-EXC-CODE
                    " " MAST-SHAPE (WS-MAST-SUB)
                    "     " MAST-OBS-TYPE (WS-MAST-SUB)
                    " " MAST-OBS-DESC (WS-MAST-SUB)
                    " " WS-EXC-TEXT
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            IF GRADE-WARN
                MOVE "WARN" TO RPT-REC (1:4)
            END-IF
            WRITE RPT-REC.

        WRITE-SCAN-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ZONES-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ZONES SCANNED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SEGS-SCANNED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "SEGMENTS SCANNED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ZONES-HARD TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ZONES WITH HARD ERRORS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-HARD-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "HARD ERRORS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-WARN-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "WARNINGS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM OBSTSCAN.
