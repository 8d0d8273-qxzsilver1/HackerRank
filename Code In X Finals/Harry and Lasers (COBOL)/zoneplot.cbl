        IDENTIFICATION DIVISION.
        PROGRAM-ID. ZONEPLOT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PLOTPARM ASSIGN TO "PLOTPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-STATION-STATUS.
            SELECT CSVIN ASSIGN TO "CSVIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CSV-STATUS.
            SELECT PLOTRPT ASSIGN TO "PLOTRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD PLOTPARM.
         01 PARM-LINE PIC X(80).

         FD OBSTRMASTER.
         COPY OBSTMAST.

         FD STATMAST.
         COPY STATMAST.

         FD CSVIN.
         01 CSV-LINE PIC X(132).

         FD PLOTRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-PARM-EOF-SW PIC X VALUE "N".
             88 PARM-EOF VALUE "Y".
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-PARM-STATUS PIC XX.
         01 WS-MASTER-STATUS PIC XX.
         01 WS-STATION-STATUS PIC XX.
         01 WS-CSV-STATUS PIC XX.
         01 WS-STATMAST-SW PIC X VALUE "N".
             88 STATMAST-AVAILABLE VALUE "Y".
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-PAGE-NUM PIC 9(4) VALUE ZERO.

         01 WS-PARSE-PTR  PIC 9(4).
         01 WS-T-KEYWORD  PIC X(8).
         01 WS-T-ZONE     PIC X(4).
         01 WS-T-KEY2     PIC X(12).
         01 WS-T-DATE     PIC X(8).
         01 WS-T-KEY3     PIC X(12).
         01 WS-CARD-SW    PIC X.
             88 CARD-OK  VALUE "Y".
             88 CARD-BAD VALUE "N".
         01 WS-REJECT-TEXT PIC X(50).
         01 WS-PLOT-ZONE  PIC 9(4).
         01 WS-ASOF-DATE  PIC 9(8).
         01 WS-SIGHT-SW   PIC X.
             88 DRAW-SIGHTLINES VALUE "Y".

         01 WS-CARDS-READ     PIC 9(4) VALUE ZERO.
         01 WS-CARDS-REJECTED PIC 9(4) VALUE ZERO.
         01 WS-ZONES-PLOTTED  PIC 9(4) VALUE ZERO.
         01 WS-ZONES-MISSING  PIC 9(4) VALUE ZERO.

         COPY GEOMPARM.

         01 WS-GRID-COLS PIC 9(3) VALUE 120.
         01 WS-GRID-ROWS PIC 9(3) VALUE 48.
         01 WS-PLOT-TABLE.
             05 WS-PLOT-ROW PIC X(120) OCCURS 48 TIMES.
         01 WS-PLOT-MARK PIC X.
         01 WS-PLOT-COL  PIC S9(7).
         01 WS-PLOT-LINE PIC S9(7).

         01 WS-X-LO PIC S9(6).
         01 WS-X-HI PIC S9(6).
         01 WS-Y-LO PIC S9(6).
         01 WS-Y-HI PIC S9(6).
         01 WS-EXTENT-SW PIC X.
             88 EXTENT-STARTED VALUE "Y".
         01 WS-CELL-W  PIC 9(7)V9(4).
         01 WS-CELL-H  PIC 9(7)V9(4).
         01 WS-CELL-W2 PIC 9(7)V9(4).
         01 WS-EXT-X PIC S9(6).
         01 WS-EXT-Y PIC S9(6).

         01 WS-LA-X PIC S9(6).
         01 WS-LA-Y PIC S9(6).
         01 WS-LB-X PIC S9(6).
         01 WS-LB-Y PIC S9(6).
         01 WS-FC-A PIC S9(7)V9(4).
         01 WS-FR-A PIC S9(7)V9(4).
         01 WS-FC-B PIC S9(7)V9(4).
         01 WS-FR-B PIC S9(7)V9(4).
         01 WS-STEPS PIC 9(5).
         01 WS-STEP-SUB PIC 9(5).
         01 WS-DIFF PIC S9(7)V9(4).

         01 WS-BOX-X-LO PIC S9(6).
         01 WS-BOX-X-HI PIC S9(6).
         01 WS-BOX-Y-LO PIC S9(6).
         01 WS-BOX-Y-HI PIC S9(6).
         01 WS-COL-LO PIC S9(7).
         01 WS-COL-HI PIC S9(7).
         01 WS-ROW-LO PIC S9(7).
         01 WS-ROW-HI PIC S9(7).
         01 WS-CELL-X PIC S9(6).
         01 WS-CELL-Y PIC S9(6).

         01 WS-MAST-SUB   PIC 9(3).
         01 WS-VTX-SUB    PIC 9(3).
         01 WS-NEXT-SUB   PIC 9(3).
         01 WS-POLY-COUNT PIC 9(3).
         01 WS-POLY-TABLE.
             05 WS-POLY-VERTEX OCCURS 24 TIMES.
                10 PV-X PIC S9(6).
                10 PV-Y PIC S9(6).
         01 WS-SEG-ACTIVE-TABLE.
             05 WS-SEG-ACTIVE PIC X OCCURS 100 TIMES.
                 88 SEG-IN-EFFECT VALUE "Y".
         01 WS-INACTIVE-COUNT PIC 9(3).

         01 WS-MARK-LETTERS PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         01 WS-TYPE-COUNT PIC 9(2).
         01 WS-TYPE-SUB   PIC 9(2).
         01 WS-TYPE-TABLE.
             05 WS-TYPE-ENTRY OCCURS 26 TIMES.
                10 TYP-CODE  PIC X(4).
                10 TYP-MARK  PIC X.
                10 TYP-COUNT PIC 9(3).
                10 TYP-DESC  PIC X(20).
         01 WS-TYPE-OVERFLOW PIC 9(3).

         01 WS-STA-COUNT PIC 9(3).
         01 WS-STA-SUB   PIC 9(3).
         01 WS-STA-OVERFLOW PIC 9(4).
         01 WS-STA-TABLE.
             05 WS-STA-ENTRY OCCURS 200 TIMES.
                10 PS-ID   PIC 9(4).
                10 PS-X    PIC S9(6).
                10 PS-Y    PIC S9(6).
                10 PS-STAT PIC X.
                10 PS-DESC PIC X(20).

         01 WS-SL-COUNT PIC 9(3).
         01 WS-SL-SUB   PIC 9(3).
         01 WS-SL-OVERFLOW PIC 9(5).
         01 WS-SL-TABLE.
             05 WS-SL-ENTRY OCCURS 500 TIMES.
                10 SL-XS PIC S9(6).
                10 SL-YS PIC S9(6).
                10 SL-XM PIC S9(6).
                10 SL-YM PIC S9(6).
                10 SL-VERDICT PIC X(3).
         01 WS-SL-CLEAR   PIC 9(5).
         01 WS-SL-BLOCKED PIC 9(5).
         01 WS-SL-NEAR    PIC 9(5).
         01 WS-SL-SUSPECT PIC 9(5).
         01 WS-CSV-FIELDS.
             05 CSV-F-CASE    PIC X(20).
             05 CSV-F-X1      PIC X(20).
             05 CSV-F-Y1      PIC X(20).
             05 CSV-F-X2      PIC X(20).
             05 CSV-F-Y2      PIC X(20).
             05 CSV-F-XM      PIC X(20).
             05 CSV-F-YM      PIC X(20).
             05 CSV-F-VERDICT PIC X(20).
             05 CSV-F-SEG     PIC X(20).
             05 CSV-F-ZONE    PIC X(20).
             05 CSV-F-TYPE    PIC X(20).
             05 CSV-F-DESC    PIC X(20).
             05 CSV-F-SEV     PIC X(20).
             05 CSV-F-DEPT    PIC X(20).
             05 CSV-F-STATION PIC X(20).
             05 CSV-F-XS      PIC X(20).
             05 CSV-F-YS      PIC X(20).

         01 WS-COUNT-ED  PIC Z(4)9.
         01 WS-ZONE-ID-ED PIC Z(4).
         01 WS-STA-ID-ED PIC Z(4).
         01 WS-PAGE-ED   PIC Z(3)9.
         01 WS-X1-ED     PIC -ZZZZZ9.
         01 WS-Y1-ED     PIC -ZZZZZ9.
         01 WS-X2-ED     PIC -ZZZZZ9.
         01 WS-Y2-ED     PIC -ZZZZZ9.
         01 WS-SCALE-ED  PIC Z(6)9.99.
         01 WS-SCALE2-ED PIC Z(6)9.99.
         01 WS-AXIS-Y    PIC S9(6).
         01 WS-AXIS-ED   PIC -ZZZZZ9.
         01 WS-STA-NOTE  PIC X(10).

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT PLOTRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            CALL "SITESEL" USING SITE-PARM
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "ZONE FLOOR-PLAN PLOT - SITEPARM CARD NOT SITE"
                    " 01-99: " SITP-CARD " - NOTHING PLOTTED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE PLOTRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT OBSTRMASTER
            IF WS-MASTER-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "ZONE FLOOR-PLAN PLOT - OBSTRMASTER STATUS "
                    WS-MASTER-STATUS " - NOTHING PLOTTED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE PLOTRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT STATMAST
            IF WS-STATION-STATUS EQUAL "00"
                SET STATMAST-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT PLOTPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                SET PARM-EOF TO TRUE
            ELSE
                READ PLOTPARM
                    AT END SET PARM-EOF TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL PARM-EOF
                IF PARM-LINE NOT EQUAL SPACES
                        AND PARM-LINE (1:1) NOT EQUAL "*"
                    ADD 1 TO WS-CARDS-READ
                    PERFORM PROCESS-PLOT-CARD
                END-IF
                READ PLOTPARM
                    AT END SET PARM-EOF TO TRUE
                END-READ
            END-PERFORM
            IF WS-PARM-STATUS EQUAL "00" OR WS-PARM-STATUS EQUAL "10"
                CLOSE PLOTPARM
            END-IF
            PERFORM WRITE-PLOT-TRAILER
            EVALUATE TRUE
                WHEN WS-CARDS-READ = ZERO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-CARDS-REJECTED > ZERO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-ZONES-MISSING > ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE
            CLOSE OBSTRMASTER
            IF STATMAST-AVAILABLE
                CLOSE STATMAST
            END-IF
            CLOSE PLOTRPT
            STOP RUN.

        PROCESS-PLOT-CARD.
            SET CARD-OK TO TRUE
            MOVE SPACES TO WS-T-KEYWORD WS-T-ZONE WS-T-KEY2 WS-T-DATE
                WS-T-KEY3
            MOVE 1 TO WS-PARSE-PTR
            UNSTRING PARM-LINE DELIMITED BY ALL SPACE
                INTO WS-T-KEYWORD WS-T-ZONE WS-T-KEY2 WS-T-DATE
                     WS-T-KEY3
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            MOVE "N" TO WS-SIGHT-SW
            MOVE WS-TODAY-NUM TO WS-ASOF-DATE
            IF WS-T-KEYWORD NOT EQUAL "ZONE"
                    OR WS-T-ZONE NOT NUMERIC
                SET CARD-BAD TO TRUE
                MOVE "EXPECTED ZONE NNNN [ASOF YYYYMMDD] [SIGHTLINES]"
                    TO WS-REJECT-TEXT
            ELSE
                MOVE WS-T-ZONE TO WS-PLOT-ZONE
                EVALUATE WS-T-KEY2
                    WHEN SPACES
                        CONTINUE
                    WHEN "ASOF"
                        IF WS-T-DATE NOT NUMERIC
                            SET CARD-BAD TO TRUE
                            MOVE "ASOF DATE NOT YYYYMMDD"
                                TO WS-REJECT-TEXT
                        ELSE
                            MOVE WS-T-DATE TO WS-ASOF-DATE
                            IF FUNCTION TEST-DATE-YYYYMMDD
                                    (WS-ASOF-DATE) NOT = 0
                                SET CARD-BAD TO TRUE
                                MOVE "ASOF DATE NOT A CALENDAR DATE"
                                    TO WS-REJECT-TEXT
                            END-IF
                        END-IF
                        IF WS-T-KEY3 EQUAL "SIGHTLINES"
                            SET DRAW-SIGHTLINES TO TRUE
                        ELSE
                            IF WS-T-KEY3 NOT EQUAL SPACES
                                SET CARD-BAD TO TRUE
                                MOVE "UNKNOWN OPTION AFTER ASOF DATE"
                                    TO WS-REJECT-TEXT
                            END-IF
                        END-IF
                    WHEN "SIGHTLINES"
                        SET DRAW-SIGHTLINES TO TRUE
                        IF WS-T-DATE NOT EQUAL SPACES
                            SET CARD-BAD TO TRUE
                            MOVE "GIVE ASOF BEFORE SIGHTLINES"
                                TO WS-REJECT-TEXT
                        END-IF
                    WHEN OTHER
                        SET CARD-BAD TO TRUE
                        MOVE "UNKNOWN OPTION - ASOF OR SIGHTLINES"
                            TO WS-REJECT-TEXT
                END-EVALUATE
            END-IF
            IF CARD-BAD
                ADD 1 TO WS-CARDS-REJECTED
                MOVE SPACES TO RPT-REC
                STRING "** CARD REJECTED: " PARM-LINE (1:50)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE SPACES TO RPT-REC
                STRING "   " WS-REJECT-TEXT
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-PLOT-ZONE TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY CONTINUE
            END-READ
            IF WS-MASTER-STATUS NOT EQUAL "00"
                ADD 1 TO WS-ZONES-MISSING
                MOVE WS-PLOT-ZONE TO WS-ZONE-ID-ED
                MOVE SPACES TO RPT-REC
                STRING "** ZONE " WS-ZONE-ID-ED
                    " NOT ON OBSTRMASTER - NO PLOT"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ZONES-PLOTTED
            PERFORM MARK-ACTIVE-SEGMENTS
            PERFORM LOAD-ZONE-STATIONS
            MOVE ZERO TO WS-SL-COUNT WS-SL-OVERFLOW
            IF DRAW-SIGHTLINES
                PERFORM LOAD-ZONE-SIGHTLINES
            END-IF
            PERFORM SET-PLOT-EXTENT
            PERFORM SET-PLOT-SCALE
            MOVE SPACES TO WS-PLOT-TABLE
            PERFORM DRAW-SIGHTLINE-CASES
            PERFORM DRAW-ZONE-BOUNDARY
            PERFORM DRAW-OBSTRUCTIONS
            PERFORM DRAW-STATIONS
            PERFORM PRINT-ZONE-PLOT.

        MARK-ACTIVE-SEGMENTS.
            MOVE ZERO TO WS-INACTIVE-COUNT
            MOVE ZERO TO WS-TYPE-COUNT WS-TYPE-OVERFLOW
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > MAST-NUM-SEGMENTS
                    OR WS-MAST-SUB > 100
                MOVE "N" TO WS-SEG-ACTIVE (WS-MAST-SUB)
                IF MAST-EFF-DATE (WS-MAST-SUB) <= WS-ASOF-DATE
                        AND (MAST-EXP-DATE (WS-MAST-SUB) = ZERO
                             OR WS-ASOF-DATE <=
                                MAST-EXP-DATE (WS-MAST-SUB))
                    SET SEG-IN-EFFECT (WS-MAST-SUB) TO TRUE
                    PERFORM FIND-TYPE-MARK
                ELSE
                    ADD 1 TO WS-INACTIVE-COUNT
                END-IF
            END-PERFORM.

        FIND-TYPE-MARK.
            MOVE "*" TO WS-PLOT-MARK
            IF MAST-SHAPE (WS-MAST-SUB) = "P" AND WS-MAST-SUB > 1
                IF MAST-SHAPE (WS-MAST-SUB - 1) = "P"
                    PERFORM LOOKUP-TYPE-MARK
                    EXIT PARAGRAPH
                END-IF
            END-IF
            PERFORM LOOKUP-TYPE-MARK
            IF WS-TYPE-SUB > WS-TYPE-COUNT
                IF WS-TYPE-COUNT >= 26
                    ADD 1 TO WS-TYPE-OVERFLOW
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-TYPE-COUNT
                MOVE WS-TYPE-COUNT TO WS-TYPE-SUB
                MOVE MAST-OBS-TYPE (WS-MAST-SUB)
                    TO TYP-CODE (WS-TYPE-SUB)
                MOVE WS-MARK-LETTERS (WS-TYPE-SUB:1)
                    TO TYP-MARK (WS-TYPE-SUB)
                MOVE ZERO TO TYP-COUNT (WS-TYPE-SUB)
                MOVE MAST-OBS-DESC (WS-MAST-SUB)
                    TO TYP-DESC (WS-TYPE-SUB)
                MOVE TYP-MARK (WS-TYPE-SUB) TO WS-PLOT-MARK
            END-IF
            ADD 1 TO TYP-COUNT (WS-TYPE-SUB).

        LOOKUP-TYPE-MARK.
            MOVE "*" TO WS-PLOT-MARK
            PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                    OR TYP-CODE (WS-TYPE-SUB)
                        = MAST-OBS-TYPE (WS-MAST-SUB)
                CONTINUE
            END-PERFORM
            IF WS-TYPE-SUB <= WS-TYPE-COUNT
                MOVE TYP-MARK (WS-TYPE-SUB) TO WS-PLOT-MARK
            END-IF.

        LOAD-ZONE-STATIONS.
            MOVE ZERO TO WS-STA-COUNT WS-STA-OVERFLOW
            IF NOT STATMAST-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO STA-SITE-ID
            MOVE ZERO TO STA-ID
            START STATMAST KEY IS NOT LESS THAN STA-KEY
                INVALID KEY EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF-SW
            READ STATMAST NEXT
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF OR STA-SITE-ID NOT = SITP-SITE-ID
                IF STA-ZONE-ID = WS-PLOT-ZONE
                    IF WS-STA-COUNT < 200
                        ADD 1 TO WS-STA-COUNT
                        MOVE STA-ID TO PS-ID (WS-STA-COUNT)
                        MOVE STA-XM TO PS-X (WS-STA-COUNT)
                        MOVE STA-YM TO PS-Y (WS-STA-COUNT)
                        MOVE STA-STATUS TO PS-STAT (WS-STA-COUNT)
                        MOVE STA-DESC TO PS-DESC (WS-STA-COUNT)
                    ELSE
                        ADD 1 TO WS-STA-OVERFLOW
                    END-IF
                END-IF
                READ STATMAST NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        LOAD-ZONE-SIGHTLINES.
            OPEN INPUT CSVIN
            IF WS-CSV-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ CSVIN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE SPACES TO WS-CSV-FIELDS
                UNSTRING CSV-LINE DELIMITED BY ","
                    INTO CSV-F-CASE CSV-F-X1 CSV-F-Y1 CSV-F-X2
                         CSV-F-Y2 CSV-F-XM CSV-F-YM CSV-F-VERDICT
                         CSV-F-SEG CSV-F-ZONE CSV-F-TYPE CSV-F-DESC
                         CSV-F-SEV CSV-F-DEPT CSV-F-STATION
                         CSV-F-XS CSV-F-YS
                END-UNSTRING
                IF CSV-F-CASE NOT EQUAL "CASE"
                        AND CSV-F-XS NOT EQUAL SPACES
                        AND CSV-F-YS NOT EQUAL SPACES
                        AND FUNCTION TEST-NUMVAL (CSV-F-ZONE) = 0
                    IF FUNCTION NUMVAL (CSV-F-ZONE) = WS-PLOT-ZONE
                        PERFORM STORE-ONE-SIGHTLINE
                    END-IF
                END-IF
                READ CSVIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE CSVIN.

        STORE-ONE-SIGHTLINE.
            IF CSV-F-VERDICT NOT EQUAL "YES"
                    AND CSV-F-VERDICT NOT EQUAL "NO"
                    AND CSV-F-VERDICT NOT EQUAL "NAR"
                    AND CSV-F-VERDICT NOT EQUAL "SUS"
                EXIT PARAGRAPH
            END-IF
            IF FUNCTION TEST-NUMVAL (CSV-F-XS) NOT = 0
                    OR FUNCTION TEST-NUMVAL (CSV-F-YS) NOT = 0
                    OR FUNCTION TEST-NUMVAL (CSV-F-XM) NOT = 0
                    OR FUNCTION TEST-NUMVAL (CSV-F-YM) NOT = 0
                EXIT PARAGRAPH
            END-IF
            IF WS-SL-COUNT >= 500
                ADD 1 TO WS-SL-OVERFLOW
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SL-COUNT
            COMPUTE SL-XS (WS-SL-COUNT) = FUNCTION NUMVAL (CSV-F-XS)
            COMPUTE SL-YS (WS-SL-COUNT) = FUNCTION NUMVAL (CSV-F-YS)
            COMPUTE SL-XM (WS-SL-COUNT) = FUNCTION NUMVAL (CSV-F-XM)
            COMPUTE SL-YM (WS-SL-COUNT) = FUNCTION NUMVAL (CSV-F-YM)
            MOVE CSV-F-VERDICT TO SL-VERDICT (WS-SL-COUNT).

        SET-PLOT-EXTENT.
            IF MAST-BOUND-X-MIN < MAST-BOUND-X-MAX
                    AND MAST-BOUND-Y-MIN < MAST-BOUND-Y-MAX
                MOVE MAST-BOUND-X-MIN TO WS-X-LO
                MOVE MAST-BOUND-X-MAX TO WS-X-HI
                MOVE MAST-BOUND-Y-MIN TO WS-Y-LO
                MOVE MAST-BOUND-Y-MAX TO WS-Y-HI
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EXTENT-SW
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > MAST-NUM-SEGMENTS
                    OR WS-MAST-SUB > 100
                IF SEG-IN-EFFECT (WS-MAST-SUB)
                    EVALUATE MAST-SHAPE (WS-MAST-SUB)
                        WHEN "C"
                            COMPUTE WS-EXT-X = MAST-X1 (WS-MAST-SUB)
                                - MAST-X2 (WS-MAST-SUB)
                            COMPUTE WS-EXT-Y = MAST-Y1 (WS-MAST-SUB)
                                - MAST-X2 (WS-MAST-SUB)
                            PERFORM WIDEN-EXTENT
                            COMPUTE WS-EXT-X = MAST-X1 (WS-MAST-SUB)
                                + MAST-X2 (WS-MAST-SUB)
                            COMPUTE WS-EXT-Y = MAST-Y1 (WS-MAST-SUB)
                                + MAST-X2 (WS-MAST-SUB)
                            PERFORM WIDEN-EXTENT
                        WHEN "P"
                            MOVE MAST-X1 (WS-MAST-SUB) TO WS-EXT-X
                            MOVE MAST-Y1 (WS-MAST-SUB) TO WS-EXT-Y
                            PERFORM WIDEN-EXTENT
                        WHEN OTHER
                            MOVE MAST-X1 (WS-MAST-SUB) TO WS-EXT-X
                            MOVE MAST-Y1 (WS-MAST-SUB) TO WS-EXT-Y
                            PERFORM WIDEN-EXTENT
                            MOVE MAST-X2 (WS-MAST-SUB) TO WS-EXT-X
                            MOVE MAST-Y2 (WS-MAST-SUB) TO WS-EXT-Y
                            PERFORM WIDEN-EXTENT
                    END-EVALUATE
                END-IF
            END-PERFORM
            PERFORM VARYING WS-STA-SUB FROM 1 BY 1
                UNTIL WS-STA-SUB > WS-STA-COUNT
                MOVE PS-X (WS-STA-SUB) TO WS-EXT-X
                MOVE PS-Y (WS-STA-SUB) TO WS-EXT-Y
                PERFORM WIDEN-EXTENT
            END-PERFORM
            PERFORM VARYING WS-SL-SUB FROM 1 BY 1
                UNTIL WS-SL-SUB > WS-SL-COUNT
                MOVE SL-XS (WS-SL-SUB) TO WS-EXT-X
                MOVE SL-YS (WS-SL-SUB) TO WS-EXT-Y
                PERFORM WIDEN-EXTENT
                MOVE SL-XM (WS-SL-SUB) TO WS-EXT-X
                MOVE SL-YM (WS-SL-SUB) TO WS-EXT-Y
                PERFORM WIDEN-EXTENT
            END-PERFORM
            IF NOT EXTENT-STARTED
                MOVE ZERO TO WS-X-LO WS-Y-LO
                MOVE 100 TO WS-X-HI WS-Y-HI
            END-IF
            IF WS-X-HI <= WS-X-LO
                COMPUTE WS-X-HI = WS-X-LO + 1
            END-IF
            IF WS-Y-HI <= WS-Y-LO
                COMPUTE WS-Y-HI = WS-Y-LO + 1
            END-IF.

        WIDEN-EXTENT.
            IF NOT EXTENT-STARTED
                MOVE WS-EXT-X TO WS-X-LO WS-X-HI
                MOVE WS-EXT-Y TO WS-Y-LO WS-Y-HI
                SET EXTENT-STARTED TO TRUE
                EXIT PARAGRAPH
            END-IF
            IF WS-EXT-X < WS-X-LO
                MOVE WS-EXT-X TO WS-X-LO
            END-IF
            IF WS-EXT-X > WS-X-HI
                MOVE WS-EXT-X TO WS-X-HI
            END-IF
            IF WS-EXT-Y < WS-Y-LO
                MOVE WS-EXT-Y TO WS-Y-LO
            END-IF
            IF WS-EXT-Y > WS-Y-HI
                MOVE WS-EXT-Y TO WS-Y-HI
            END-IF.

        SET-PLOT-SCALE.
            COMPUTE WS-CELL-W ROUNDED =
                (WS-X-HI - WS-X-LO) / (WS-GRID-COLS - 1)
            COMPUTE WS-CELL-W2 ROUNDED =
                (WS-Y-HI - WS-Y-LO) * 6 / ((WS-GRID-ROWS - 1) * 10)
            IF WS-CELL-W2 > WS-CELL-W
                MOVE WS-CELL-W2 TO WS-CELL-W
            END-IF
            IF WS-CELL-W < 0.0001
                MOVE 0.0001 TO WS-CELL-W
            END-IF
            COMPUTE WS-CELL-H ROUNDED = WS-CELL-W * 10 / 6.

        DRAW-SIGHTLINE-CASES.
            MOVE ZERO TO WS-SL-CLEAR WS-SL-BLOCKED WS-SL-NEAR
                WS-SL-SUSPECT
            PERFORM VARYING WS-SL-SUB FROM 1 BY 1
                UNTIL WS-SL-SUB > WS-SL-COUNT
                EVALUATE SL-VERDICT (WS-SL-SUB)
                    WHEN "YES"
                        MOVE "." TO WS-PLOT-MARK
                        ADD 1 TO WS-SL-CLEAR
                    WHEN "NO "
                        MOVE "#" TO WS-PLOT-MARK
                        ADD 1 TO WS-SL-BLOCKED
                    WHEN "NAR"
                        MOVE ":" TO WS-PLOT-MARK
                        ADD 1 TO WS-SL-NEAR
                    WHEN OTHER
                        MOVE "?" TO WS-PLOT-MARK
                        ADD 1 TO WS-SL-SUSPECT
                END-EVALUATE
                MOVE SL-XS (WS-SL-SUB) TO WS-LA-X
                MOVE SL-YS (WS-SL-SUB) TO WS-LA-Y
                MOVE SL-XM (WS-SL-SUB) TO WS-LB-X
                MOVE SL-YM (WS-SL-SUB) TO WS-LB-Y
                PERFORM DRAW-LINE
            END-PERFORM.

        DRAW-ZONE-BOUNDARY.
            IF MAST-BOUND-X-MIN = ZERO AND MAST-BOUND-X-MAX = ZERO
                    AND MAST-BOUND-Y-MIN = ZERO
                    AND MAST-BOUND-Y-MAX = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE "-" TO WS-PLOT-MARK
            MOVE MAST-BOUND-X-MIN TO WS-LA-X
            MOVE MAST-BOUND-Y-MIN TO WS-LA-Y
            MOVE MAST-BOUND-X-MAX TO WS-LB-X
            MOVE MAST-BOUND-Y-MIN TO WS-LB-Y
            PERFORM DRAW-LINE
            MOVE MAST-BOUND-Y-MAX TO WS-LA-Y WS-LB-Y
            PERFORM DRAW-LINE
            MOVE "|" TO WS-PLOT-MARK
            MOVE MAST-BOUND-X-MIN TO WS-LA-X WS-LB-X
            MOVE MAST-BOUND-Y-MIN TO WS-LA-Y
            MOVE MAST-BOUND-Y-MAX TO WS-LB-Y
            PERFORM DRAW-LINE
            MOVE MAST-BOUND-X-MAX TO WS-LA-X WS-LB-X
            PERFORM DRAW-LINE
            MOVE "+" TO WS-PLOT-MARK
            MOVE MAST-BOUND-X-MIN TO WS-LA-X
            MOVE MAST-BOUND-Y-MIN TO WS-LA-Y
            PERFORM PLOT-WORLD-POINT
            MOVE MAST-BOUND-Y-MAX TO WS-LA-Y
            PERFORM PLOT-WORLD-POINT
            MOVE MAST-BOUND-X-MAX TO WS-LA-X
            PERFORM PLOT-WORLD-POINT
            MOVE MAST-BOUND-Y-MIN TO WS-LA-Y
            PERFORM PLOT-WORLD-POINT.

        DRAW-OBSTRUCTIONS.
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > MAST-NUM-SEGMENTS
                    OR WS-MAST-SUB > 100
                IF SEG-IN-EFFECT (WS-MAST-SUB)
                    PERFORM LOOKUP-TYPE-MARK
                    EVALUATE MAST-SHAPE (WS-MAST-SUB)
                        WHEN "C"
                            PERFORM DRAW-CIRCLE-FOOTPRINT
                        WHEN "P"
                            IF WS-MAST-SUB = 1
                                PERFORM DRAW-POLYGON-FOOTPRINT
                            ELSE
                                IF MAST-SHAPE (WS-MAST-SUB - 1)
                                        NOT = "P"
                                    PERFORM DRAW-POLYGON-FOOTPRINT
                                END-IF
                            END-IF
                        WHEN OTHER
                            MOVE MAST-X1 (WS-MAST-SUB) TO WS-LA-X
                            MOVE MAST-Y1 (WS-MAST-SUB) TO WS-LA-Y
                            MOVE MAST-X2 (WS-MAST-SUB) TO WS-LB-X
                            MOVE MAST-Y2 (WS-MAST-SUB) TO WS-LB-Y
                            PERFORM DRAW-LINE
                    END-EVALUATE
                END-IF
            END-PERFORM.

        DRAW-CIRCLE-FOOTPRINT.
            INITIALIZE GEOM-PARM
            MOVE "C" TO GEOM-SHAPE
            MOVE MAST-X1 (WS-MAST-SUB) TO GEOM-X1
            MOVE MAST-Y1 (WS-MAST-SUB) TO GEOM-Y1
            MOVE MAST-X2 (WS-MAST-SUB) TO GEOM-X2
            MOVE 1 TO GEOM-NEAR-DIST
            COMPUTE WS-BOX-X-LO = MAST-X1 (WS-MAST-SUB)
                - FUNCTION ABS (MAST-X2 (WS-MAST-SUB))
            COMPUTE WS-BOX-X-HI = MAST-X1 (WS-MAST-SUB)
                + FUNCTION ABS (MAST-X2 (WS-MAST-SUB))
            COMPUTE WS-BOX-Y-LO = MAST-Y1 (WS-MAST-SUB)
                - FUNCTION ABS (MAST-X2 (WS-MAST-SUB))
            COMPUTE WS-BOX-Y-HI = MAST-Y1 (WS-MAST-SUB)
                + FUNCTION ABS (MAST-X2 (WS-MAST-SUB))
            PERFORM FILL-FOOTPRINT-CELLS
            MOVE MAST-X1 (WS-MAST-SUB) TO WS-LA-X
            MOVE MAST-Y1 (WS-MAST-SUB) TO WS-LA-Y
            PERFORM PLOT-WORLD-POINT.

        DRAW-POLYGON-FOOTPRINT.
            MOVE ZERO TO WS-POLY-COUNT
            MOVE WS-MAST-SUB TO WS-VTX-SUB
            PERFORM UNTIL WS-VTX-SUB > MAST-NUM-SEGMENTS
                    OR WS-VTX-SUB > 100
                    OR MAST-SHAPE (WS-VTX-SUB) NOT = "P"
                    OR WS-POLY-COUNT >= 24
                ADD 1 TO WS-POLY-COUNT
                MOVE MAST-X1 (WS-VTX-SUB) TO PV-X (WS-POLY-COUNT)
                MOVE MAST-Y1 (WS-VTX-SUB) TO PV-Y (WS-POLY-COUNT)
                ADD 1 TO WS-VTX-SUB
            END-PERFORM
            MOVE PV-X (1) TO WS-BOX-X-LO WS-BOX-X-HI
            MOVE PV-Y (1) TO WS-BOX-Y-LO WS-BOX-Y-HI
            INITIALIZE GEOM-PARM
            MOVE "P" TO GEOM-SHAPE
            MOVE WS-POLY-COUNT TO GEOM-VTX-COUNT
            PERFORM VARYING WS-VTX-SUB FROM 1 BY 1
                UNTIL WS-VTX-SUB > WS-POLY-COUNT
                MOVE PV-X (WS-VTX-SUB) TO GEOM-VX (WS-VTX-SUB)
                MOVE PV-Y (WS-VTX-SUB) TO GEOM-VY (WS-VTX-SUB)
                IF PV-X (WS-VTX-SUB) < WS-BOX-X-LO
                    MOVE PV-X (WS-VTX-SUB) TO WS-BOX-X-LO
                END-IF
                IF PV-X (WS-VTX-SUB) > WS-BOX-X-HI
                    MOVE PV-X (WS-VTX-SUB) TO WS-BOX-X-HI
                END-IF
                IF PV-Y (WS-VTX-SUB) < WS-BOX-Y-LO
                    MOVE PV-Y (WS-VTX-SUB) TO WS-BOX-Y-LO
                END-IF
                IF PV-Y (WS-VTX-SUB) > WS-BOX-Y-HI
                    MOVE PV-Y (WS-VTX-SUB) TO WS-BOX-Y-HI
                END-IF
            END-PERFORM
            IF WS-POLY-COUNT >= 3
                PERFORM FILL-FOOTPRINT-CELLS
            END-IF
            PERFORM VARYING WS-VTX-SUB FROM 1 BY 1
                UNTIL WS-VTX-SUB > WS-POLY-COUNT
                IF WS-VTX-SUB = WS-POLY-COUNT
                    MOVE 1 TO WS-NEXT-SUB
                ELSE
                    COMPUTE WS-NEXT-SUB = WS-VTX-SUB + 1
                END-IF
                MOVE PV-X (WS-VTX-SUB) TO WS-LA-X
                MOVE PV-Y (WS-VTX-SUB) TO WS-LA-Y
                MOVE PV-X (WS-NEXT-SUB) TO WS-LB-X
                MOVE PV-Y (WS-NEXT-SUB) TO WS-LB-Y
                PERFORM DRAW-LINE
            END-PERFORM.

        FILL-FOOTPRINT-CELLS.
            COMPUTE WS-COL-LO ROUNDED =
                (WS-BOX-X-LO - WS-X-LO) / WS-CELL-W + 1
            COMPUTE WS-COL-HI ROUNDED =
                (WS-BOX-X-HI - WS-X-LO) / WS-CELL-W + 1
            COMPUTE WS-ROW-LO ROUNDED =
                (WS-Y-HI - WS-BOX-Y-HI) / WS-CELL-H + 1
            COMPUTE WS-ROW-HI ROUNDED =
                (WS-Y-HI - WS-BOX-Y-LO) / WS-CELL-H + 1
            IF WS-COL-LO < 1
                MOVE 1 TO WS-COL-LO
            END-IF
            IF WS-COL-HI > WS-GRID-COLS
                MOVE WS-GRID-COLS TO WS-COL-HI
            END-IF
            IF WS-ROW-LO < 1
                MOVE 1 TO WS-ROW-LO
            END-IF
            IF WS-ROW-HI > WS-GRID-ROWS
                MOVE WS-GRID-ROWS TO WS-ROW-HI
            END-IF
            PERFORM VARYING WS-PLOT-LINE FROM WS-ROW-LO BY 1
                UNTIL WS-PLOT-LINE > WS-ROW-HI
                PERFORM VARYING WS-PLOT-COL FROM WS-COL-LO BY 1
                    UNTIL WS-PLOT-COL > WS-COL-HI
                    COMPUTE WS-CELL-X ROUNDED =
                        WS-X-LO + (WS-PLOT-COL - 1) * WS-CELL-W
                    COMPUTE WS-CELL-Y ROUNDED =
                        WS-Y-HI - (WS-PLOT-LINE - 1) * WS-CELL-H
                    MOVE WS-CELL-X TO GEOM-XS GEOM-XM
                    MOVE WS-CELL-Y TO GEOM-YS GEOM-YM
                    MOVE "N" TO GEOM-ELEV-SW
                    CALL "GEOMTEST" USING GEOM-PARM
                    IF GEOM-HIT
                        PERFORM PLOT-CELL
                    END-IF
                END-PERFORM
            END-PERFORM.

        DRAW-STATIONS.
            MOVE "@" TO WS-PLOT-MARK
            PERFORM VARYING WS-STA-SUB FROM 1 BY 1
                UNTIL WS-STA-SUB > WS-STA-COUNT
                MOVE PS-X (WS-STA-SUB) TO WS-LA-X
                MOVE PS-Y (WS-STA-SUB) TO WS-LA-Y
                PERFORM PLOT-WORLD-POINT
            END-PERFORM.

        DRAW-LINE.
            COMPUTE WS-FC-A = (WS-LA-X - WS-X-LO) / WS-CELL-W + 1
            COMPUTE WS-FR-A = (WS-Y-HI - WS-LA-Y) / WS-CELL-H + 1
            COMPUTE WS-FC-B = (WS-LB-X - WS-X-LO) / WS-CELL-W + 1
            COMPUTE WS-FR-B = (WS-Y-HI - WS-LB-Y) / WS-CELL-H + 1
            COMPUTE WS-STEPS ROUNDED =
                FUNCTION MAX (FUNCTION ABS (WS-FC-B - WS-FC-A)
                              FUNCTION ABS (WS-FR-B - WS-FR-A))
                ON SIZE ERROR
                    MOVE 2000 TO WS-STEPS
            END-COMPUTE
            IF WS-STEPS > 2000
                MOVE 2000 TO WS-STEPS
            END-IF
            IF WS-STEPS = ZERO
                COMPUTE WS-PLOT-COL ROUNDED = WS-FC-A
                COMPUTE WS-PLOT-LINE ROUNDED = WS-FR-A
                PERFORM PLOT-CELL
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-STEP-SUB FROM 0 BY 1
                UNTIL WS-STEP-SUB > WS-STEPS
                COMPUTE WS-DIFF = WS-FC-B - WS-FC-A
                COMPUTE WS-PLOT-COL ROUNDED =
                    WS-FC-A + WS-DIFF * WS-STEP-SUB / WS-STEPS
                COMPUTE WS-DIFF = WS-FR-B - WS-FR-A
                COMPUTE WS-PLOT-LINE ROUNDED =
                    WS-FR-A + WS-DIFF * WS-STEP-SUB / WS-STEPS
                PERFORM PLOT-CELL
            END-PERFORM.

        PLOT-WORLD-POINT.
            COMPUTE WS-PLOT-COL ROUNDED =
                (WS-LA-X - WS-X-LO) / WS-CELL-W + 1
            COMPUTE WS-PLOT-LINE ROUNDED =
                (WS-Y-HI - WS-LA-Y) / WS-CELL-H + 1
            PERFORM PLOT-CELL.

        PLOT-CELL.
            IF WS-PLOT-COL >= 1 AND WS-PLOT-COL <= WS-GRID-COLS
                    AND WS-PLOT-LINE >= 1
                    AND WS-PLOT-LINE <= WS-GRID-ROWS
                MOVE WS-PLOT-MARK
                    TO WS-PLOT-ROW (WS-PLOT-LINE) (WS-PLOT-COL:1)
            END-IF.

        PRINT-ZONE-PLOT.
            ADD 1 TO WS-PAGE-NUM
            MOVE WS-PAGE-NUM TO WS-PAGE-ED
            MOVE WS-PLOT-ZONE TO WS-ZONE-ID-ED
            MOVE SPACES TO RPT-REC
            STRING "ZONE FLOOR-PLAN PLOT - SITE " SITP-SITE-ID
                " ZONE " WS-ZONE-ID-ED
                "   OBSTRUCTIONS IN EFFECT " WS-ASOF-DATE
                "   RUN " WS-RUN-TS (1:8)
                "   PAGE " WS-PAGE-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-CELL-W TO WS-SCALE-ED
            MOVE WS-CELL-H TO WS-SCALE2-ED
            MOVE SPACES TO RPT-REC
            STRING "SCALE: ONE COLUMN =" WS-SCALE-ED
                " UNITS   ONE LINE =" WS-SCALE2-ED " UNITS"
                "   NORTH (HIGH Y) AT TOP"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            PERFORM WRITE-PLOT-FRAME-LINE
            PERFORM VARYING WS-PLOT-LINE FROM 1 BY 1
                UNTIL WS-PLOT-LINE > WS-GRID-ROWS
                MOVE SPACES TO RPT-REC
                IF WS-PLOT-LINE = 1 OR WS-PLOT-LINE = WS-GRID-ROWS
                        OR FUNCTION MOD (WS-PLOT-LINE - 1, 6) = 0
                    COMPUTE WS-AXIS-Y ROUNDED =
                        WS-Y-HI - (WS-PLOT-LINE - 1) * WS-CELL-H
                    MOVE WS-AXIS-Y TO WS-AXIS-ED
                    MOVE WS-AXIS-ED TO RPT-REC (1:7)
                END-IF
                MOVE "|" TO RPT-REC (10:1)
                MOVE WS-PLOT-ROW (WS-PLOT-LINE) TO RPT-REC (11:120)
                MOVE "|" TO RPT-REC (131:1)
                WRITE RPT-REC
            END-PERFORM
            PERFORM WRITE-PLOT-FRAME-LINE
            MOVE WS-X-LO TO WS-X1-ED
            COMPUTE WS-AXIS-Y ROUNDED =
                WS-X-LO + (WS-GRID-COLS - 1) * WS-CELL-W
                ON SIZE ERROR
                    MOVE WS-X-HI TO WS-AXIS-Y
            END-COMPUTE
            MOVE WS-AXIS-Y TO WS-X2-ED
            MOVE SPACES TO RPT-REC
            MOVE WS-X1-ED TO RPT-REC (8:7)
            MOVE WS-X2-ED TO RPT-REC (124:7)
            WRITE RPT-REC
            PERFORM PRINT-PLOT-LEGEND.

        WRITE-PLOT-FRAME-LINE.
            MOVE SPACES TO RPT-REC
            MOVE "+" TO RPT-REC (10:1)
            MOVE ALL "-" TO RPT-REC (11:120)
            MOVE "+" TO RPT-REC (131:1)
            WRITE RPT-REC.

        PRINT-PLOT-LEGEND.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "LEGEND:  - | + ZONE BOUNDARY BOX    @ STATION"
                "    . CLEAR SIGHTLINE    # BLOCKED    : NEAR MISS"
                "    ? SUSPECT"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                MOVE TYP-COUNT (WS-TYPE-SUB) TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "         " TYP-MARK (WS-TYPE-SUB)
                    " TYPE " TYP-CODE (WS-TYPE-SUB)
                    WS-COUNT-ED " IN EFFECT   E.G. "
                    TYP-DESC (WS-TYPE-SUB)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-PERFORM
            IF WS-TYPE-OVERFLOW > ZERO
                MOVE WS-TYPE-OVERFLOW TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "         * OTHER TYPES" WS-COUNT-ED
                    " IN EFFECT (MORE THAN 26 TYPES IN THE ZONE)"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            MOVE WS-INACTIVE-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "SEGMENTS NOT IN EFFECT ON " WS-ASOF-DATE
                " (NOT DRAWN)=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            IF NOT STATMAST-AVAILABLE
                STRING "STATIONS: STATMAST NOT AVAILABLE - NONE DRAWN"
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                MOVE WS-STA-COUNT TO WS-COUNT-ED
                STRING "STATIONS IN ZONE=" WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC
            PERFORM VARYING WS-STA-SUB FROM 1 BY 1
                UNTIL WS-STA-SUB > WS-STA-COUNT
                MOVE PS-X (WS-STA-SUB) TO WS-LA-X
                MOVE PS-Y (WS-STA-SUB) TO WS-LA-Y
                COMPUTE WS-PLOT-COL ROUNDED =
                    (WS-LA-X - WS-X-LO) / WS-CELL-W + 1
                COMPUTE WS-PLOT-LINE ROUNDED =
                    (WS-Y-HI - WS-LA-Y) / WS-CELL-H + 1
                MOVE SPACES TO WS-STA-NOTE
                IF WS-PLOT-COL < 1 OR WS-PLOT-COL > WS-GRID-COLS
                        OR WS-PLOT-LINE < 1
                        OR WS-PLOT-LINE > WS-GRID-ROWS
                    MOVE "OFF PLOT" TO WS-STA-NOTE
                END-IF
                IF PS-STAT (WS-STA-SUB) = "S"
                    MOVE "SUSPENDED" TO WS-STA-NOTE
                END-IF
                MOVE PS-ID (WS-STA-SUB) TO WS-STA-ID-ED
                MOVE PS-X (WS-STA-SUB) TO WS-X1-ED
                MOVE PS-Y (WS-STA-SUB) TO WS-Y1-ED
                MOVE SPACES TO RPT-REC
                STRING "         @ STA " WS-STA-ID-ED
                    "  X" WS-X1-ED "  Y" WS-Y1-ED
                    "  " WS-STA-NOTE " " PS-DESC (WS-STA-SUB)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-PERFORM
            IF WS-STA-OVERFLOW > ZERO
                MOVE WS-STA-OVERFLOW TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "         MORE STATIONS NOT DRAWN=" WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            IF NOT DRAW-SIGHTLINES
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE WS-SL-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "SIGHTLINES FROM THE NIGHT'S CASES=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SL-CLEAR TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "         . CLEAR=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SL-BLOCKED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "         # BLOCKED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SL-NEAR TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "         : NEAR MISS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SL-SUSPECT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "         ? SUSPECT=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-SL-OVERFLOW > ZERO
                MOVE WS-SL-OVERFLOW TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "         MORE CASES NOT DRAWN=" WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-PLOT-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-CARDS-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "PLOT CARDS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-CARDS-REJECTED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CARDS REJECTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ZONES-PLOTTED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ZONES PLOTTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ZONES-MISSING TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ZONES NOT ON MASTER=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM ZONEPLOT.
