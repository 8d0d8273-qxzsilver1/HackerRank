        IDENTIFICATION DIVISION.
        PROGRAM-ID. STAAUDIT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-STATION-STATUS.
            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT HAZPLCY ASSIGN TO "HAZPLCY"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-HAZ-STATUS.
            SELECT STAAUDRPT ASSIGN TO "STAAUDRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD STATMAST.
         COPY STATMAST.

         FD OBSTRMASTER.
         COPY OBSTMAST.

         FD HAZPLCY.
         01 HAZ-LINE PIC X(80).

         FD STAAUDRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-STATION-STATUS PIC XX.
         01 WS-MASTER-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).

         01 WS-HAZ-STATUS          PIC XX.
         01 WS-HAZ-EOF-SW          PIC X VALUE "N".
             88 HAZ-EOF VALUE "Y".
         01 WS-HAZ-COUNT           PIC 9(3) VALUE ZERO.
         01 WS-HAZ-TABLE.
             05 WS-HAZ-ENTRY OCCURS 50 TIMES.
                10 HAZ-TYPE  PIC X(4).
                10 HAZ-NEAR  PIC 9(4).
                10 HAZ-RATIO PIC 9(3).
         01 WS-DFLT-NEAR-DIST      PIC 9(4) VALUE 50.
         01 WS-HAZ-SUB             PIC 9(3).
         01 WS-H-TYPE              PIC X(4).
         01 WS-H-NEAR              PIC 9(4).
         01 WS-H-RATIO             PIC 9(3).
         01 WS-PEEK-PTR            PIC 9(4).
         01 WS-SEG-NEAR            PIC 9(4).

         COPY GEOMPARM.

         01 WS-MAST-SUB   PIC 9(3).
         01 WS-VTX-SUB    PIC 9(3).
         01 WS-EDGE-SUB   PIC 9(3).
         01 WS-NEXT-SUB   PIC 9(3).
         01 WS-POLY-COUNT PIC 9(3).
         01 WS-POLY-TABLE.
             05 WS-POLY-VERTEX OCCURS 24 TIMES.
                10 PV-X PIC S9(6).
                10 PV-Y PIC S9(6).
         01 WS-SEG-FIND-SW PIC X.
             88 SEGMENT-FLAGGED VALUE "Y".
         01 WS-STA-FIND-SW PIC X.
             88 STATION-FLAGGED VALUE "Y".
         01 WS-FINDING    PIC X(8).
         01 WS-FIND-TEXT  PIC X(40).

         01 WS-STATIONS-READ     PIC 9(5) VALUE ZERO.
         01 WS-STATIONS-AUDITED  PIC 9(5) VALUE ZERO.
         01 WS-STATIONS-SKIPPED  PIC 9(5) VALUE ZERO.
         01 WS-STATIONS-FLAGGED  PIC 9(5) VALUE ZERO.
         01 WS-NOZONE-COUNT      PIC 9(5) VALUE ZERO.
         01 WS-OUTBNDS-COUNT     PIC 9(5) VALUE ZERO.
         01 WS-ONSEG-COUNT       PIC 9(5) VALUE ZERO.
         01 WS-INSIDE-COUNT      PIC 9(5) VALUE ZERO.
         01 WS-NEAR-COUNT        PIC 9(5) VALUE ZERO.
         01 WS-COUNT-ED    PIC Z(4)9.
         01 WS-STA-ID-ED   PIC Z(4).
         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-SEG-ED      PIC Z(3).
         01 WS-NEAR-ED     PIC Z(3)9.
         01 WS-XM-ED       PIC -ZZZZZ9.
         01 WS-YM-ED       PIC -ZZZZZ9.
         01 WS-X1-ED       PIC -ZZZZZ9.
         01 WS-Y1-ED       PIC -ZZZZZ9.
         01 WS-X2-ED       PIC -ZZZZZ9.
         01 WS-Y2-ED       PIC -ZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT STAAUDRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            MOVE SPACES TO RPT-REC
            STRING "STATION PLACEMENT AUDIT - OBSTRUCTIONS IN EFFECT "
                WS-TODAY-NUM " - RUN " WS-RUN-TS (1:10)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            OPEN INPUT STATMAST
            OPEN INPUT OBSTRMASTER
            IF WS-STATION-STATUS NOT EQUAL "00"
                    OR WS-MASTER-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** STATMAST STATUS " WS-STATION-STATUS
                    " OBSTRMASTER STATUS " WS-MASTER-STATUS
                    " - BOTH MASTERS ARE REQUIRED - NO AUDIT RUN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE STAAUDRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-HAZARD-POLICY
            MOVE SPACES TO RPT-REC
            STRING "SITE  STA   ZONE  STATION XM/YM    FINDING  SEG  "
                "TYPE"
                " DESCRIPTION          DETAIL"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            READ STATMAST NEXT
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-STATIONS-READ
                IF STA-SUSPENDED
                    ADD 1 TO WS-STATIONS-SKIPPED
                ELSE
                    PERFORM AUDIT-ONE-STATION
                END-IF
                READ STATMAST NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            PERFORM WRITE-AUDIT-TRAILER
            IF WS-STATIONS-FLAGGED > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE STATMAST
            CLOSE OBSTRMASTER
            CLOSE STAAUDRPT
            STOP RUN.

        LOAD-HAZARD-POLICY.
            OPEN INPUT HAZPLCY
            IF WS-HAZ-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ HAZPLCY
                AT END SET HAZ-EOF TO TRUE
            END-READ
            PERFORM UNTIL HAZ-EOF OR WS-HAZ-COUNT >= 50
                MOVE 1 TO WS-PEEK-PTR
                MOVE SPACES TO WS-H-TYPE
                MOVE ZERO TO WS-H-NEAR WS-H-RATIO
                UNSTRING HAZ-LINE DELIMITED BY ALL SPACE
                    INTO WS-H-TYPE WS-H-NEAR WS-H-RATIO
                    WITH POINTER WS-PEEK-PTR
                END-UNSTRING
                IF WS-H-TYPE NOT EQUAL SPACES
                        AND WS-H-NEAR NUMERIC
                        AND WS-H-RATIO NUMERIC
                    IF WS-H-TYPE EQUAL "DFLT"
                        MOVE WS-H-NEAR TO WS-DFLT-NEAR-DIST
                    ELSE
                        ADD 1 TO WS-HAZ-COUNT
                        MOVE WS-H-TYPE TO HAZ-TYPE (WS-HAZ-COUNT)
                        MOVE WS-H-NEAR TO HAZ-NEAR (WS-HAZ-COUNT)
                        MOVE WS-H-RATIO TO HAZ-RATIO (WS-HAZ-COUNT)
                    END-IF
                END-IF
                READ HAZPLCY
                    AT END SET HAZ-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE HAZPLCY.

        SET-SEGMENT-NEAR-DIST.
            MOVE WS-DFLT-NEAR-DIST TO WS-SEG-NEAR
            PERFORM VARYING WS-HAZ-SUB FROM 1 BY 1
                UNTIL WS-HAZ-SUB > WS-HAZ-COUNT
                IF HAZ-TYPE (WS-HAZ-SUB)
                        EQUAL MAST-OBS-TYPE (WS-MAST-SUB)
                    MOVE HAZ-NEAR (WS-HAZ-SUB) TO WS-SEG-NEAR
                END-IF
            END-PERFORM.

        AUDIT-ONE-STATION.
            ADD 1 TO WS-STATIONS-AUDITED
            MOVE "N" TO WS-STA-FIND-SW
            MOVE ZERO TO WS-MAST-SUB
            MOVE STA-SITE-ID TO MAST-SITE-ID
            MOVE STA-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY CONTINUE
            END-READ
            IF STA-ZONE-ID = ZERO OR WS-MASTER-STATUS NOT EQUAL "00"
                ADD 1 TO WS-NOZONE-COUNT
                MOVE "NOZONE" TO WS-FINDING
                MOVE "ZONE NOT ON OBSTRMASTER - NOT AUDITED"
                    TO WS-FIND-TEXT
                PERFORM WRITE-FINDING
                PERFORM COUNT-FLAGGED-STATION
                EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-STATION-BOUNDS
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > MAST-NUM-SEGMENTS
                IF MAST-EFF-DATE (WS-MAST-SUB) <= WS-TODAY-NUM
                        AND (MAST-EXP-DATE (WS-MAST-SUB) = ZERO
                             OR WS-TODAY-NUM <=
                                MAST-EXP-DATE (WS-MAST-SUB))
                    PERFORM AUDIT-ONE-SEGMENT
                END-IF
            END-PERFORM
            PERFORM COUNT-FLAGGED-STATION.

        COUNT-FLAGGED-STATION.
            IF STATION-FLAGGED
                ADD 1 TO WS-STATIONS-FLAGGED
            END-IF.

        CHECK-STATION-BOUNDS.
            IF MAST-BOUND-X-MIN = ZERO AND MAST-BOUND-X-MAX = ZERO
                    AND MAST-BOUND-Y-MIN = ZERO
                    AND MAST-BOUND-Y-MAX = ZERO
                EXIT PARAGRAPH
            END-IF
            IF STA-XM < MAST-BOUND-X-MIN OR STA-XM > MAST-BOUND-X-MAX
                    OR STA-YM < MAST-BOUND-Y-MIN
                    OR STA-YM > MAST-BOUND-Y-MAX
                ADD 1 TO WS-OUTBNDS-COUNT
                MOVE MAST-BOUND-X-MIN TO WS-X1-ED
                MOVE MAST-BOUND-X-MAX TO WS-X2-ED
                MOVE MAST-BOUND-Y-MIN TO WS-Y1-ED
                MOVE MAST-BOUND-Y-MAX TO WS-Y2-ED
                MOVE "OUTBNDS" TO WS-FINDING
                MOVE SPACES TO WS-FIND-TEXT
                STRING "X" WS-X1-ED " TO" WS-X2-ED
                    " Y" WS-Y1-ED " TO" WS-Y2-ED
                    DELIMITED BY SIZE INTO WS-FIND-TEXT
                PERFORM WRITE-FINDING
            END-IF.

        AUDIT-ONE-SEGMENT.
            PERFORM SET-SEGMENT-NEAR-DIST
            MOVE "N" TO WS-SEG-FIND-SW
            EVALUATE MAST-SHAPE (WS-MAST-SUB)
                WHEN "C"
                    PERFORM AUDIT-CIRCLE-FOOTPRINT
                WHEN "P"
                    IF WS-MAST-SUB > 1
                        IF MAST-SHAPE (WS-MAST-SUB - 1) = "P"
                            EXIT PARAGRAPH
                        END-IF
                    END-IF
                    PERFORM AUDIT-POLYGON-FOOTPRINT
                WHEN OTHER
                    PERFORM AUDIT-WALL-SEGMENT
            END-EVALUATE.

        SET-STATION-POINT.
            INITIALIZE GEOM-PARM
            MOVE STA-XM TO GEOM-XS GEOM-XM
            MOVE STA-YM TO GEOM-YS GEOM-YM
            MOVE MAST-Z-FROM (WS-MAST-SUB) TO GEOM-Z-FROM
            MOVE MAST-Z-TO (WS-MAST-SUB) TO GEOM-Z-TO
            IF STA-ELEV NOT = ZERO
                SET GEOM-ELEV-GIVEN TO TRUE
                MOVE STA-ELEV TO GEOM-ZS GEOM-ZT
            ELSE
                MOVE "N" TO GEOM-ELEV-SW
            END-IF.

        AUDIT-WALL-SEGMENT.
            PERFORM SET-STATION-POINT
            MOVE "L" TO GEOM-SHAPE
            MOVE MAST-X1 (WS-MAST-SUB) TO GEOM-X1
            MOVE MAST-Y1 (WS-MAST-SUB) TO GEOM-Y1
            MOVE MAST-X2 (WS-MAST-SUB) TO GEOM-X2
            MOVE MAST-Y2 (WS-MAST-SUB) TO GEOM-Y2
            CALL "GEOMTEST" USING GEOM-PARM
            IF GEOM-HIT
                ADD 1 TO WS-ONSEG-COUNT
                MOVE "ONSEG" TO WS-FINDING
                MOVE "STATION SITS ON THE SEGMENT LINE"
                    TO WS-FIND-TEXT
                PERFORM WRITE-FINDING
                EXIT PARAGRAPH
            END-IF
            PERFORM TEST-NEAR-ONE-EDGE.

        TEST-NEAR-ONE-EDGE.
            PERFORM SET-STATION-POINT
            MOVE "C" TO GEOM-SHAPE
            MOVE MAST-X1 (WS-MAST-SUB) TO GEOM-XS
            MOVE MAST-Y1 (WS-MAST-SUB) TO GEOM-YS
            MOVE MAST-X2 (WS-MAST-SUB) TO GEOM-XM
            MOVE MAST-Y2 (WS-MAST-SUB) TO GEOM-YM
            MOVE STA-XM TO GEOM-X1
            MOVE STA-YM TO GEOM-Y1
            MOVE WS-SEG-NEAR TO GEOM-X2
            CALL "GEOMTEST" USING GEOM-PARM
            IF GEOM-HIT
                PERFORM WRITE-NEAR-FINDING
            END-IF.

        WRITE-NEAR-FINDING.
            ADD 1 TO WS-NEAR-COUNT
            MOVE WS-SEG-NEAR TO WS-NEAR-ED
            MOVE "NEAR" TO WS-FINDING
            MOVE SPACES TO WS-FIND-TEXT
            STRING "WITHIN NEAR-MISS DISTANCE " WS-NEAR-ED
                DELIMITED BY SIZE INTO WS-FIND-TEXT
            PERFORM WRITE-FINDING.

        AUDIT-CIRCLE-FOOTPRINT.
            PERFORM SET-STATION-POINT
            MOVE "C" TO GEOM-SHAPE
            MOVE MAST-X1 (WS-MAST-SUB) TO GEOM-X1
            MOVE MAST-Y1 (WS-MAST-SUB) TO GEOM-Y1
            MOVE MAST-X2 (WS-MAST-SUB) TO GEOM-X2
            MOVE WS-SEG-NEAR TO GEOM-NEAR-DIST
            IF WS-SEG-NEAR = ZERO
                MOVE 1 TO GEOM-NEAR-DIST
            END-IF
            CALL "GEOMTEST" USING GEOM-PARM
            IF GEOM-HIT
                ADD 1 TO WS-INSIDE-COUNT
                MOVE "INSIDE" TO WS-FINDING
                MOVE "STATION INSIDE OR ON THE CIRCLE FOOTPRINT"
                    TO WS-FIND-TEXT
                PERFORM WRITE-FINDING
                EXIT PARAGRAPH
            END-IF
            IF GEOM-NEAR-MISS AND WS-SEG-NEAR NOT = ZERO
                PERFORM WRITE-NEAR-FINDING
            END-IF.

        AUDIT-POLYGON-FOOTPRINT.
            MOVE ZERO TO WS-POLY-COUNT
            MOVE WS-MAST-SUB TO WS-VTX-SUB
            PERFORM UNTIL WS-VTX-SUB > MAST-NUM-SEGMENTS
                    OR MAST-SHAPE (WS-VTX-SUB) NOT = "P"
                    OR WS-POLY-COUNT >= 24
                ADD 1 TO WS-POLY-COUNT
                MOVE MAST-X1 (WS-VTX-SUB) TO PV-X (WS-POLY-COUNT)
                MOVE MAST-Y1 (WS-VTX-SUB) TO PV-Y (WS-POLY-COUNT)
                ADD 1 TO WS-VTX-SUB
            END-PERFORM
            PERFORM SET-STATION-POINT
            MOVE "P" TO GEOM-SHAPE
            MOVE WS-POLY-COUNT TO GEOM-VTX-COUNT
            PERFORM VARYING WS-EDGE-SUB FROM 1 BY 1
                UNTIL WS-EDGE-SUB > WS-POLY-COUNT
                MOVE PV-X (WS-EDGE-SUB) TO GEOM-VX (WS-EDGE-SUB)
                MOVE PV-Y (WS-EDGE-SUB) TO GEOM-VY (WS-EDGE-SUB)
            END-PERFORM
            CALL "GEOMTEST" USING GEOM-PARM
            IF GEOM-HIT
                ADD 1 TO WS-INSIDE-COUNT
                MOVE "INSIDE" TO WS-FINDING
                MOVE "STATION INSIDE OR ON THE POLYGON FOOTPRINT"
                    TO WS-FIND-TEXT
                PERFORM WRITE-FINDING
                EXIT PARAGRAPH
            END-IF
            IF WS-SEG-NEAR = ZERO
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-EDGE-SUB FROM 1 BY 1
                UNTIL WS-EDGE-SUB > WS-POLY-COUNT
                    OR SEGMENT-FLAGGED
                IF WS-EDGE-SUB = WS-POLY-COUNT
                    MOVE 1 TO WS-NEXT-SUB
                ELSE
                    COMPUTE WS-NEXT-SUB = WS-EDGE-SUB + 1
                END-IF
                PERFORM SET-STATION-POINT
                MOVE "C" TO GEOM-SHAPE
                MOVE PV-X (WS-EDGE-SUB) TO GEOM-XS
                MOVE PV-Y (WS-EDGE-SUB) TO GEOM-YS
                MOVE PV-X (WS-NEXT-SUB) TO GEOM-XM
                MOVE PV-Y (WS-NEXT-SUB) TO GEOM-YM
                MOVE STA-XM TO GEOM-X1
                MOVE STA-YM TO GEOM-Y1
                MOVE WS-SEG-NEAR TO GEOM-X2
                CALL "GEOMTEST" USING GEOM-PARM
                IF GEOM-HIT
                    PERFORM WRITE-NEAR-FINDING
                END-IF
            END-PERFORM.

        WRITE-FINDING.
            SET STATION-FLAGGED TO TRUE
            SET SEGMENT-FLAGGED TO TRUE
            MOVE STA-ID TO WS-STA-ID-ED
            MOVE STA-ZONE-ID TO WS-ZONE-ID-ED
            MOVE STA-XM TO WS-XM-ED
            MOVE STA-YM TO WS-YM-ED
            MOVE SPACES TO RPT-REC
            IF WS-MAST-SUB = ZERO
                STRING "  " STA-SITE-ID "  "
                    WS-STA-ID-ED "  " WS-ZONE-ID-ED
                    "  " WS-XM-ED WS-YM-ED
                    "   " WS-FINDING
                    "                                "
                    WS-FIND-TEXT
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                MOVE WS-MAST-SUB TO WS-SEG-ED
                STRING "  " STA-SITE-ID "  "
                    WS-STA-ID-ED "  " WS-ZONE-ID-ED
                    "  " WS-XM-ED WS-YM-ED
                    "   " WS-FINDING " " WS-SEG-ED
                    "  " MAST-OBS-TYPE (WS-MAST-SUB)
                    " " MAST-OBS-DESC (WS-MAST-SUB)
                    " " WS-FIND-TEXT
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC.

        WRITE-AUDIT-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-STATIONS-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATIONS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-STATIONS-SKIPPED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "SUSPENDED STATIONS NOT AUDITED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-STATIONS-AUDITED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATIONS AUDITED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-STATIONS-FLAGGED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATIONS WITH FINDINGS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-NOZONE-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  NOZONE  ZONE NOT ON MASTER=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-OUTBNDS-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  OUTBNDS OUTSIDE ZONE BOUNDS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ONSEG-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  ONSEG   ON A WALL SEGMENT=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-INSIDE-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  INSIDE  INSIDE A FOOTPRINT=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-NEAR-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  NEAR    WITHIN NEAR-MISS DISTANCE=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM STAAUDIT.
