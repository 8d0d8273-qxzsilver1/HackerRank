        IDENTIFICATION DIVISION.
        PROGRAM-ID. STAPOS.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CSVIN ASSIGN TO "CSVIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CSV-STATUS.
            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
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
            SELECT POSPARM ASSIGN TO "POSPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT POSTRAN ASSIGN TO "POSTRAN"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT POSRPT ASSIGN TO "POSRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD CSVIN.
         01 CSV-LINE PIC X(132).

         FD STATMAST.
         COPY STATMAST.

         FD OBSTRMASTER.
         COPY OBSTMAST.

         FD HAZPLCY.
         01 HAZ-LINE PIC X(80).

         FD POSPARM.
         01 PARM-LINE PIC X(80).

         FD POSTRAN.
         01 TRAN-LINE PIC X(132).

         FD POSRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-CSV-STATUS PIC XX.
         01 WS-STATION-STATUS PIC XX.
         01 WS-MASTER-STATUS PIC XX.
         01 WS-PARM-STATUS PIC XX.
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
         01 WS-DFLT-SEV-RATIO      PIC 9(3) VALUE 10.
         01 WS-HAZ-SUB             PIC 9(3).
         01 WS-H-TYPE              PIC X(4).
         01 WS-H-NEAR              PIC 9(4).
         01 WS-H-RATIO             PIC 9(3).
         01 WS-PEEK-PTR            PIC 9(4).

         01 WS-STEP-SIZE    PIC 9(5) VALUE 100.
         01 WS-MOVE-LIMIT   PIC 9(5) VALUE 2000.
         01 WS-MAX-RINGS    PIC 9(3).
         01 WS-PARM-TOKEN   PIC X(8).
         01 WS-PARM-VALUE   PIC 9(5).

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
         01 WS-CSV-STATION PIC 9(4).

         01 WS-BLK-COUNT PIC 9(3) VALUE ZERO.
         01 WS-BLK-SUB   PIC 9(3).
         01 WS-BLK-TABLE.
             05 WS-BLK-ENTRY OCCURS 500 TIMES.
                10 BLK-STATION      PIC 9(4).
                10 BLK-CASES        PIC 9(3).
                10 BLK-FIRST-CASE   PIC X(6).
                10 BLK-FIRST-SEG    PIC X(3).
                10 BLK-ORIGIN-COUNT PIC 9(2).
                10 BLK-ORIGIN OCCURS 10 TIMES.
                   15 BO-XS PIC S9(6).
                   15 BO-YS PIC S9(6).
         01 WS-ORG-SUB   PIC 9(2).

         COPY GEOMPARM.

         01 WS-MAST-SUB   PIC 9(3).
         01 WS-VTX-SUB    PIC 9(3).
         01 WS-SEG-ACTIVE-TABLE.
             05 WS-SEG-ACTIVE PIC X OCCURS 100 TIMES.
                 88 SEG-IN-EFFECT VALUE "Y".
         01 WS-SEG-BLOCK-TABLE.
             05 WS-SEG-BLOCKS PIC 9(7) OCCURS 100 TIMES.
         01 WS-SEG-HIT-TABLE.
             05 WS-SEG-HIT PIC X OCCURS 100 TIMES.
                 88 SEG-BLOCKED-CANDIDATE VALUE "Y".

         01 WS-RING      PIC 9(3).
         01 WS-DX        PIC S9(3).
         01 WS-DY        PIC S9(3).
         01 WS-CAND-X    PIC S9(7).
         01 WS-CAND-Y    PIC S9(7).
         01 WS-CAND-DIST2 PIC 9(12).
         01 WS-LIMIT-DIST2 PIC 9(12).
         01 WS-BEST-DIST2 PIC 9(12).
         01 WS-BEST-X    PIC S9(6).
         01 WS-BEST-Y    PIC S9(6).
         01 WS-BEST-DIST PIC 9(6).
         01 WS-BEST-SW   PIC X.
             88 BEST-FOUND VALUE "Y".
         01 WS-CAND-SW   PIC X.
             88 CANDIDATE-CLEAR   VALUE "Y".
             88 CANDIDATE-BLOCKED VALUE "N".
         01 WS-CANDIDATES PIC 9(7).
         01 WS-WORST-SEG  PIC 9(3).
         01 WS-WORST-COUNT PIC 9(7).

         01 WS-CASES-READ      PIC 9(6) VALUE ZERO.
         01 WS-BLOCKED-CASES   PIC 9(6) VALUE ZERO.
         01 WS-NOSTA-CASES     PIC 9(6) VALUE ZERO.
         01 WS-BLK-DROPPED     PIC 9(6) VALUE ZERO.
         01 WS-RECOMMEND-COUNT PIC 9(6) VALUE ZERO.
         01 WS-NOCLEAR-COUNT   PIC 9(6) VALUE ZERO.
         01 WS-SKIPPED-COUNT   PIC 9(6) VALUE ZERO.
         01 WS-COUNT-ED    PIC Z(5)9.
         01 WS-STA-ID-ED   PIC Z(4).
         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-SEG-ED      PIC Z(3).
         01 WS-CASES-ED    PIC ZZ9.
         01 WS-XM-ED       PIC -ZZZZZ9.
         01 WS-YM-ED       PIC -ZZZZZ9.
         01 WS-X1-ED       PIC -ZZZZZ9.
         01 WS-Y1-ED       PIC -ZZZZZ9.
         01 WS-ELEV-ED     PIC -ZZZZZ9.
         01 WS-DIST-ED     PIC Z(5)9.
         01 WS-STEP-ED     PIC Z(4)9.
         01 WS-LIMIT-ED    PIC Z(4)9.
         01 WS-CAND-ED     PIC Z(6)9.
         01 WS-WORST-ED    PIC Z(6)9.
         01 WS-SKIP-TEXT   PIC X(40).

         COPY RCTLPARM.
         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "POSSTEP" TO RCP-STEP
            MOVE "STAPOS" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT POSTRAN
            OPEN OUTPUT POSRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            CALL "SITESEL" USING SITE-PARM
            PERFORM TAKE-POS-PARMS
            MOVE WS-STEP-SIZE TO WS-STEP-ED
            MOVE WS-MOVE-LIMIT TO WS-LIMIT-ED
            MOVE SPACES TO RPT-REC
            STRING "CLEAR POSITION RECOMMENDATIONS FOR BLOCKED STATIONS"
                " - RUN " WS-RUN-TS (1:10)
                "  SITE: " SITP-SITE-ID
                "  STEP " WS-STEP-ED "  LIMIT " WS-LIMIT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    " - NO RECOMMENDATIONS MADE"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RCP-RC
                PERFORM FINISH-POS-STEP
            END-IF
            OPEN INPUT STATMAST
            OPEN INPUT OBSTRMASTER
            IF WS-STATION-STATUS NOT EQUAL "00"
                    OR WS-MASTER-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** STATMAST STATUS " WS-STATION-STATUS
                    " OBSTRMASTER STATUS " WS-MASTER-STATUS
                    " - BOTH MASTERS ARE REQUIRED - NO RECOMMENDATIONS"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RCP-RC
                PERFORM FINISH-POS-STEP
            END-IF
            PERFORM LOAD-HAZARD-POLICY
            PERFORM LOAD-BLOCKED-STATIONS
            MOVE SPACES TO RPT-REC
            STRING "  STA  ZONE CASES  NOW XM/YM        SUGGESTED XM/YM"
                "   MOVED  RESULT"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-BLK-SUB FROM 1 BY 1
                UNTIL WS-BLK-SUB > WS-BLK-COUNT
                PERFORM RECOMMEND-ONE-STATION
            END-PERFORM
            PERFORM WRITE-POS-TRAILER
            CLOSE STATMAST
            CLOSE OBSTRMASTER
            IF WS-NOCLEAR-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO
                    OR WS-NOSTA-CASES > ZERO
                    OR WS-BLK-DROPPED > ZERO
                MOVE 4 TO RCP-RC
            ELSE
                MOVE 0 TO RCP-RC
            END-IF
            PERFORM FINISH-POS-STEP.

        FINISH-POS-STEP.
            CLOSE POSTRAN
            CLOSE POSRPT
            MOVE 4 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        TAKE-POS-PARMS.
            OPEN INPUT POSPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                PERFORM SET-RING-COUNT
                EXIT PARAGRAPH
            END-IF
            READ POSPARM
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE 1 TO WS-PEEK-PTR
                MOVE SPACES TO WS-PARM-TOKEN
                MOVE ZERO TO WS-PARM-VALUE
                UNSTRING PARM-LINE DELIMITED BY ALL SPACE
                    INTO WS-PARM-TOKEN WS-PARM-VALUE
                    WITH POINTER WS-PEEK-PTR
                END-UNSTRING
                IF WS-PARM-VALUE NUMERIC AND WS-PARM-VALUE > ZERO
                    EVALUATE WS-PARM-TOKEN
                        WHEN "STEP"
                            MOVE WS-PARM-VALUE TO WS-STEP-SIZE
                        WHEN "LIMIT"
                            MOVE WS-PARM-VALUE TO WS-MOVE-LIMIT
                    END-EVALUATE
                END-IF
                READ POSPARM
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE POSPARM
            MOVE "N" TO WS-EOF-SW
            PERFORM SET-RING-COUNT.

        SET-RING-COUNT.
            IF WS-MOVE-LIMIT < WS-STEP-SIZE
                MOVE WS-STEP-SIZE TO WS-MOVE-LIMIT
            END-IF
            IF WS-MOVE-LIMIT / WS-STEP-SIZE > 50
                COMPUTE WS-MOVE-LIMIT = WS-STEP-SIZE * 50
            END-IF
            COMPUTE WS-MAX-RINGS = WS-MOVE-LIMIT / WS-STEP-SIZE
            COMPUTE WS-LIMIT-DIST2 = WS-MOVE-LIMIT * WS-MOVE-LIMIT.

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
                        MOVE WS-H-RATIO TO WS-DFLT-SEV-RATIO
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

        SET-HAZARD-POLICY.
            MOVE WS-DFLT-NEAR-DIST TO GEOM-NEAR-DIST
            MOVE WS-DFLT-SEV-RATIO TO GEOM-SEV-RATIO
            PERFORM VARYING WS-HAZ-SUB FROM 1 BY 1
                UNTIL WS-HAZ-SUB > WS-HAZ-COUNT
                IF HAZ-TYPE (WS-HAZ-SUB)
                        EQUAL MAST-OBS-TYPE (WS-MAST-SUB)
                    MOVE HAZ-NEAR (WS-HAZ-SUB) TO GEOM-NEAR-DIST
                    MOVE HAZ-RATIO (WS-HAZ-SUB) TO GEOM-SEV-RATIO
                END-IF
            END-PERFORM.

        LOAD-BLOCKED-STATIONS.
            OPEN INPUT CSVIN
            IF WS-CSV-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** CSVIN NOT AVAILABLE - STATUS " WS-CSV-STATUS
                    " - NO BLOCKED CASES READ"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
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
                    ADD 1 TO WS-CASES-READ
                    IF CSV-F-VERDICT EQUAL "NO"
                        ADD 1 TO WS-BLOCKED-CASES
                        PERFORM STORE-BLOCKED-CASE
                    END-IF
                END-IF
                READ CSVIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE CSVIN
            MOVE "N" TO WS-EOF-SW.

        STORE-BLOCKED-CASE.
            IF CSV-F-STATION EQUAL SPACES
                    OR FUNCTION TEST-NUMVAL (CSV-F-STATION) NOT = 0
                    OR FUNCTION TEST-NUMVAL (CSV-F-XS) NOT = 0
                    OR FUNCTION TEST-NUMVAL (CSV-F-YS) NOT = 0
                ADD 1 TO WS-NOSTA-CASES
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-CSV-STATION = FUNCTION NUMVAL (CSV-F-STATION)
            IF WS-CSV-STATION = ZERO
                ADD 1 TO WS-NOSTA-CASES
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-BLK-SUB FROM 1 BY 1
                UNTIL WS-BLK-SUB > WS-BLK-COUNT
                    OR BLK-STATION (WS-BLK-SUB) = WS-CSV-STATION
                CONTINUE
            END-PERFORM
            IF WS-BLK-SUB > WS-BLK-COUNT
                IF WS-BLK-COUNT >= 500
                    ADD 1 TO WS-BLK-DROPPED
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-BLK-COUNT
                MOVE WS-BLK-COUNT TO WS-BLK-SUB
                MOVE WS-CSV-STATION TO BLK-STATION (WS-BLK-SUB)
                MOVE ZERO TO BLK-CASES (WS-BLK-SUB)
                    BLK-ORIGIN-COUNT (WS-BLK-SUB)
                MOVE CSV-F-CASE TO BLK-FIRST-CASE (WS-BLK-SUB)
                MOVE CSV-F-SEG TO BLK-FIRST-SEG (WS-BLK-SUB)
            END-IF
            ADD 1 TO BLK-CASES (WS-BLK-SUB)
            IF BLK-ORIGIN-COUNT (WS-BLK-SUB) >= 10
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO BLK-ORIGIN-COUNT (WS-BLK-SUB)
            MOVE BLK-ORIGIN-COUNT (WS-BLK-SUB) TO WS-ORG-SUB
            COMPUTE BO-XS (WS-BLK-SUB WS-ORG-SUB) =
                FUNCTION NUMVAL (CSV-F-XS)
            COMPUTE BO-YS (WS-BLK-SUB WS-ORG-SUB) =
                FUNCTION NUMVAL (CSV-F-YS).

        RECOMMEND-ONE-STATION.
            MOVE SITP-SITE-ID TO STA-SITE-ID
            MOVE BLK-STATION (WS-BLK-SUB) TO STA-ID
            READ STATMAST
                INVALID KEY CONTINUE
            END-READ
            IF WS-STATION-STATUS NOT EQUAL "00"
                MOVE "STATION NOT ON STATMAST" TO WS-SKIP-TEXT
                PERFORM WRITE-SKIPPED-LINE
                EXIT PARAGRAPH
            END-IF
            IF STA-SUSPENDED
                MOVE "STATION SUSPENDED SINCE THE RUN" TO WS-SKIP-TEXT
                PERFORM WRITE-SKIPPED-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE STA-SITE-ID TO MAST-SITE-ID
            MOVE STA-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY CONTINUE
            END-READ
            IF STA-ZONE-ID = ZERO OR WS-MASTER-STATUS NOT EQUAL "00"
                MOVE "ZONE NOT ON OBSTRMASTER" TO WS-SKIP-TEXT
                PERFORM WRITE-SKIPPED-LINE
                EXIT PARAGRAPH
            END-IF
            PERFORM MARK-ACTIVE-SEGMENTS
            MOVE "N" TO WS-BEST-SW
            MOVE ZERO TO WS-CANDIDATES WS-BEST-DIST2
            PERFORM VARYING WS-RING FROM 1 BY 1
                UNTIL WS-RING > WS-MAX-RINGS
                    OR (BEST-FOUND AND
                        (WS-RING * WS-STEP-SIZE) *
                        (WS-RING * WS-STEP-SIZE) > WS-BEST-DIST2)
                PERFORM SEARCH-ONE-RING
            END-PERFORM
            IF BEST-FOUND
                PERFORM WRITE-RECOMMENDATION
            ELSE
                PERFORM WRITE-NO-CLEAR-POSITION
            END-IF.

        MARK-ACTIVE-SEGMENTS.
            MOVE ZERO TO WS-SEG-BLOCK-TABLE
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > 100
                MOVE "N" TO WS-SEG-ACTIVE (WS-MAST-SUB)
                IF WS-MAST-SUB <= MAST-NUM-SEGMENTS
                    IF MAST-EFF-DATE (WS-MAST-SUB) <= WS-TODAY-NUM
                            AND (MAST-EXP-DATE (WS-MAST-SUB) = ZERO
                                 OR WS-TODAY-NUM <=
                                    MAST-EXP-DATE (WS-MAST-SUB))
                        MOVE "Y" TO WS-SEG-ACTIVE (WS-MAST-SUB)
                    END-IF
                END-IF
            END-PERFORM.

        SEARCH-ONE-RING.
            PERFORM VARYING WS-DX FROM WS-RING BY -1
                UNTIL WS-DX < 0 - WS-RING
                PERFORM VARYING WS-DY FROM WS-RING BY -1
                    UNTIL WS-DY < 0 - WS-RING
                    IF WS-DX = WS-RING OR WS-DX = 0 - WS-RING
                            OR WS-DY = WS-RING OR WS-DY = 0 - WS-RING
                        PERFORM TEST-ONE-CANDIDATE
                    END-IF
                END-PERFORM
            END-PERFORM.

        TEST-ONE-CANDIDATE.
            COMPUTE WS-CAND-DIST2 =
                (WS-DX * WS-STEP-SIZE) * (WS-DX * WS-STEP-SIZE)
                + (WS-DY * WS-STEP-SIZE) * (WS-DY * WS-STEP-SIZE)
            IF WS-CAND-DIST2 > WS-LIMIT-DIST2
                EXIT PARAGRAPH
            END-IF
            IF BEST-FOUND AND WS-CAND-DIST2 >= WS-BEST-DIST2
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-CAND-X = STA-XM + WS-DX * WS-STEP-SIZE
            COMPUTE WS-CAND-Y = STA-YM + WS-DY * WS-STEP-SIZE
            IF WS-CAND-X > 999999 OR WS-CAND-X < -999999
                    OR WS-CAND-Y > 999999 OR WS-CAND-Y < -999999
                EXIT PARAGRAPH
            END-IF
            IF MAST-BOUND-X-MIN NOT = ZERO
                    OR MAST-BOUND-X-MAX NOT = ZERO
                    OR MAST-BOUND-Y-MIN NOT = ZERO
                    OR MAST-BOUND-Y-MAX NOT = ZERO
                IF WS-CAND-X < MAST-BOUND-X-MIN
                        OR WS-CAND-X > MAST-BOUND-X-MAX
                        OR WS-CAND-Y < MAST-BOUND-Y-MIN
                        OR WS-CAND-Y > MAST-BOUND-Y-MAX
                    EXIT PARAGRAPH
                END-IF
            END-IF
            ADD 1 TO WS-CANDIDATES
            PERFORM CHECK-CANDIDATE-CLEAR
            IF CANDIDATE-CLEAR
                SET BEST-FOUND TO TRUE
                MOVE WS-CAND-DIST2 TO WS-BEST-DIST2
                MOVE WS-CAND-X TO WS-BEST-X
                MOVE WS-CAND-Y TO WS-BEST-Y
            END-IF.

        CHECK-CANDIDATE-CLEAR.
            SET CANDIDATE-CLEAR TO TRUE
            MOVE SPACES TO WS-SEG-HIT-TABLE
            PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                UNTIL WS-ORG-SUB > BLK-ORIGIN-COUNT (WS-BLK-SUB)
                    OR (CANDIDATE-BLOCKED AND BEST-FOUND)
                PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                    UNTIL WS-MAST-SUB > MAST-NUM-SEGMENTS
                        OR WS-MAST-SUB > 100
                        OR (CANDIDATE-BLOCKED AND BEST-FOUND)
                    IF SEG-IN-EFFECT (WS-MAST-SUB)
                        PERFORM TEST-CANDIDATE-SEGMENT
                    END-IF
                END-PERFORM
            END-PERFORM
            IF CANDIDATE-BLOCKED
                PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                    UNTIL WS-MAST-SUB > 100
                    IF SEG-BLOCKED-CANDIDATE (WS-MAST-SUB)
                        ADD 1 TO WS-SEG-BLOCKS (WS-MAST-SUB)
                    END-IF
                END-PERFORM
            END-IF.

        TEST-CANDIDATE-SEGMENT.
            IF MAST-SHAPE (WS-MAST-SUB) = "P" AND WS-MAST-SUB > 1
                IF MAST-SHAPE (WS-MAST-SUB - 1) = "P"
                    EXIT PARAGRAPH
                END-IF
            END-IF
            INITIALIZE GEOM-PARM
            MOVE BO-XS (WS-BLK-SUB WS-ORG-SUB) TO GEOM-XS
            MOVE BO-YS (WS-BLK-SUB WS-ORG-SUB) TO GEOM-YS
            MOVE WS-CAND-X TO GEOM-XM
            MOVE WS-CAND-Y TO GEOM-YM
            MOVE "N" TO GEOM-ELEV-SW
            MOVE MAST-Z-FROM (WS-MAST-SUB) TO GEOM-Z-FROM
            MOVE MAST-Z-TO (WS-MAST-SUB) TO GEOM-Z-TO
            MOVE MAST-X1 (WS-MAST-SUB) TO GEOM-X1
            MOVE MAST-Y1 (WS-MAST-SUB) TO GEOM-Y1
            MOVE MAST-X2 (WS-MAST-SUB) TO GEOM-X2
            MOVE MAST-Y2 (WS-MAST-SUB) TO GEOM-Y2
            IF MAST-SHAPE (WS-MAST-SUB) = "P"
                MOVE "P" TO GEOM-SHAPE
                MOVE WS-MAST-SUB TO WS-VTX-SUB
                PERFORM UNTIL WS-VTX-SUB > MAST-NUM-SEGMENTS
                        OR MAST-SHAPE (WS-VTX-SUB) NOT = "P"
                        OR GEOM-VTX-COUNT >= 24
                    ADD 1 TO GEOM-VTX-COUNT
                    MOVE MAST-X1 (WS-VTX-SUB)
                        TO GEOM-VX (GEOM-VTX-COUNT)
                    MOVE MAST-Y1 (WS-VTX-SUB)
                        TO GEOM-VY (GEOM-VTX-COUNT)
                    ADD 1 TO WS-VTX-SUB
                END-PERFORM
            ELSE
                MOVE MAST-SHAPE (WS-MAST-SUB) TO GEOM-SHAPE
            END-IF
            PERFORM SET-HAZARD-POLICY
            CALL "GEOMTEST" USING GEOM-PARM
            IF GEOM-HIT OR GEOM-NEAR-MISS OR GEOM-OVERFLOW
                SET CANDIDATE-BLOCKED TO TRUE
                MOVE "Y" TO WS-SEG-HIT (WS-MAST-SUB)
            END-IF.

        WRITE-RECOMMENDATION.
            ADD 1 TO WS-RECOMMEND-COUNT
            COMPUTE WS-BEST-DIST ROUNDED =
                FUNCTION SQRT (WS-BEST-DIST2)
            PERFORM SET-STATION-EDITS
            MOVE WS-BEST-X TO WS-X1-ED
            MOVE WS-BEST-Y TO WS-Y1-ED
            MOVE WS-BEST-DIST TO WS-DIST-ED
            MOVE SPACES TO RPT-REC
            STRING "  " WS-STA-ID-ED "  " WS-ZONE-ID-ED
                "  " WS-CASES-ED
                "  " WS-XM-ED WS-YM-ED
                "   " WS-X1-ED WS-Y1-ED
                "  " WS-DIST-ED
                "  CLEAR OF ALL SEGMENTS IN EFFECT"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE STA-ELEV TO WS-ELEV-ED
            MOVE SPACES TO TRAN-LINE
            STRING "CHGSTA " STA-ID " " STA-ZONE-ID
                " " WS-X1-ED " " WS-Y1-ED " " WS-ELEV-ED
                " " STA-DESC
                DELIMITED BY SIZE INTO TRAN-LINE
            WRITE TRAN-LINE.

        WRITE-NO-CLEAR-POSITION.
            ADD 1 TO WS-NOCLEAR-COUNT
            PERFORM SET-STATION-EDITS
            MOVE SPACES TO RPT-REC
            STRING "  " WS-STA-ID-ED "  " WS-ZONE-ID-ED
                "  " WS-CASES-ED
                "  " WS-XM-ED WS-YM-ED
                "         NONE           "
                "  ** NO CLEAR POSITION WITHIN " WS-LIMIT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-CANDIDATES = ZERO
                MOVE SPACES TO RPT-REC
                STRING "        NO CANDIDATE POINT INSIDE THE ZONE "
                    "BOUND BOX WITHIN THE LIMIT"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-WORST-SEG WS-WORST-COUNT
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > 100
                IF WS-SEG-BLOCKS (WS-MAST-SUB) > WS-WORST-COUNT
                    MOVE WS-SEG-BLOCKS (WS-MAST-SUB) TO WS-WORST-COUNT
                    MOVE WS-MAST-SUB TO WS-WORST-SEG
                END-IF
            END-PERFORM
            IF WS-WORST-SEG = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-WORST-SEG TO WS-SEG-ED
            MOVE WS-CANDIDATES TO WS-CAND-ED
            MOVE WS-WORST-COUNT TO WS-WORST-ED
            MOVE SPACES TO RPT-REC
            IF WS-WORST-COUNT = WS-CANDIDATES
                STRING "        SEG " WS-SEG-ED " "
                    MAST-OBS-TYPE (WS-WORST-SEG) " "
                    MAST-OBS-DESC (WS-WORST-SEG)
                    " BLOCKS EVERY CANDIDATE (" WS-CAND-ED " TRIED)"
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "        SEG " WS-SEG-ED " "
                    MAST-OBS-TYPE (WS-WORST-SEG) " "
                    MAST-OBS-DESC (WS-WORST-SEG)
                    " BLOCKS " WS-WORST-ED " OF " WS-CAND-ED
                    " CANDIDATES - NO ONE SEGMENT BLOCKS THEM ALL"
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC.

        WRITE-SKIPPED-LINE.
            ADD 1 TO WS-SKIPPED-COUNT
            MOVE BLK-STATION (WS-BLK-SUB) TO WS-STA-ID-ED
            MOVE BLK-CASES (WS-BLK-SUB) TO WS-CASES-ED
            MOVE SPACES TO RPT-REC
            STRING "  " WS-STA-ID-ED "        " WS-CASES-ED
                "  CASE " BLK-FIRST-CASE (WS-BLK-SUB)
                " SEG " BLK-FIRST-SEG (WS-BLK-SUB)
                "  ** NOT SEARCHED - " WS-SKIP-TEXT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        SET-STATION-EDITS.
            MOVE STA-ID TO WS-STA-ID-ED
            MOVE STA-ZONE-ID TO WS-ZONE-ID-ED
            MOVE BLK-CASES (WS-BLK-SUB) TO WS-CASES-ED
            MOVE STA-XM TO WS-XM-ED
            MOVE STA-YM TO WS-YM-ED.

        WRITE-POS-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-CASES-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CASES READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-BLOCKED-CASES TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "BLOCKED CASES=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-NOSTA-CASES TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  WITHOUT A STATION OR ORIGIN=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-BLK-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "BLOCKED STATIONS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-RECOMMEND-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  CLEAR POSITION SUGGESTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-NOCLEAR-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  NO CLEAR POSITION WITHIN LIMIT=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  NOT SEARCHED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-BLK-DROPPED > ZERO
                MOVE WS-BLK-DROPPED TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** CASES NOT CONSIDERED (OVER 500 STATIONS)="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            MOVE WS-RECOMMEND-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STAMNT CHGSTA TRANSACTIONS WRITTEN=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM STAPOS.
