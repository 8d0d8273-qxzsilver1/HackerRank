        IDENTIFICATION DIVISION.
        PROGRAM-ID. VISMATRX.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MTXPARM ASSIGN TO "MTXPARM"
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
            SELECT HAZPLCY ASSIGN TO "HAZPLCY"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-HAZ-STATUS.
            SELECT MTXPRV ASSIGN TO "MTXPRV"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PRV-STATUS.
            SELECT MTXOUT ASSIGN TO "MTXOUT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT MTXRPT ASSIGN TO "MTXRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD MTXPARM.
         01 PARM-LINE PIC X(80).

         FD OBSTRMASTER.
         COPY OBSTMAST.

         FD STATMAST.
         COPY STATMAST.

         FD HAZPLCY.
         01 HAZ-LINE PIC X(80).

         FD MTXPRV.
         COPY VISPAIR REPLACING LEADING ==VMP-== BY ==VMV-==.

         FD MTXOUT.
         COPY VISPAIR.

         FD MTXRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-PARM-EOF-SW PIC X VALUE "N".
             88 PARM-EOF VALUE "Y".
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-PARM-STATUS PIC XX.
         01 WS-MASTER-STATUS PIC XX.
         01 WS-STATION-STATUS PIC XX.
         01 WS-PRV-STATUS PIC XX.
         01 WS-PRV-SW PIC X VALUE "N".
             88 PRIOR-AVAILABLE VALUE "Y".
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-PAGE-NUM PIC 9(4) VALUE ZERO.

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

         01 WS-PARSE-PTR  PIC 9(4).
         01 WS-T-KEYWORD  PIC X(8).
         01 WS-T-ZONE     PIC X(4).
         01 WS-T-KEY2     PIC X(8).
         01 WS-T-VAL2     PIC X(8).
         01 WS-T-KEY3     PIC X(8).
         01 WS-T-VAL3     PIC X(8).
         01 WS-T-EXTRA    PIC X(8).
         01 WS-OPT-KEY    PIC X(8).
         01 WS-OPT-VAL    PIC X(8).
         01 WS-CARD-SW    PIC X.
             88 CARD-OK  VALUE "Y".
             88 CARD-BAD VALUE "N".
         01 WS-REJECT-TEXT PIC X(50).
         01 WS-MTX-ZONE   PIC 9(4).
         01 WS-ASOF-DATE  PIC 9(8).
         01 WS-CHECK-TIME PIC 9(4).
         01 WS-TIME-SW    PIC X.
             88 TIME-GIVEN VALUE "Y".

         01 WS-CARDS-READ     PIC 9(4) VALUE ZERO.
         01 WS-CARDS-REJECTED PIC 9(4) VALUE ZERO.
         01 WS-ZONES-DONE     PIC 9(4) VALUE ZERO.
         01 WS-ZONES-MISSING  PIC 9(4) VALUE ZERO.
         01 WS-TOT-STATIONS   PIC 9(5) VALUE ZERO.
         01 WS-TOT-OVERFLOW   PIC 9(5) VALUE ZERO.
         01 WS-TOT-PAIRS      PIC 9(7) VALUE ZERO.
         01 WS-TOT-CLEAR      PIC 9(7) VALUE ZERO.
         01 WS-TOT-NEAR       PIC 9(7) VALUE ZERO.
         01 WS-TOT-BLOCKED    PIC 9(7) VALUE ZERO.
         01 WS-TOT-ERROR      PIC 9(7) VALUE ZERO.
         01 WS-TOT-ISOLATED   PIC 9(5) VALUE ZERO.
         01 WS-TOT-CHANGED    PIC 9(7) VALUE ZERO.
         01 WS-TOT-LOST       PIC 9(7) VALUE ZERO.

         COPY GEOMPARM.

         01 WS-MAST-SUB   PIC 9(3).
         01 WS-SEG-COUNT  PIC 9(3).
         01 WS-SEG-SUB    PIC 9(3).
         01 WS-POLY-SUB   PIC 9(3).
         01 WS-POLY-MSEG  PIC 9(3).
         01 WS-SEG-TABLE.
             05 WS-SEGMENT OCCURS 100 TIMES.
                10 SEG-X1       PIC S9(6).
                10 SEG-Y1       PIC S9(6).
                10 SEG-X2       PIC S9(6).
                10 SEG-Y2       PIC S9(6).
                10 SEG-MSEG     PIC 9(3).
                10 SEG-OBS-TYPE PIC X(4).
                10 SEG-Z-FROM   PIC S9(6).
                10 SEG-Z-TO     PIC S9(6).
                10 SEG-SHAPE    PIC X.
         01 WS-SEG-TIME-FROM PIC 9(4).
         01 WS-SEG-TIME-TO   PIC 9(4).
         01 WS-TIME-OK-SW    PIC X.
             88 TIME-WINDOW-OPEN VALUE "Y".

         01 WS-MAX-STATIONS PIC 9(2) VALUE 40.
         01 WS-STA-COUNT    PIC 9(3).
         01 WS-STA-OVERFLOW PIC 9(4).
         01 WS-STA-SUB      PIC 9(3).
         01 WS-STA-SUB2     PIC 9(3).
         01 WS-IN-SERVICE-SW PIC X.
             88 IN-SERVICE VALUE "Y".
         01 WS-STA-TABLE.
             05 WS-STA-ENTRY OCCURS 40 TIMES.
                10 MS-ID      PIC 9(4).
                10 MS-X       PIC S9(6).
                10 MS-Y       PIC S9(6).
                10 MS-ELEV    PIC S9(6).
                10 MS-DESC    PIC X(20).
                10 MS-CLEAR   PIC 9(3).
                10 MS-NEAR    PIC 9(3).
                10 MS-BLOCKED PIC 9(3).
                10 MS-ERROR   PIC 9(3).
                10 MS-LOST    PIC 9(3).
         01 WS-MATRIX.
             05 WS-MX-ROW OCCURS 40 TIMES.
                10 MX-CELL PIC X OCCURS 40 TIMES.

         01 WS-PAIR-RESULT   PIC X.
         01 WS-PAIR-SEG      PIC 9(3).
         01 WS-PAIR-TYPE     PIC X(4).
         01 WS-PAIR-SEVERITY PIC X(8).
         01 WS-NEAR-SW       PIC X.
             88 NEAR-MISS-SEEN VALUE "Y".

         01 WS-PRV-COUNT    PIC 9(4).
         01 WS-PRV-SUB      PIC 9(4).
         01 WS-PRV-FOUND    PIC 9(4).
         01 WS-PRV-OVERFLOW PIC 9(5).
         01 WS-PRV-TABLE.
             05 WS-PRV-ENTRY OCCURS 780 TIMES.
                10 PV-STA-A   PIC 9(4).
                10 PV-STA-B   PIC 9(4).
                10 PV-RESULT  PIC X.
                10 PV-MATCHED PIC X.
         01 WS-PRV-DATE     PIC 9(8).
         01 WS-ZONE-CHANGED PIC 9(5).
         01 WS-ZONE-NEW     PIC 9(5).
         01 WS-ZONE-GONE    PIC 9(5).
         01 WS-ZONE-PAIRS   PIC 9(5).
         01 WS-ZONE-ISOLATED PIC 9(3).

         01 WS-CHANGE-COUNT PIC 9(4).
         01 WS-CHANGE-TABLE.
             05 WS-CHANGE-ENTRY OCCURS 780 TIMES.
                10 CH-STA-A   PIC 9(4).
                10 CH-STA-B   PIC 9(4).
                10 CH-WAS     PIC X.
                10 CH-NOW     PIC X.
                10 CH-SEG     PIC 9(3).
                10 CH-TYPE    PIC X(4).

         01 WS-RESULT-CODE  PIC X.
         01 WS-RESULT-WORD  PIC X(9).
         01 WS-WAS-WORD     PIC X(9).
         01 WS-CELL-TEXT    PIC X(3).
         01 WS-LINE-PTR     PIC 9(3).
         01 WS-SEQ-ED       PIC 99.
         01 WS-COUNT-ED     PIC Z(6)9.
         01 WS-C-ED         PIC ZZ9.
         01 WS-N-ED         PIC ZZ9.
         01 WS-B-ED         PIC ZZ9.
         01 WS-E-ED         PIC ZZ9.
         01 WS-L-ED         PIC ZZ9.
         01 WS-ZONE-ID-ED   PIC Z(4).
         01 WS-STA-ID-ED    PIC Z(4).
         01 WS-STA-ID-ED2   PIC Z(4).
         01 WS-SEG-ED       PIC Z(3).
         01 WS-PAGE-ED      PIC Z(3)9.
         01 WS-X1-ED        PIC -ZZZZZ9.
         01 WS-Y1-ED        PIC -ZZZZZ9.
         01 WS-Z1-ED        PIC -ZZZZZ9.
         01 WS-STA-NOTE     PIC X(30).

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT MTXRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            CALL "SITESEL" USING SITE-PARM
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "STATION VISIBILITY MATRIX - SITEPARM CARD NOT"
                    " SITE 01-99: " SITP-CARD " - NOTHING EVALUATED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE MTXRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT OBSTRMASTER
            OPEN INPUT STATMAST
            IF WS-MASTER-STATUS NOT EQUAL "00"
                    OR WS-STATION-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "STATION VISIBILITY MATRIX - OBSTRMASTER STATUS "
                    WS-MASTER-STATUS " STATMAST STATUS "
                    WS-STATION-STATUS
                    " - BOTH MASTERS ARE REQUIRED - NOTHING EVALUATED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE MTXRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-HAZARD-POLICY
            OPEN INPUT MTXPRV
            IF WS-PRV-STATUS EQUAL "00"
                SET PRIOR-AVAILABLE TO TRUE
                CLOSE MTXPRV
            END-IF
            OPEN OUTPUT MTXOUT
            OPEN INPUT MTXPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                SET PARM-EOF TO TRUE
            ELSE
                READ MTXPARM
                    AT END SET PARM-EOF TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL PARM-EOF
                IF PARM-LINE NOT EQUAL SPACES
                        AND PARM-LINE (1:1) NOT EQUAL "*"
                    ADD 1 TO WS-CARDS-READ
                    PERFORM PROCESS-MATRIX-CARD
                END-IF
                READ MTXPARM
                    AT END SET PARM-EOF TO TRUE
                END-READ
            END-PERFORM
            IF WS-PARM-STATUS EQUAL "00" OR WS-PARM-STATUS EQUAL "10"
                CLOSE MTXPARM
            END-IF
            PERFORM WRITE-MATRIX-TRAILER
            EVALUATE TRUE
                WHEN WS-CARDS-READ = ZERO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-CARDS-REJECTED > ZERO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-ZONES-MISSING > ZERO
                        OR WS-TOT-OVERFLOW > ZERO
                        OR WS-TOT-ISOLATED > ZERO
                        OR WS-TOT-LOST > ZERO
                        OR WS-TOT-ERROR > ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE
            CLOSE OBSTRMASTER
            CLOSE STATMAST
            CLOSE MTXOUT
            CLOSE MTXRPT
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
                        EQUAL SEG-OBS-TYPE (WS-SEG-SUB)
                    MOVE HAZ-NEAR (WS-HAZ-SUB) TO GEOM-NEAR-DIST
                    MOVE HAZ-RATIO (WS-HAZ-SUB) TO GEOM-SEV-RATIO
                END-IF
            END-PERFORM.

        PROCESS-MATRIX-CARD.
            SET CARD-OK TO TRUE
            MOVE SPACES TO WS-T-KEYWORD WS-T-ZONE WS-T-KEY2 WS-T-VAL2
                WS-T-KEY3 WS-T-VAL3 WS-T-EXTRA
            MOVE 1 TO WS-PARSE-PTR
            UNSTRING PARM-LINE DELIMITED BY ALL SPACE
                INTO WS-T-KEYWORD WS-T-ZONE WS-T-KEY2 WS-T-VAL2
                     WS-T-KEY3 WS-T-VAL3 WS-T-EXTRA
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            MOVE WS-TODAY-NUM TO WS-ASOF-DATE
            MOVE ZERO TO WS-CHECK-TIME
            MOVE "N" TO WS-TIME-SW
            IF WS-T-KEYWORD NOT EQUAL "ZONE"
                    OR WS-T-ZONE NOT NUMERIC
                    OR WS-T-EXTRA NOT EQUAL SPACES
                SET CARD-BAD TO TRUE
                MOVE "EXPECTED ZONE NNNN [ASOF YYYYMMDD] [TIME HHMM]"
                    TO WS-REJECT-TEXT
            ELSE
                MOVE WS-T-ZONE TO WS-MTX-ZONE
                MOVE WS-T-KEY2 TO WS-OPT-KEY
                MOVE WS-T-VAL2 TO WS-OPT-VAL
                PERFORM TAKE-CARD-OPTION
                IF CARD-OK
                    MOVE WS-T-KEY3 TO WS-OPT-KEY
                    MOVE WS-T-VAL3 TO WS-OPT-VAL
                    PERFORM TAKE-CARD-OPTION
                END-IF
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
            MOVE WS-MTX-ZONE TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY CONTINUE
            END-READ
            IF WS-MASTER-STATUS NOT EQUAL "00"
                    OR MAST-NUM-SEGMENTS > 100
                ADD 1 TO WS-ZONES-MISSING
                MOVE WS-MTX-ZONE TO WS-ZONE-ID-ED
                MOVE SPACES TO RPT-REC
                STRING "** ZONE " WS-ZONE-ID-ED
                    " NOT ON OBSTRMASTER OR OVER 100 SEGMENTS"
                    " - NO MATRIX"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ZONES-DONE
            PERFORM SELECT-ACTIVE-SEGMENTS
            PERFORM LOAD-ZONE-STATIONS
            PERFORM LOAD-PRIOR-PAIRS
            PERFORM EVALUATE-ZONE-PAIRS
            PERFORM PRINT-ZONE-MATRIX.

        TAKE-CARD-OPTION.
            EVALUATE WS-OPT-KEY
                WHEN SPACES
                    IF WS-OPT-VAL NOT EQUAL SPACES
                        SET CARD-BAD TO TRUE
                        MOVE "UNKNOWN OPTION - ASOF OR TIME"
                            TO WS-REJECT-TEXT
                    END-IF
                WHEN "ASOF"
                    IF WS-OPT-VAL (1:8) NOT NUMERIC
                        SET CARD-BAD TO TRUE
                        MOVE "ASOF DATE NOT YYYYMMDD"
                            TO WS-REJECT-TEXT
                    ELSE
                        MOVE WS-OPT-VAL (1:8) TO WS-ASOF-DATE
                        IF FUNCTION TEST-DATE-YYYYMMDD
                                (WS-ASOF-DATE) NOT = 0
                            SET CARD-BAD TO TRUE
                            MOVE "ASOF DATE NOT A CALENDAR DATE"
                                TO WS-REJECT-TEXT
                        END-IF
                    END-IF
                WHEN "TIME"
                    IF WS-OPT-VAL (1:4) NOT NUMERIC
                            OR WS-OPT-VAL (5:4) NOT EQUAL SPACES
                        SET CARD-BAD TO TRUE
                        MOVE "TIME NOT HHMM" TO WS-REJECT-TEXT
                    ELSE
                        MOVE WS-OPT-VAL (1:4) TO WS-CHECK-TIME
                        IF WS-CHECK-TIME (1:2) > "23"
                                OR WS-CHECK-TIME (3:2) > "59"
                            SET CARD-BAD TO TRUE
                            MOVE "TIME NOT HHMM" TO WS-REJECT-TEXT
                        ELSE
                            SET TIME-GIVEN TO TRUE
                        END-IF
                    END-IF
                WHEN OTHER
                    SET CARD-BAD TO TRUE
                    MOVE "UNKNOWN OPTION - ASOF OR TIME"
                        TO WS-REJECT-TEXT
            END-EVALUATE.

        SELECT-ACTIVE-SEGMENTS.
            MOVE ZERO TO WS-SEG-COUNT
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > MAST-NUM-SEGMENTS
                PERFORM SELECT-ONE-SEGMENT
            END-PERFORM.

        SELECT-ONE-SEGMENT.
            IF MAST-EFF-DATE (WS-MAST-SUB) > WS-ASOF-DATE
                EXIT PARAGRAPH
            END-IF
            IF MAST-EXP-DATE (WS-MAST-SUB) NOT = ZERO
                    AND MAST-EXP-DATE (WS-MAST-SUB) < WS-ASOF-DATE
                EXIT PARAGRAPH
            END-IF
            IF TIME-GIVEN
                MOVE MAST-TIME-FROM (WS-MAST-SUB) TO WS-SEG-TIME-FROM
                MOVE MAST-TIME-TO (WS-MAST-SUB) TO WS-SEG-TIME-TO
                PERFORM CHECK-TIME-WINDOW
                IF NOT TIME-WINDOW-OPEN
                    EXIT PARAGRAPH
                END-IF
            END-IF
            ADD 1 TO WS-SEG-COUNT
            MOVE MAST-X1 (WS-MAST-SUB) TO SEG-X1 (WS-SEG-COUNT)
            MOVE MAST-Y1 (WS-MAST-SUB) TO SEG-Y1 (WS-SEG-COUNT)
            MOVE MAST-X2 (WS-MAST-SUB) TO SEG-X2 (WS-SEG-COUNT)
            MOVE MAST-Y2 (WS-MAST-SUB) TO SEG-Y2 (WS-SEG-COUNT)
            MOVE WS-MAST-SUB TO SEG-MSEG (WS-SEG-COUNT)
            MOVE MAST-OBS-TYPE (WS-MAST-SUB)
                TO SEG-OBS-TYPE (WS-SEG-COUNT)
            MOVE MAST-Z-FROM (WS-MAST-SUB) TO SEG-Z-FROM (WS-SEG-COUNT)
            MOVE MAST-Z-TO (WS-MAST-SUB) TO SEG-Z-TO (WS-SEG-COUNT)
            MOVE MAST-SHAPE (WS-MAST-SUB) TO SEG-SHAPE (WS-SEG-COUNT).

        CHECK-TIME-WINDOW.
            SET TIME-WINDOW-OPEN TO TRUE
            IF WS-SEG-TIME-FROM = ZERO AND WS-SEG-TIME-TO = ZERO
                EXIT PARAGRAPH
            END-IF
            IF WS-SEG-TIME-FROM <= WS-SEG-TIME-TO
                IF WS-CHECK-TIME < WS-SEG-TIME-FROM
                        OR WS-CHECK-TIME > WS-SEG-TIME-TO
                    MOVE "N" TO WS-TIME-OK-SW
                END-IF
            ELSE
                IF WS-CHECK-TIME < WS-SEG-TIME-FROM
                        AND WS-CHECK-TIME > WS-SEG-TIME-TO
                    MOVE "N" TO WS-TIME-OK-SW
                END-IF
            END-IF.

        LOAD-ZONE-STATIONS.
            MOVE ZERO TO WS-STA-COUNT WS-STA-OVERFLOW
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
                IF STA-ZONE-ID = WS-MTX-ZONE
                    PERFORM TEST-IN-SERVICE
                    IF IN-SERVICE
                        PERFORM KEEP-ZONE-STATION
                    END-IF
                END-IF
                READ STATMAST NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            ADD WS-STA-COUNT TO WS-TOT-STATIONS
            ADD WS-STA-OVERFLOW TO WS-TOT-OVERFLOW.

        TEST-IN-SERVICE.
            MOVE "Y" TO WS-IN-SERVICE-SW
            IF STA-EFF-DATE NUMERIC AND STA-EFF-DATE NOT = ZERO
                    AND WS-ASOF-DATE < STA-EFF-DATE
                MOVE "N" TO WS-IN-SERVICE-SW
            END-IF
            IF STA-SUSP-DATE NOT NUMERIC OR STA-SUSP-DATE = ZERO
                IF STA-SUSPENDED
                    MOVE "N" TO WS-IN-SERVICE-SW
                END-IF
            ELSE
                IF WS-ASOF-DATE >= STA-SUSP-DATE
                        AND (STA-RESUME-DATE NOT NUMERIC
                            OR STA-RESUME-DATE = ZERO
                            OR WS-ASOF-DATE < STA-RESUME-DATE)
                    MOVE "N" TO WS-IN-SERVICE-SW
                END-IF
            END-IF.

        KEEP-ZONE-STATION.
            IF WS-STA-COUNT >= WS-MAX-STATIONS
                ADD 1 TO WS-STA-OVERFLOW
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-STA-COUNT
            MOVE STA-ID TO MS-ID (WS-STA-COUNT)
            MOVE STA-XM TO MS-X (WS-STA-COUNT)
            MOVE STA-YM TO MS-Y (WS-STA-COUNT)
            MOVE STA-ELEV TO MS-ELEV (WS-STA-COUNT)
            MOVE STA-DESC TO MS-DESC (WS-STA-COUNT)
            MOVE ZERO TO MS-CLEAR (WS-STA-COUNT)
            MOVE ZERO TO MS-NEAR (WS-STA-COUNT)
            MOVE ZERO TO MS-BLOCKED (WS-STA-COUNT)
            MOVE ZERO TO MS-ERROR (WS-STA-COUNT)
            MOVE ZERO TO MS-LOST (WS-STA-COUNT).

        LOAD-PRIOR-PAIRS.
            MOVE ZERO TO WS-PRV-COUNT WS-PRV-OVERFLOW WS-PRV-DATE
            IF NOT PRIOR-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT MTXPRV
            IF WS-PRV-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ MTXPRV
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF VMV-SITE-ID = SITP-SITE-ID
                        AND VMV-ZONE-ID = WS-MTX-ZONE
                    IF WS-PRV-COUNT < 780
                        ADD 1 TO WS-PRV-COUNT
                        MOVE VMV-STA-A TO PV-STA-A (WS-PRV-COUNT)
                        MOVE VMV-STA-B TO PV-STA-B (WS-PRV-COUNT)
                        MOVE VMV-RESULT TO PV-RESULT (WS-PRV-COUNT)
                        MOVE "N" TO PV-MATCHED (WS-PRV-COUNT)
                        MOVE VMV-RUN-DATE TO WS-PRV-DATE
                    ELSE
                        ADD 1 TO WS-PRV-OVERFLOW
                    END-IF
                END-IF
                READ MTXPRV
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE MTXPRV.

        EVALUATE-ZONE-PAIRS.
            MOVE ZERO TO WS-ZONE-CHANGED WS-ZONE-NEW WS-ZONE-GONE
                WS-ZONE-PAIRS WS-CHANGE-COUNT
            MOVE SPACES TO WS-MATRIX
            PERFORM VARYING WS-STA-SUB FROM 1 BY 1
                UNTIL WS-STA-SUB > WS-STA-COUNT
                MOVE "-" TO MX-CELL (WS-STA-SUB WS-STA-SUB)
                PERFORM VARYING WS-STA-SUB2 FROM WS-STA-SUB BY 1
                    UNTIL WS-STA-SUB2 > WS-STA-COUNT
                    IF WS-STA-SUB2 > WS-STA-SUB
                        PERFORM EVALUATE-ONE-PAIR
                    END-IF
                END-PERFORM
            END-PERFORM
            PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
                UNTIL WS-PRV-SUB > WS-PRV-COUNT
                IF PV-MATCHED (WS-PRV-SUB) NOT EQUAL "Y"
                    ADD 1 TO WS-ZONE-GONE
                END-IF
            END-PERFORM.

        EVALUATE-ONE-PAIR.
            MOVE "C" TO WS-PAIR-RESULT
            MOVE ZERO TO WS-PAIR-SEG
            MOVE SPACES TO WS-PAIR-TYPE WS-PAIR-SEVERITY
            MOVE "N" TO WS-NEAR-SW
            PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                UNTIL WS-SEG-SUB > WS-SEG-COUNT
                    OR WS-PAIR-RESULT NOT EQUAL "C"
                PERFORM TEST-PAIR-SEGMENT
            END-PERFORM
            IF WS-PAIR-RESULT EQUAL "C" AND NEAR-MISS-SEEN
                MOVE "N" TO WS-PAIR-RESULT
                MOVE "NEARMISS" TO WS-PAIR-SEVERITY
            END-IF
            MOVE WS-PAIR-RESULT TO MX-CELL (WS-STA-SUB WS-STA-SUB2)
            MOVE WS-PAIR-RESULT TO MX-CELL (WS-STA-SUB2 WS-STA-SUB)
            ADD 1 TO WS-ZONE-PAIRS
            ADD 1 TO WS-TOT-PAIRS
            EVALUATE WS-PAIR-RESULT
                WHEN "C"
                    ADD 1 TO WS-TOT-CLEAR
                    ADD 1 TO MS-CLEAR (WS-STA-SUB)
                    ADD 1 TO MS-CLEAR (WS-STA-SUB2)
                WHEN "N"
                    ADD 1 TO WS-TOT-NEAR
                    ADD 1 TO MS-NEAR (WS-STA-SUB)
                    ADD 1 TO MS-NEAR (WS-STA-SUB2)
                WHEN "B"
                    ADD 1 TO WS-TOT-BLOCKED
                    ADD 1 TO MS-BLOCKED (WS-STA-SUB)
                    ADD 1 TO MS-BLOCKED (WS-STA-SUB2)
                WHEN OTHER
                    ADD 1 TO WS-TOT-ERROR
                    ADD 1 TO MS-ERROR (WS-STA-SUB)
                    ADD 1 TO MS-ERROR (WS-STA-SUB2)
            END-EVALUATE
            PERFORM WRITE-PAIR-RECORD
            PERFORM COMPARE-WITH-PRIOR.

        TEST-PAIR-SEGMENT.
            IF SEG-SHAPE (WS-SEG-SUB) = "P" AND WS-SEG-SUB > 1
                IF SEG-SHAPE (WS-SEG-SUB - 1) = "P"
                        AND SEG-MSEG (WS-SEG-SUB - 1) + 1
                            = SEG-MSEG (WS-SEG-SUB)
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE MS-X (WS-STA-SUB) TO GEOM-XS
            MOVE MS-Y (WS-STA-SUB) TO GEOM-YS
            MOVE MS-X (WS-STA-SUB2) TO GEOM-XM
            MOVE MS-Y (WS-STA-SUB2) TO GEOM-YM
            MOVE MS-ELEV (WS-STA-SUB) TO GEOM-ZS
            MOVE MS-ELEV (WS-STA-SUB2) TO GEOM-ZT
            IF MS-ELEV (WS-STA-SUB) NOT = ZERO
                    OR MS-ELEV (WS-STA-SUB2) NOT = ZERO
                SET GEOM-ELEV-GIVEN TO TRUE
            ELSE
                MOVE "N" TO GEOM-ELEV-SW
            END-IF
            MOVE SEG-Z-FROM (WS-SEG-SUB) TO GEOM-Z-FROM
            MOVE SEG-Z-TO (WS-SEG-SUB) TO GEOM-Z-TO
            MOVE SEG-X1 (WS-SEG-SUB) TO GEOM-X1
            MOVE SEG-Y1 (WS-SEG-SUB) TO GEOM-Y1
            MOVE SEG-X2 (WS-SEG-SUB) TO GEOM-X2
            MOVE SEG-Y2 (WS-SEG-SUB) TO GEOM-Y2
            IF SEG-SHAPE (WS-SEG-SUB) = "P"
                MOVE "P" TO GEOM-SHAPE
                PERFORM GATHER-POLYGON-VERTICES
            ELSE
                MOVE SEG-SHAPE (WS-SEG-SUB) TO GEOM-SHAPE
            END-IF
            PERFORM SET-HAZARD-POLICY
            CALL "GEOMTEST" USING GEOM-PARM
            IF GEOM-OVERFLOW
                MOVE "E" TO WS-PAIR-RESULT
                EXIT PARAGRAPH
            END-IF
            IF GEOM-HIT
                MOVE "B" TO WS-PAIR-RESULT
                MOVE SEG-MSEG (WS-SEG-SUB) TO WS-PAIR-SEG
                MOVE SEG-OBS-TYPE (WS-SEG-SUB) TO WS-PAIR-TYPE
                MOVE GEOM-SEVERITY TO WS-PAIR-SEVERITY
            ELSE
                IF GEOM-NEAR-MISS
                    SET NEAR-MISS-SEEN TO TRUE
                END-IF
            END-IF.

        GATHER-POLYGON-VERTICES.
            MOVE ZERO TO GEOM-VTX-COUNT
            MOVE WS-SEG-SUB TO WS-POLY-SUB
            MOVE SEG-MSEG (WS-SEG-SUB) TO WS-POLY-MSEG
            PERFORM UNTIL WS-POLY-SUB > WS-SEG-COUNT
                    OR SEG-SHAPE (WS-POLY-SUB) NOT = "P"
                    OR SEG-MSEG (WS-POLY-SUB) NOT = WS-POLY-MSEG
                    OR GEOM-VTX-COUNT >= 24
                ADD 1 TO GEOM-VTX-COUNT
                MOVE SEG-X1 (WS-POLY-SUB)
                    TO GEOM-VX (GEOM-VTX-COUNT)
                MOVE SEG-Y1 (WS-POLY-SUB)
                    TO GEOM-VY (GEOM-VTX-COUNT)
                ADD 1 TO WS-POLY-SUB
                ADD 1 TO WS-POLY-MSEG
            END-PERFORM.

        WRITE-PAIR-RECORD.
            MOVE SPACES TO VMP-REC
            MOVE SITP-SITE-ID TO VMP-SITE-ID
            MOVE WS-MTX-ZONE TO VMP-ZONE-ID
            MOVE MS-ID (WS-STA-SUB) TO VMP-STA-A
            MOVE MS-ID (WS-STA-SUB2) TO VMP-STA-B
            MOVE WS-TODAY-NUM TO VMP-RUN-DATE
            MOVE WS-ASOF-DATE TO VMP-ASOF-DATE
            MOVE WS-CHECK-TIME TO VMP-CHECK-TIME
            MOVE WS-PAIR-RESULT TO VMP-RESULT
            MOVE WS-PAIR-SEG TO VMP-HIT-SEG
            MOVE WS-PAIR-TYPE TO VMP-OBS-TYPE
            MOVE WS-PAIR-SEVERITY TO VMP-SEVERITY
            WRITE VMP-REC.

        COMPARE-WITH-PRIOR.
            IF WS-PRV-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-PRV-FOUND
            PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
                UNTIL WS-PRV-SUB > WS-PRV-COUNT
                    OR WS-PRV-FOUND NOT = ZERO
                IF PV-STA-A (WS-PRV-SUB) = MS-ID (WS-STA-SUB)
                        AND PV-STA-B (WS-PRV-SUB) = MS-ID (WS-STA-SUB2)
                    MOVE WS-PRV-SUB TO WS-PRV-FOUND
                END-IF
            END-PERFORM
            IF WS-PRV-FOUND = ZERO
                ADD 1 TO WS-ZONE-NEW
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO PV-MATCHED (WS-PRV-FOUND)
            IF PV-RESULT (WS-PRV-FOUND) EQUAL WS-PAIR-RESULT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ZONE-CHANGED
            ADD 1 TO WS-TOT-CHANGED
            IF WS-PAIR-RESULT EQUAL "B"
                    AND (PV-RESULT (WS-PRV-FOUND) EQUAL "C"
                        OR PV-RESULT (WS-PRV-FOUND) EQUAL "N")
                ADD 1 TO WS-TOT-LOST
                ADD 1 TO MS-LOST (WS-STA-SUB)
                ADD 1 TO MS-LOST (WS-STA-SUB2)
            END-IF
            IF WS-CHANGE-COUNT < 780
                ADD 1 TO WS-CHANGE-COUNT
                MOVE MS-ID (WS-STA-SUB) TO CH-STA-A (WS-CHANGE-COUNT)
                MOVE MS-ID (WS-STA-SUB2) TO CH-STA-B (WS-CHANGE-COUNT)
                MOVE PV-RESULT (WS-PRV-FOUND)
                    TO CH-WAS (WS-CHANGE-COUNT)
                MOVE WS-PAIR-RESULT TO CH-NOW (WS-CHANGE-COUNT)
                MOVE WS-PAIR-SEG TO CH-SEG (WS-CHANGE-COUNT)
                MOVE WS-PAIR-TYPE TO CH-TYPE (WS-CHANGE-COUNT)
            END-IF.

        PRINT-ZONE-MATRIX.
            ADD 1 TO WS-PAGE-NUM
            MOVE WS-PAGE-NUM TO WS-PAGE-ED
            MOVE WS-MTX-ZONE TO WS-ZONE-ID-ED
            MOVE SPACES TO RPT-REC
            STRING "STATION VISIBILITY MATRIX - SITE " SITP-SITE-ID
                " ZONE " WS-ZONE-ID-ED
                "   OBSTRUCTIONS IN EFFECT " WS-ASOF-DATE
                "   PAGE " WS-PAGE-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            IF TIME-GIVEN
                STRING "TIME-WINDOWED SEGMENTS AS AT " WS-CHECK-TIME
                    "   ACTIVE SEGMENTS=" WS-SEG-COUNT
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "TIME-WINDOWED SEGMENTS ALL IN FORCE"
                    "   ACTIVE SEGMENTS=" WS-SEG-COUNT
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            IF WS-STA-COUNT < 2
                MOVE WS-STA-COUNT TO WS-C-ED
                MOVE SPACES TO RPT-REC
                STRING "   IN-SERVICE STATIONS IN ZONE=" WS-C-ED
                    " - NO PAIRS TO EVALUATE"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                PERFORM PRINT-STATION-OVERFLOW
                EXIT PARAGRAPH
            END-IF
            PERFORM PRINT-MATRIX-GRID
            PERFORM PRINT-STATION-SUMMARY
            PERFORM PRINT-STATION-OVERFLOW
            PERFORM PRINT-PRIOR-CHANGES.

        PRINT-MATRIX-GRID.
            MOVE SPACES TO RPT-REC
            STRING "   C = CLEAR   N = CLEAR, NEAR MISS   X = BLOCKED"
                "   ? = NOT COMPUTABLE   COLUMNS ARE THE ROW NUMBERS"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            MOVE "NO  STA" TO RPT-REC (1:7)
            MOVE 9 TO WS-LINE-PTR
            PERFORM VARYING WS-STA-SUB FROM 1 BY 1
                UNTIL WS-STA-SUB > WS-STA-COUNT
                MOVE WS-STA-SUB TO WS-SEQ-ED
                MOVE WS-SEQ-ED TO RPT-REC (WS-LINE-PTR + 1:2)
                ADD 3 TO WS-LINE-PTR
            END-PERFORM
            WRITE RPT-REC
            PERFORM VARYING WS-STA-SUB FROM 1 BY 1
                UNTIL WS-STA-SUB > WS-STA-COUNT
                PERFORM PRINT-MATRIX-ROW
            END-PERFORM
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC.

        PRINT-MATRIX-ROW.
            MOVE SPACES TO RPT-REC
            MOVE WS-STA-SUB TO WS-SEQ-ED
            MOVE WS-SEQ-ED TO RPT-REC (1:2)
            MOVE MS-ID (WS-STA-SUB) TO RPT-REC (4:4)
            MOVE 9 TO WS-LINE-PTR
            PERFORM VARYING WS-STA-SUB2 FROM 1 BY 1
                UNTIL WS-STA-SUB2 > WS-STA-COUNT
                EVALUATE MX-CELL (WS-STA-SUB WS-STA-SUB2)
                    WHEN "C"
                        MOVE " C" TO WS-CELL-TEXT
                    WHEN "N"
                        MOVE " N" TO WS-CELL-TEXT
                    WHEN "B"
                        MOVE " X" TO WS-CELL-TEXT
                    WHEN "-"
                        MOVE " -" TO WS-CELL-TEXT
                    WHEN OTHER
                        MOVE " ?" TO WS-CELL-TEXT
                END-EVALUATE
                MOVE WS-CELL-TEXT TO RPT-REC (WS-LINE-PTR:3)
                ADD 3 TO WS-LINE-PTR
            END-PERFORM
            WRITE RPT-REC.

        PRINT-STATION-SUMMARY.
            MOVE ZERO TO WS-ZONE-ISOLATED
            MOVE SPACES TO RPT-REC
            STRING "NO  STA   DESCRIPTION               XM      YM"
                "    ELEV CLEAR NEAR BLKD  ERR LOST"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-STA-SUB FROM 1 BY 1
                UNTIL WS-STA-SUB > WS-STA-COUNT
                PERFORM PRINT-ONE-STATION-LINE
            END-PERFORM
            ADD WS-ZONE-ISOLATED TO WS-TOT-ISOLATED.

        PRINT-ONE-STATION-LINE.
            MOVE WS-STA-SUB TO WS-SEQ-ED
            MOVE MS-X (WS-STA-SUB) TO WS-X1-ED
            MOVE MS-Y (WS-STA-SUB) TO WS-Y1-ED
            MOVE MS-ELEV (WS-STA-SUB) TO WS-Z1-ED
            MOVE MS-CLEAR (WS-STA-SUB) TO WS-C-ED
            MOVE MS-NEAR (WS-STA-SUB) TO WS-N-ED
            MOVE MS-BLOCKED (WS-STA-SUB) TO WS-B-ED
            MOVE MS-ERROR (WS-STA-SUB) TO WS-E-ED
            MOVE MS-LOST (WS-STA-SUB) TO WS-L-ED
            MOVE SPACES TO WS-STA-NOTE
            IF MS-CLEAR (WS-STA-SUB) = ZERO
                    AND MS-NEAR (WS-STA-SUB) = ZERO
                ADD 1 TO WS-ZONE-ISOLATED
                MOVE "** SEES NO NEIGHBOUR" TO WS-STA-NOTE
            END-IF
            MOVE SPACES TO RPT-REC
            STRING WS-SEQ-ED "  " MS-ID (WS-STA-SUB)
                "  " MS-DESC (WS-STA-SUB)
                WS-X1-ED " " WS-Y1-ED " " WS-Z1-ED
                "   " WS-C-ED "  " WS-N-ED "  " WS-B-ED
                "  " WS-E-ED "  " WS-L-ED
                "  " WS-STA-NOTE
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        PRINT-STATION-OVERFLOW.
            IF WS-STA-OVERFLOW = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-STA-OVERFLOW TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "** MORE THAN 40 IN-SERVICE STATIONS IN ZONE -"
                WS-COUNT-ED " NOT IN THE MATRIX"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        PRINT-PRIOR-CHANGES.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            IF WS-PRV-COUNT = ZERO
                STRING "NO PRIOR MATRIX FOR THIS ZONE ON MTXPRV"
                    " - NOTHING TO COMPARE"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ZONE-CHANGED TO WS-COUNT-ED
            STRING "CHANGES SINCE PRIOR MATRIX OF " WS-PRV-DATE
                " - PAIRS CHANGED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
                UNTIL WS-PRV-SUB > WS-CHANGE-COUNT
                PERFORM PRINT-ONE-CHANGE
            END-PERFORM
            IF WS-ZONE-NEW > ZERO OR WS-ZONE-GONE > ZERO
                MOVE WS-ZONE-NEW TO WS-COUNT-ED
                MOVE WS-ZONE-GONE TO WS-X1-ED
                MOVE SPACES TO RPT-REC
                STRING "   PAIRS NOT IN PRIOR MATRIX=" WS-COUNT-ED
                    "   PRIOR PAIRS NO LONGER EVALUATED=" WS-X1-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        PRINT-ONE-CHANGE.
            MOVE CH-WAS (WS-PRV-SUB) TO WS-RESULT-CODE
            PERFORM SET-RESULT-WORD
            MOVE WS-RESULT-WORD TO WS-WAS-WORD
            MOVE CH-NOW (WS-PRV-SUB) TO WS-RESULT-CODE
            PERFORM SET-RESULT-WORD
            MOVE CH-STA-A (WS-PRV-SUB) TO WS-STA-ID-ED
            MOVE CH-STA-B (WS-PRV-SUB) TO WS-STA-ID-ED2
            MOVE SPACES TO RPT-REC
            IF CH-NOW (WS-PRV-SUB) EQUAL "B"
                MOVE CH-SEG (WS-PRV-SUB) TO WS-SEG-ED
                STRING "   STA " WS-STA-ID-ED " - STA " WS-STA-ID-ED2
                    "   WAS " WS-WAS-WORD " NOW " WS-RESULT-WORD
                    " SEG " WS-SEG-ED " " CH-TYPE (WS-PRV-SUB)
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "   STA " WS-STA-ID-ED " - STA " WS-STA-ID-ED2
                    "   WAS " WS-WAS-WORD " NOW " WS-RESULT-WORD
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC.

        SET-RESULT-WORD.
            EVALUATE WS-RESULT-CODE
                WHEN "C"
                    MOVE "CLEAR" TO WS-RESULT-WORD
                WHEN "N"
                    MOVE "NEARMISS" TO WS-RESULT-WORD
                WHEN "B"
                    MOVE "BLOCKED" TO WS-RESULT-WORD
                WHEN OTHER
                    MOVE "ERROR" TO WS-RESULT-WORD
            END-EVALUATE.

        WRITE-MATRIX-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-CARDS-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CARDS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-CARDS-REJECTED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CARDS REJECTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ZONES-DONE TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ZONES EVALUATED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ZONES-MISSING TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ZONES NOT ON OBSTRMASTER=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-STATIONS TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATIONS IN MATRICES=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-OVERFLOW TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATIONS LEFT OUT (OVER 40 PER ZONE)=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-PAIRS TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "PAIRS EVALUATED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-CLEAR TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  CLEAR=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-NEAR TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  NEAR MISS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-BLOCKED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  BLOCKED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-ERROR TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  NOT COMPUTABLE=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-ISOLATED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATIONS THAT SEE NO NEIGHBOUR=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-CHANGED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "PAIRS CHANGED SINCE PRIOR MATRIX=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-LOST TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  CLEAR BEFORE, BLOCKED NOW=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM VISMATRX.
