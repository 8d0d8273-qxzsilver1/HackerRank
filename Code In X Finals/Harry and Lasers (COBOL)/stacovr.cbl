        IDENTIFICATION DIVISION.
        PROGRAM-ID. STACOVR.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COVRPARM ASSIGN TO "COVRPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-STATION-STATUS.
            SELECT SHIFTCAL ASSIGN TO "SHIFTCAL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
            SELECT CHECKLST ASSIGN TO "CHECKLST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LIST-STATUS.
            SELECT STATHIST ASSIGN TO "STATHIST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
            SELECT CASELINK ASSIGN TO "CASELINK"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LINK-STATUS.
            SELECT COVRRPT ASSIGN TO "COVRRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD COVRPARM.
         01 PARM-LINE PIC X(80).

         FD STATMAST.
         COPY STATMAST.

         FD SHIFTCAL.
         01 CAL-LINE PIC X(80).

         FD CHECKLST.
         01 LIST-LINE PIC X(80).

         FD STATHIST.
         01 STAT-REC.
             05 STAT-RUN-DATE PIC 9(8).
             05 STAT-CASE-NUM PIC 9(6).
             05 STAT-ZONE-ID  PIC 9(4).
             05 STAT-VERDICT  PIC X(3).
             05 STAT-SEGMENT  PIC 9(3).
             05 STAT-DEPT     PIC X(4).
             05 STAT-SOURCE   PIC X.
             05 STAT-RUN-ID   PIC X(11).
             05 STAT-STATION  PIC 9(4).
             05 STAT-SITE-ID  PIC 9(2).
             05 STAT-OWNER-DEPT PIC X(4).
             05 STAT-OBS-TYPE PIC X(4).
             05 STAT-NEAR-SEG PIC 9(3).

         FD CASELINK.
         COPY CASELINK.

         FD COVRRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-PARM-STATUS PIC XX.
         01 WS-STATION-STATUS PIC XX.
         01 WS-CAL-STATUS PIC XX.
         01 WS-LIST-STATUS PIC XX.
         01 WS-HIST-STATUS PIC XX.
         01 WS-LINK-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-PARSE-PTR PIC 9(4).
         01 WS-P-KEYWORD PIC X(8).
         01 WS-P-MONTH   PIC 9(6).
         01 WS-PARM-SW   PIC X VALUE "N".
             88 PARM-BAD VALUE "Y".

         01 WS-MONTH     PIC 9(6).
         01 WS-MONTH-R REDEFINES WS-MONTH.
             05 WS-MONTH-YYYY PIC 9(4).
             05 WS-MONTH-MM   PIC 99.
         01 WS-FIRST-DATE PIC 9(8).
         01 WS-NEXT-DATE  PIC 9(8).
         01 WS-NEXT-R REDEFINES WS-NEXT-DATE.
             05 WS-NEXT-YYYY PIC 9(4).
             05 WS-NEXT-MM   PIC 99.
             05 WS-NEXT-DD   PIC 99.
         01 WS-FIRST-INT  PIC S9(8).
         01 WS-NEXT-INT   PIC S9(8).
         01 WS-DATE-INT   PIC S9(8).
         01 WS-DAY-COUNT  PIC 99.
         01 WS-PROD-DAYS  PIC 99 VALUE ZERO.
         01 WS-DAY-SUB    PIC 99.
         01 WS-DAY-TABLE.
             05 WS-DAY-ENTRY OCCURS 31 TIMES.
                 10 DAY-DATE   PIC 9(8).
                 10 DAY-SHIFTS PIC 9.

         01 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
         01 WS-CAL-TABLE.
             05 WS-CAL-ENTRY OCCURS 400 TIMES.
                10 CAL-DATE   PIC 9(8).
                10 CAL-SHIFTS PIC 9.
         01 WS-C-DATE   PIC 9(8).
         01 WS-C-SHIFTS PIC 9.
         01 WS-CAL-SUB  PIC 9(3).

         01 WS-L-ZONE PIC 9(4).
         01 WS-L-DEPT PIC X(4).
         01 WS-ZONE-DEPT-TABLE.
             05 WS-ZONE-DEPT PIC X(4) OCCURS 9999 TIMES.

         01 WS-STA-COUNT PIC 9(4) VALUE ZERO.
         01 WS-STA-DROPPED PIC 9(4) VALUE ZERO.
         01 WS-STA-TABLE.
             05 WS-STA-ENTRY OCCURS 2000 TIMES.
                 10 SC-ID       PIC 9(4).
                 10 SC-ZONE     PIC 9(4).
                 10 SC-STATUS   PIC X.
                 10 SC-EFF      PIC 9(8).
                 10 SC-SUSP     PIC 9(8).
                 10 SC-RESUME   PIC 9(8).
                 10 SC-DEPT     PIC X(4).
                 10 SC-MARK     PIC X OCCURS 31 TIMES.
         01 WS-STA-SUB  PIC 9(4).
         01 WS-SLOT-TABLE.
             05 WS-STA-SLOT PIC 9(4) OCCURS 9999 TIMES.
         01 WS-NEW-MARK PIC X.
         01 WS-H-SITE    PIC 9(2).
         01 WS-H-STATION PIC 9(4).
         01 WS-H-DATE    PIC 9(8).
         01 WS-H-VERDICT PIC X(3).
         01 WS-H-DEPT    PIC X(4).
         01 WS-IN-SERVICE-SW PIC X.
             88 IN-SERVICE VALUE "Y".

         01 WS-ZONE-STATS.
             05 WS-ZONE-STAT OCCURS 9999 TIMES.
                 10 ZS-EXPECTED PIC 9(6).
                 10 ZS-CHECKED  PIC 9(6).
                 10 ZS-NOT-GEN  PIC 9(6).
                 10 ZS-REJECTED PIC 9(6).
                 10 ZS-ZONE-EXC PIC 9(6).
                 10 ZS-SUSPECT  PIC 9(6).
         01 WS-ZONE-SUB PIC 9(4).

         01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
         01 WS-DEPT-STATS.
             05 WS-DEPT-STAT OCCURS 200 TIMES.
                 10 DS-DEPT     PIC X(4).
                 10 DS-EXPECTED PIC 9(6).
                 10 DS-CHECKED  PIC 9(6).
                 10 DS-NOT-GEN  PIC 9(6).
                 10 DS-REJECTED PIC 9(6).
                 10 DS-ZONE-EXC PIC 9(6).
                 10 DS-SUSPECT  PIC 9(6).
         01 WS-DEPT-SUB PIC 9(3).
         01 WS-DEPT-FOUND PIC 9(3).

         01 WS-TOT-EXPECTED PIC 9(7) VALUE ZERO.
         01 WS-TOT-CHECKED  PIC 9(7) VALUE ZERO.
         01 WS-TOT-NOT-GEN  PIC 9(7) VALUE ZERO.
         01 WS-TOT-REJECTED PIC 9(7) VALUE ZERO.
         01 WS-TOT-ZONE-EXC PIC 9(7) VALUE ZERO.
         01 WS-TOT-SUSPECT  PIC 9(7) VALUE ZERO.
         01 WS-GAP-COUNT    PIC 9(7) VALUE ZERO.
         01 WS-HIST-READ    PIC 9(7) VALUE ZERO.
         01 WS-LINK-READ    PIC 9(7) VALUE ZERO.
         01 WS-REASON       PIC X(14).

         01 WS-PCT         PIC 9(3)V9.
         01 WS-PCT-ED      PIC ZZ9.9.
         01 WS-STA-ID-ED   PIC Z(4).
         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-COUNT-ED    PIC Z(6)9.
         01 WS-EXP-ED      PIC Z(5)9.
         01 WS-CHK-ED      PIC Z(5)9.
         01 WS-NG-ED       PIC Z(5)9.
         01 WS-RJ-ED       PIC Z(5)9.
         01 WS-EX-ED       PIC Z(5)9.
         01 WS-SU-ED       PIC Z(5)9.
         01 WS-DAYS-ED     PIC Z9.

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT COVRRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            PERFORM READ-COVERAGE-PARM
            CALL "SITESEL" USING SITE-PARM
            MOVE SPACES TO RPT-REC
            STRING "STATION CHECK-COVERAGE COMPLIANCE - MONTH "
                WS-MONTH
                "   RUN DATE: " WS-RUN-TS (1:8)
                "  TIME: " WS-RUN-TS (9:6)
                "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: "
                    SITP-CARD
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE COVRRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF PARM-BAD
                MOVE SPACES TO RPT-REC
                STRING "** COVRPARM CARD NOT MONTH YYYYMM: "
                    PARM-LINE (1:40)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE COVRRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT STATMAST
            IF WS-STATION-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** STATMAST STATUS " WS-STATION-STATUS
                    " - STATION MASTER NOT AVAILABLE - NO REPORT"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE COVRRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT STATHIST
            IF WS-HIST-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** STATHIST STATUS " WS-HIST-STATUS
                    " - VERDICT HISTORY NOT AVAILABLE - NO REPORT"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE STATMAST
                CLOSE COVRRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            INITIALIZE WS-ZONE-STATS
            PERFORM BUILD-MONTH-DAYS
            PERFORM LOAD-ZONE-DEPARTMENTS
            PERFORM LOAD-STATIONS
            CLOSE STATMAST
            PERFORM MARK-VERDICT-HISTORY
            CLOSE STATHIST
            PERFORM MARK-REJECTED-CASES
            MOVE WS-PROD-DAYS TO WS-DAYS-ED
            MOVE WS-DAY-COUNT TO WS-STA-ID-ED
            MOVE SPACES TO RPT-REC
            STRING "PRODUCTION DAYS=" WS-DAYS-ED
                " OF" WS-STA-ID-ED " CALENDAR DAYS (SHIFTCAL)"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "STATION/DAY GAPS - ACTIVE STATION, PRODUCTION DAY,"
                " NO SIGHTLINE VERDICT"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "  STA   ZONE  DEPT  DATE      REASON"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-STA-SUB FROM 1 BY 1
                UNTIL WS-STA-SUB > WS-STA-COUNT
                PERFORM SCORE-ONE-STATION
            END-PERFORM
            IF WS-GAP-COUNT = ZERO
                MOVE SPACES TO RPT-REC
                STRING "  (NONE)" DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            PERFORM WRITE-ZONE-SUMMARY
            PERFORM WRITE-DEPT-SUMMARY
            PERFORM WRITE-COVERAGE-TRAILER
            IF WS-GAP-COUNT > ZERO OR WS-STA-DROPPED > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE COVRRPT
            STOP RUN.

        READ-COVERAGE-PARM.
            MOVE WS-TODAY-NUM (1:6) TO WS-MONTH
            IF WS-MONTH-MM = 1
                SUBTRACT 1 FROM WS-MONTH-YYYY
                MOVE 12 TO WS-MONTH-MM
            ELSE
                SUBTRACT 1 FROM WS-MONTH-MM
            END-IF
            OPEN INPUT COVRPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ COVRPARM
                AT END CONTINUE
            END-READ
            PERFORM UNTIL WS-PARM-STATUS NOT EQUAL "00"
                    OR (PARM-LINE NOT EQUAL SPACES
                        AND PARM-LINE (1:1) NOT EQUAL "*")
                READ COVRPARM
                    AT END CONTINUE
                END-READ
            END-PERFORM
            IF WS-PARM-STATUS EQUAL "00"
                MOVE 1 TO WS-PARSE-PTR
                MOVE SPACES TO WS-P-KEYWORD
                MOVE ZERO TO WS-P-MONTH
                UNSTRING PARM-LINE DELIMITED BY ALL SPACE
                    INTO WS-P-KEYWORD WS-P-MONTH
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-P-KEYWORD NOT EQUAL "MONTH"
                        OR WS-P-MONTH NOT NUMERIC
                        OR WS-P-MONTH (5:2) < "01"
                        OR WS-P-MONTH (5:2) > "12"
                    SET PARM-BAD TO TRUE
                ELSE
                    MOVE WS-P-MONTH TO WS-MONTH
                END-IF
            END-IF
            CLOSE COVRPARM.

        BUILD-MONTH-DAYS.
            PERFORM LOAD-SHIFT-CALENDAR
            COMPUTE WS-FIRST-DATE = WS-MONTH * 100 + 1
            MOVE WS-FIRST-DATE TO WS-NEXT-DATE
            IF WS-NEXT-MM = 12
                ADD 1 TO WS-NEXT-YYYY
                MOVE 1 TO WS-NEXT-MM
            ELSE
                ADD 1 TO WS-NEXT-MM
            END-IF
            COMPUTE WS-FIRST-INT =
                FUNCTION INTEGER-OF-DATE (WS-FIRST-DATE)
            COMPUTE WS-NEXT-INT =
                FUNCTION INTEGER-OF-DATE (WS-NEXT-DATE)
            COMPUTE WS-DAY-COUNT = WS-NEXT-INT - WS-FIRST-INT
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                UNTIL WS-DAY-SUB > WS-DAY-COUNT
                COMPUTE WS-DATE-INT = WS-FIRST-INT + WS-DAY-SUB - 1
                COMPUTE DAY-DATE (WS-DAY-SUB) =
                    FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
                MOVE 3 TO DAY-SHIFTS (WS-DAY-SUB)
                PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                    UNTIL WS-CAL-SUB > WS-CAL-COUNT
                    IF CAL-DATE (WS-CAL-SUB) EQUAL DAY-DATE (WS-DAY-SUB)
                        MOVE CAL-SHIFTS (WS-CAL-SUB)
                            TO DAY-SHIFTS (WS-DAY-SUB)
                    END-IF
                END-PERFORM
                IF DAY-SHIFTS (WS-DAY-SUB) > ZERO
                    ADD 1 TO WS-PROD-DAYS
                END-IF
            END-PERFORM.

        LOAD-SHIFT-CALENDAR.
            OPEN INPUT SHIFTCAL
            IF WS-CAL-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ SHIFTCAL
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF OR WS-CAL-COUNT >= 400
                MOVE 1 TO WS-PARSE-PTR
                MOVE ZERO TO WS-C-DATE WS-C-SHIFTS
                UNSTRING CAL-LINE DELIMITED BY ALL SPACE
                    INTO WS-C-DATE WS-C-SHIFTS
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-C-DATE NUMERIC AND WS-C-DATE NOT = ZERO
                        AND WS-C-SHIFTS NUMERIC
                    ADD 1 TO WS-CAL-COUNT
                    MOVE WS-C-DATE TO CAL-DATE (WS-CAL-COUNT)
                    MOVE WS-C-SHIFTS TO CAL-SHIFTS (WS-CAL-COUNT)
                END-IF
                READ SHIFTCAL
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE SHIFTCAL.

        LOAD-ZONE-DEPARTMENTS.
            MOVE SPACES TO WS-ZONE-DEPT-TABLE
            OPEN INPUT CHECKLST
            IF WS-LIST-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ CHECKLST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE 1 TO WS-PARSE-PTR
                MOVE ZERO TO WS-L-ZONE
                MOVE SPACES TO WS-L-DEPT
                UNSTRING LIST-LINE DELIMITED BY ALL SPACE
                    INTO WS-L-ZONE WS-L-DEPT
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-L-ZONE NUMERIC AND WS-L-ZONE NOT = ZERO
                    IF WS-ZONE-DEPT (WS-L-ZONE) = SPACES
                        MOVE WS-L-DEPT TO WS-ZONE-DEPT (WS-L-ZONE)
                    END-IF
                END-IF
                READ CHECKLST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE CHECKLST.

        LOAD-STATIONS.
            MOVE ZERO TO WS-SLOT-TABLE
            MOVE "N" TO WS-EOF-SW
            READ STATMAST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF STA-ID NOT = ZERO AND STA-ZONE-ID NOT = ZERO
                        AND STA-SITE-ID = SITP-SITE-ID
                    IF WS-STA-COUNT < 2000
                        ADD 1 TO WS-STA-COUNT
                        PERFORM STORE-ONE-STATION
                    ELSE
                        ADD 1 TO WS-STA-DROPPED
                    END-IF
                END-IF
                READ STATMAST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        STORE-ONE-STATION.
            MOVE STA-ID TO SC-ID (WS-STA-COUNT)
            MOVE STA-ZONE-ID TO SC-ZONE (WS-STA-COUNT)
            MOVE STA-STATUS TO SC-STATUS (WS-STA-COUNT)
            MOVE ZERO TO SC-EFF (WS-STA-COUNT)
            MOVE ZERO TO SC-SUSP (WS-STA-COUNT)
            MOVE ZERO TO SC-RESUME (WS-STA-COUNT)
            IF STA-EFF-DATE NUMERIC
                MOVE STA-EFF-DATE TO SC-EFF (WS-STA-COUNT)
            END-IF
            IF STA-SUSP-DATE NUMERIC
                MOVE STA-SUSP-DATE TO SC-SUSP (WS-STA-COUNT)
            END-IF
            IF STA-RESUME-DATE NUMERIC
                MOVE STA-RESUME-DATE TO SC-RESUME (WS-STA-COUNT)
            END-IF
            MOVE WS-ZONE-DEPT (STA-ZONE-ID) TO SC-DEPT (WS-STA-COUNT)
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                UNTIL WS-DAY-SUB > 31
                MOVE SPACE TO SC-MARK (WS-STA-COUNT, WS-DAY-SUB)
            END-PERFORM
            MOVE WS-STA-COUNT TO WS-STA-SLOT (STA-ID).

        MARK-VERDICT-HISTORY.
            MOVE "N" TO WS-EOF-SW
            READ STATHIST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF STAT-SITE-ID NUMERIC AND STAT-SITE-ID NOT = ZERO
                    MOVE STAT-SITE-ID TO WS-H-SITE
                ELSE
                    MOVE 1 TO WS-H-SITE
                END-IF
                IF STAT-RUN-DATE NUMERIC
                        AND WS-H-SITE = SITP-SITE-ID
                        AND STAT-RUN-DATE >= WS-FIRST-DATE
                        AND STAT-RUN-DATE < WS-NEXT-DATE
                        AND STAT-STATION NUMERIC
                        AND STAT-STATION NOT = ZERO
                    ADD 1 TO WS-HIST-READ
                    MOVE STAT-STATION TO WS-H-STATION
                    MOVE STAT-RUN-DATE TO WS-H-DATE
                    MOVE STAT-VERDICT TO WS-H-VERDICT
                    MOVE STAT-DEPT TO WS-H-DEPT
                    PERFORM MARK-ONE-STATION-DAY
                END-IF
                READ STATHIST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        MARK-REJECTED-CASES.
            OPEN INPUT CASELINK
            IF WS-LINK-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ CASELINK
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF CLK-SITE NUMERIC AND CLK-SITE NOT = ZERO
                    MOVE CLK-SITE TO WS-H-SITE
                ELSE
                    MOVE 1 TO WS-H-SITE
                END-IF
                IF CLK-RUN-DATE NUMERIC
                        AND WS-H-SITE = SITP-SITE-ID
                        AND CLK-RUN-DATE >= WS-FIRST-DATE
                        AND CLK-RUN-DATE < WS-NEXT-DATE
                        AND CLK-STATION NUMERIC
                        AND CLK-STATION NOT = ZERO
                        AND CLK-VERDICT EQUAL "ERR"
                    ADD 1 TO WS-LINK-READ
                    MOVE CLK-STATION TO WS-H-STATION
                    MOVE CLK-RUN-DATE TO WS-H-DATE
                    MOVE CLK-VERDICT TO WS-H-VERDICT
                    MOVE CLK-DEPT TO WS-H-DEPT
                    PERFORM MARK-ONE-STATION-DAY
                END-IF
                READ CASELINK
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE CASELINK.

        MARK-ONE-STATION-DAY.
            MOVE WS-STA-SLOT (WS-H-STATION) TO WS-STA-SUB
            IF WS-STA-SUB = ZERO
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DAY-SUB =
                FUNCTION INTEGER-OF-DATE (WS-H-DATE) - WS-FIRST-INT + 1
            EVALUATE WS-H-VERDICT
                WHEN "YES"
                WHEN "NO "
                WHEN "NAR"
                WHEN "SWP"
                    MOVE "4" TO WS-NEW-MARK
                WHEN "SUS"
                    MOVE "3" TO WS-NEW-MARK
                WHEN "EXC"
                    MOVE "2" TO WS-NEW-MARK
                WHEN "ERR"
                    MOVE "1" TO WS-NEW-MARK
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE
            IF WS-NEW-MARK > SC-MARK (WS-STA-SUB, WS-DAY-SUB)
                MOVE WS-NEW-MARK TO SC-MARK (WS-STA-SUB, WS-DAY-SUB)
            END-IF
            IF SC-DEPT (WS-STA-SUB) = SPACES
                MOVE WS-H-DEPT TO SC-DEPT (WS-STA-SUB)
            END-IF.

        SCORE-ONE-STATION.
            IF SC-DEPT (WS-STA-SUB) = SPACES
                MOVE "NONE" TO SC-DEPT (WS-STA-SUB)
            END-IF
            MOVE SC-ZONE (WS-STA-SUB) TO WS-ZONE-SUB
            PERFORM FIND-DEPT-ENTRY
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                UNTIL WS-DAY-SUB > WS-DAY-COUNT
                IF DAY-SHIFTS (WS-DAY-SUB) > ZERO
                    PERFORM TEST-IN-SERVICE
                    IF IN-SERVICE
                        PERFORM SCORE-ONE-STATION-DAY
                    END-IF
                END-IF
            END-PERFORM.

        TEST-IN-SERVICE.
            MOVE "Y" TO WS-IN-SERVICE-SW
            IF SC-EFF (WS-STA-SUB) NOT = ZERO
                    AND DAY-DATE (WS-DAY-SUB) < SC-EFF (WS-STA-SUB)
                MOVE "N" TO WS-IN-SERVICE-SW
            END-IF
            IF SC-SUSP (WS-STA-SUB) = ZERO
                IF SC-STATUS (WS-STA-SUB) = "S"
                    MOVE "N" TO WS-IN-SERVICE-SW
                END-IF
            ELSE
                IF DAY-DATE (WS-DAY-SUB) >= SC-SUSP (WS-STA-SUB)
                        AND (SC-RESUME (WS-STA-SUB) = ZERO
                            OR DAY-DATE (WS-DAY-SUB)
                                < SC-RESUME (WS-STA-SUB))
                    MOVE "N" TO WS-IN-SERVICE-SW
                END-IF
            END-IF.

        SCORE-ONE-STATION-DAY.
            ADD 1 TO ZS-EXPECTED (WS-ZONE-SUB)
            ADD 1 TO DS-EXPECTED (WS-DEPT-FOUND)
            ADD 1 TO WS-TOT-EXPECTED
            EVALUATE SC-MARK (WS-STA-SUB, WS-DAY-SUB)
                WHEN "4"
                    ADD 1 TO ZS-CHECKED (WS-ZONE-SUB)
                    ADD 1 TO DS-CHECKED (WS-DEPT-FOUND)
                    ADD 1 TO WS-TOT-CHECKED
                    EXIT PARAGRAPH
                WHEN "3"
                    MOVE "SUSPECT" TO WS-REASON
                    ADD 1 TO ZS-SUSPECT (WS-ZONE-SUB)
                    ADD 1 TO DS-SUSPECT (WS-DEPT-FOUND)
                    ADD 1 TO WS-TOT-SUSPECT
                WHEN "2"
                    MOVE "ZONE EXCEPTION" TO WS-REASON
                    ADD 1 TO ZS-ZONE-EXC (WS-ZONE-SUB)
                    ADD 1 TO DS-ZONE-EXC (WS-DEPT-FOUND)
                    ADD 1 TO WS-TOT-ZONE-EXC
                WHEN "1"
                    MOVE "REJECTED" TO WS-REASON
                    ADD 1 TO ZS-REJECTED (WS-ZONE-SUB)
                    ADD 1 TO DS-REJECTED (WS-DEPT-FOUND)
                    ADD 1 TO WS-TOT-REJECTED
                WHEN OTHER
                    MOVE "NOT GENERATED" TO WS-REASON
                    ADD 1 TO ZS-NOT-GEN (WS-ZONE-SUB)
                    ADD 1 TO DS-NOT-GEN (WS-DEPT-FOUND)
                    ADD 1 TO WS-TOT-NOT-GEN
            END-EVALUATE
            ADD 1 TO WS-GAP-COUNT
            MOVE SC-ID (WS-STA-SUB) TO WS-STA-ID-ED
            MOVE SC-ZONE (WS-STA-SUB) TO WS-ZONE-ID-ED
            MOVE SPACES TO RPT-REC
            STRING "  " WS-STA-ID-ED
                "  " WS-ZONE-ID-ED
                "  " SC-DEPT (WS-STA-SUB)
                "  " DAY-DATE (WS-DAY-SUB)
                "  " WS-REASON
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        FIND-DEPT-ENTRY.
            MOVE ZERO TO WS-DEPT-FOUND
            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                    OR WS-DEPT-FOUND > ZERO
                IF DS-DEPT (WS-DEPT-SUB) = SC-DEPT (WS-STA-SUB)
                    MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
                END-IF
            END-PERFORM
            IF WS-DEPT-FOUND = ZERO
                IF WS-DEPT-COUNT < 200
                    ADD 1 TO WS-DEPT-COUNT
                    MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
                ELSE
                    MOVE 200 TO WS-DEPT-FOUND
                    MOVE "MORE" TO SC-DEPT (WS-STA-SUB)
                END-IF
                MOVE SC-DEPT (WS-STA-SUB) TO DS-DEPT (WS-DEPT-FOUND)
                MOVE ZERO TO DS-EXPECTED (WS-DEPT-FOUND)
                MOVE ZERO TO DS-CHECKED (WS-DEPT-FOUND)
                MOVE ZERO TO DS-NOT-GEN (WS-DEPT-FOUND)
                MOVE ZERO TO DS-REJECTED (WS-DEPT-FOUND)
                MOVE ZERO TO DS-ZONE-EXC (WS-DEPT-FOUND)
                MOVE ZERO TO DS-SUSPECT (WS-DEPT-FOUND)
            END-IF.

        WRITE-ZONE-SUMMARY.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "COMPLIANCE BY ZONE"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "  ZONE  DEPT  STA-DAYS   CHECKED   NOT-GEN"
                "  REJECTED  ZONE-EXC   SUSPECT  COMPLIANCE"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                UNTIL WS-ZONE-SUB > 9999
                IF ZS-EXPECTED (WS-ZONE-SUB) > ZERO
                    MOVE ZS-EXPECTED (WS-ZONE-SUB) TO WS-EXP-ED
                    MOVE ZS-CHECKED (WS-ZONE-SUB) TO WS-CHK-ED
                    MOVE ZS-NOT-GEN (WS-ZONE-SUB) TO WS-NG-ED
                    MOVE ZS-REJECTED (WS-ZONE-SUB) TO WS-RJ-ED
                    MOVE ZS-ZONE-EXC (WS-ZONE-SUB) TO WS-EX-ED
                    MOVE ZS-SUSPECT (WS-ZONE-SUB) TO WS-SU-ED
                    COMPUTE WS-PCT ROUNDED =
                        ZS-CHECKED (WS-ZONE-SUB) * 100
                            / ZS-EXPECTED (WS-ZONE-SUB)
                    MOVE WS-PCT TO WS-PCT-ED
                    MOVE WS-ZONE-SUB TO WS-ZONE-ID-ED
                    MOVE WS-ZONE-DEPT (WS-ZONE-SUB) TO WS-L-DEPT
                    IF WS-L-DEPT = SPACES
                        MOVE "NONE" TO WS-L-DEPT
                    END-IF
                    MOVE SPACES TO RPT-REC
                    STRING "  " WS-ZONE-ID-ED
                        "  " WS-L-DEPT
                        "    " WS-EXP-ED
                        "    " WS-CHK-ED
                        "    " WS-NG-ED
                        "    " WS-RJ-ED
                        "    " WS-EX-ED
                        "    " WS-SU-ED
                        "      " WS-PCT-ED "%"
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                END-IF
            END-PERFORM.

        WRITE-DEPT-SUMMARY.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "COMPLIANCE BY DEPARTMENT"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "  DEPT        STA-DAYS   CHECKED   NOT-GEN"
                "  REJECTED  ZONE-EXC   SUSPECT  COMPLIANCE"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                IF DS-EXPECTED (WS-DEPT-SUB) > ZERO
                    MOVE DS-EXPECTED (WS-DEPT-SUB) TO WS-EXP-ED
                    MOVE DS-CHECKED (WS-DEPT-SUB) TO WS-CHK-ED
                    MOVE DS-NOT-GEN (WS-DEPT-SUB) TO WS-NG-ED
                    MOVE DS-REJECTED (WS-DEPT-SUB) TO WS-RJ-ED
                    MOVE DS-ZONE-EXC (WS-DEPT-SUB) TO WS-EX-ED
                    MOVE DS-SUSPECT (WS-DEPT-SUB) TO WS-SU-ED
                    COMPUTE WS-PCT ROUNDED =
                        DS-CHECKED (WS-DEPT-SUB) * 100
                            / DS-EXPECTED (WS-DEPT-SUB)
                    MOVE WS-PCT TO WS-PCT-ED
                    MOVE SPACES TO RPT-REC
                    STRING "  " DS-DEPT (WS-DEPT-SUB)
                        "          " WS-EXP-ED
                        "    " WS-CHK-ED
                        "    " WS-NG-ED
                        "    " WS-RJ-ED
                        "    " WS-EX-ED
                        "    " WS-SU-ED
                        "      " WS-PCT-ED "%"
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                END-IF
            END-PERFORM.

        WRITE-COVERAGE-TRAILER.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-STA-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATIONS ON MASTER=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-STA-DROPPED > ZERO
                MOVE WS-STA-DROPPED TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "STATIONS PAST 2000 NOT SCORED=" WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            MOVE WS-HIST-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATHIST VERDICTS IN MONTH=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-LINK-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "REJECTED BRIDGE CASES IN MONTH=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-EXPECTED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATION-DAYS EXPECTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-CHECKED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATION-DAYS CHECKED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-NOT-GEN TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "GAPS NOT GENERATED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-REJECTED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "GAPS REJECTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-ZONE-EXC TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "GAPS ZONE EXCEPTION=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-SUSPECT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "GAPS SUSPECT=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-TOT-EXPECTED > ZERO
                COMPUTE WS-PCT ROUNDED =
                    WS-TOT-CHECKED * 100 / WS-TOT-EXPECTED
            ELSE
                MOVE 100 TO WS-PCT
            END-IF
            MOVE WS-PCT TO WS-PCT-ED
            MOVE SPACES TO RPT-REC
            STRING "OVERALL COMPLIANCE=" WS-PCT-ED "%"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM STACOVR.
