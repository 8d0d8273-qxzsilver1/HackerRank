        IDENTIFICATION DIVISION.
        PROGRAM-ID. OBSTEXPN.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT SHIFTCAL ASSIGN TO "SHIFTCAL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
            SELECT STATHIST ASSIGN TO "STATHIST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-STAT-STATUS.
            SELECT SWEEPHIST ASSIGN TO "SWEEPHIST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-SWH-STATUS.
            SELECT EXPNPARM ASSIGN TO "EXPNPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT EXPNFILE ASSIGN TO "EXPNFILE"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT EXPNRPT ASSIGN TO "EXPNRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD OBSTRMASTER.
         COPY OBSTMAST.

         FD SHIFTCAL.
         01 CAL-LINE PIC X(80).

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

         FD SWEEPHIST.
         01 SWH-REC.
             05 SWH-ZONE   PIC 9(4).
             05 SWH-DATE   PIC 9(8).
             05 SWH-X      PIC S9(6) SIGN LEADING SEPARATE.
             05 SWH-Y      PIC S9(6) SIGN LEADING SEPARATE.
             05 SWH-STATUS PIC X.
             05 SWH-SITE   PIC X(2).

         FD EXPNPARM.
         01 PARM-LINE PIC X(80).

         FD EXPNFILE.
         01 NOTE-REC PIC X(200).

         FD EXPNRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-MASTER-STATUS PIC XX.
         01 WS-CAL-STATUS PIC XX.
         01 WS-STAT-STATUS PIC XX.
         01 WS-SWH-STATUS PIC XX.
         01 WS-PARM-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-TODAY-INT PIC S9(8).
         01 WS-AHEAD-DAYS PIC 9(3) VALUE 5.
         01 WS-PAST-DAYS PIC 9(3) VALUE 14.
         01 WS-HORIZON-DATE PIC 9(8) VALUE ZERO.
         01 WS-PAST-START PIC 9(8).
         01 WS-PARM-TOKEN PIC X(8).
         01 WS-PARM-VALUE PIC 9(8).
         01 WS-PARSE-PTR PIC 9(4).
         01 WS-STAT-SITE PIC 9(2).
         01 WS-SWH-SITE PIC 9(2).

         01 WS-CAL-EOF-SW PIC X VALUE "N".
             88 CAL-EOF VALUE "Y".
         01 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
         01 WS-CAL-TABLE.
             05 WS-CAL-ENTRY OCCURS 400 TIMES.
                10 CAL-DATE   PIC 9(8).
                10 CAL-SHIFTS PIC 9.
         01 WS-C-DATE   PIC 9(8).
         01 WS-C-SHIFTS PIC 9.
         01 WS-CAL-SUB  PIC 9(3).
         01 WS-DAY-INT  PIC S9(8).
         01 WS-DAY-DATE PIC 9(8).
         01 WS-DAY-SHIFTS PIC 9.
         01 WS-PROD-DAYS PIC 9(3).
         01 WS-EXP-INT  PIC S9(8).

         01 WS-SEG-SUB PIC 9(3).
         01 WS-EXPIRED-TABLE.
             05 WS-EXPIRED OCCURS 300 TIMES INDEXED BY EXP-IDX.
                10 XP-ZONE       PIC 9(4).
                10 XP-SEG        PIC 9(3).
                10 XP-EXP-DATE   PIC 9(8).
                10 XP-OBS-TYPE   PIC X(4).
                10 XP-OBS-DESC   PIC X(20).
                10 XP-STAT-HITS  PIC 9(5).
                10 XP-LAST-HIT   PIC 9(8).
                10 XP-PRE-DATE   PIC 9(8).
                10 XP-PRE-BLK    PIC 9(5).
                10 XP-POST-DATE  PIC 9(8).
                10 XP-POST-BLK   PIC 9(5).
         01 WS-EXPIRED-COUNT PIC 9(3) VALUE ZERO.
         01 WS-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
         01 WS-EVIDENCE-SW PIC X.
             88 STILL-INDICATED VALUE "Y".

         01 WS-ZONES-READ     PIC 9(5) VALUE ZERO.
         01 WS-EXPIRING-COUNT PIC 9(5) VALUE ZERO.
         01 WS-INDICATED-COUNT PIC 9(5) VALUE ZERO.
         01 WS-NOTICE-COUNT   PIC 9(5) VALUE ZERO.
         01 WS-STAT-READ      PIC 9(7) VALUE ZERO.
         01 WS-SWH-READ       PIC 9(7) VALUE ZERO.

         01 WS-ZONE-TEXT   PIC 9(4).
         01 WS-SEG-TEXT    PIC 9(3).
         01 WS-DAYS-ED     PIC ZZ9.
         01 WS-PAST-ED     PIC ZZ9.
         01 WS-HITS-ED     PIC Z(4)9.
         01 WS-PRE-ED      PIC Z(4)9.
         01 WS-POST-ED     PIC Z(4)9.
         01 WS-COUNT-ED    PIC Z(6)9.

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT EXPNRPT
            OPEN OUTPUT EXPNFILE
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
            CALL "SITESEL" USING SITE-PARM
            PERFORM TAKE-EXPN-PARMS
            PERFORM LOAD-SHIFT-CALENDAR
            PERFORM FIND-HORIZON-DATE
            COMPUTE WS-PAST-START =
                FUNCTION DATE-OF-INTEGER (WS-TODAY-INT - WS-PAST-DAYS)
            MOVE WS-AHEAD-DAYS TO WS-DAYS-ED
            MOVE WS-PAST-DAYS TO WS-PAST-ED
            MOVE SPACES TO RPT-REC
            STRING "TEMPORARY OBSTRUCTION EXPIRY NOTICES - RUN "
                WS-RUN-TS (1:10) "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE EXPNRPT EXPNFILE
                STOP RUN
            END-IF
            MOVE SPACES TO RPT-REC
            STRING "EXPIRING WITHIN " WS-DAYS-ED
                " PRODUCTION DAYS (THRU " WS-HORIZON-DATE
                ")  EXPIRED SINCE " WS-PAST-START
                " (" WS-PAST-ED " DAYS)"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            OPEN INPUT OBSTRMASTER
            IF WS-MASTER-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** OBSTRMASTER NOT AVAILABLE - STATUS "
                    WS-MASTER-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE EXPNRPT EXPNFILE
                STOP RUN
            END-IF
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE "SEGMENTS DUE TO EXPIRE - NOTICE SENT TO RESPONDERS"
                TO RPT-REC
            WRITE RPT-REC
            PERFORM SCAN-SITE-ZONES
            CLOSE OBSTRMASTER
            IF WS-EXPIRING-COUNT = ZERO
                MOVE "    (NONE)" TO RPT-REC
                WRITE RPT-REC
            END-IF
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE "SEGMENTS PAST EXPIRY THAT LAST RESULTS STILL SHOW"
                TO RPT-REC
            WRITE RPT-REC
            IF WS-EXPIRED-COUNT > ZERO
                PERFORM TALLY-STATION-HITS
                PERFORM TALLY-SWEEP-CELLS
                PERFORM VARYING EXP-IDX FROM 1 BY 1
                    UNTIL EXP-IDX > WS-EXPIRED-COUNT
                    PERFORM CHECK-ONE-EXPIRED
                END-PERFORM
            END-IF
            IF WS-INDICATED-COUNT = ZERO
                MOVE "    (NONE)" TO RPT-REC
                WRITE RPT-REC
            END-IF
            PERFORM WRITE-EXPN-TRAILER
            IF WS-NOTICE-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE EXPNRPT EXPNFILE
            STOP RUN.

        TAKE-EXPN-PARMS.
            OPEN INPUT EXPNPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ EXPNPARM
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE 1 TO WS-PARSE-PTR
                MOVE SPACES TO WS-PARM-TOKEN
                MOVE ZERO TO WS-PARM-VALUE
                UNSTRING PARM-LINE DELIMITED BY ALL SPACE
                    INTO WS-PARM-TOKEN WS-PARM-VALUE
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-PARM-VALUE NUMERIC AND WS-PARM-VALUE > ZERO
                        AND WS-PARM-VALUE < 1000
                    EVALUATE WS-PARM-TOKEN
                        WHEN "DAYS"
                            MOVE WS-PARM-VALUE TO WS-AHEAD-DAYS
                        WHEN "PAST"
                            MOVE WS-PARM-VALUE TO WS-PAST-DAYS
                    END-EVALUATE
                END-IF
                READ EXPNPARM
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE EXPNPARM
            MOVE "N" TO WS-EOF-SW.

        LOAD-SHIFT-CALENDAR.
            OPEN INPUT SHIFTCAL
            IF WS-CAL-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ SHIFTCAL
                AT END SET CAL-EOF TO TRUE
            END-READ
            PERFORM UNTIL CAL-EOF OR WS-CAL-COUNT >= 400
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
                    AT END SET CAL-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE SHIFTCAL.

        TAKE-DAY-SHIFTS.
            MOVE 3 TO WS-DAY-SHIFTS
            PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                UNTIL WS-CAL-SUB > WS-CAL-COUNT
                IF CAL-DATE (WS-CAL-SUB) EQUAL WS-DAY-DATE
                    MOVE CAL-SHIFTS (WS-CAL-SUB) TO WS-DAY-SHIFTS
                END-IF
            END-PERFORM.

        FIND-HORIZON-DATE.
            MOVE ZERO TO WS-PROD-DAYS
            MOVE WS-TODAY-INT TO WS-DAY-INT
            PERFORM UNTIL WS-PROD-DAYS >= WS-AHEAD-DAYS
                    OR WS-DAY-INT - WS-TODAY-INT > 366
                COMPUTE WS-DAY-DATE =
                    FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                PERFORM TAKE-DAY-SHIFTS
                IF WS-DAY-SHIFTS > ZERO
                    ADD 1 TO WS-PROD-DAYS
                    MOVE WS-DAY-DATE TO WS-HORIZON-DATE
                END-IF
                ADD 1 TO WS-DAY-INT
            END-PERFORM
            IF WS-HORIZON-DATE = ZERO
                MOVE WS-TODAY-NUM TO WS-HORIZON-DATE
            END-IF.

        COUNT-DAYS-TO-EXPIRY.
            MOVE ZERO TO WS-PROD-DAYS
            COMPUTE WS-EXP-INT = FUNCTION INTEGER-OF-DATE
                (MAST-EXP-DATE (WS-SEG-SUB))
            PERFORM VARYING WS-DAY-INT FROM WS-TODAY-INT BY 1
                UNTIL WS-DAY-INT > WS-EXP-INT
                COMPUTE WS-DAY-DATE =
                    FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                PERFORM TAKE-DAY-SHIFTS
                IF WS-DAY-SHIFTS > ZERO
                    ADD 1 TO WS-PROD-DAYS
                END-IF
            END-PERFORM.

        SCAN-SITE-ZONES.
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE ZERO TO MAST-ZONE-ID
            START OBSTRMASTER KEY NOT < MAST-KEY
                INVALID KEY SET EOF TO TRUE
            END-START
            IF NOT EOF
                READ OBSTRMASTER NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EOF OR MAST-SITE-ID NOT EQUAL SITP-SITE-ID
                ADD 1 TO WS-ZONES-READ
                PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                    UNTIL WS-SEG-SUB > MAST-NUM-SEGMENTS
                        OR WS-SEG-SUB > 100
                    PERFORM CHECK-ONE-SEGMENT
                END-PERFORM
                READ OBSTRMASTER NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            MOVE "N" TO WS-EOF-SW.

        CHECK-ONE-SEGMENT.
            IF MAST-EXP-DATE (WS-SEG-SUB) = ZERO
                    OR MAST-EXP-DATE (WS-SEG-SUB) NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            IF MAST-SHAPE (WS-SEG-SUB) = "P" AND WS-SEG-SUB > 1
                IF MAST-SHAPE (WS-SEG-SUB - 1) = "P"
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF MAST-EXP-DATE (WS-SEG-SUB) >= WS-TODAY-NUM
                IF MAST-EXP-DATE (WS-SEG-SUB) <= WS-HORIZON-DATE
                    PERFORM WRITE-EXPIRY-NOTICE
                END-IF
            ELSE
                IF MAST-EXP-DATE (WS-SEG-SUB) >= WS-PAST-START
                    PERFORM STORE-EXPIRED
                END-IF
            END-IF.

        WRITE-EXPIRY-NOTICE.
            PERFORM COUNT-DAYS-TO-EXPIRY
            ADD 1 TO WS-EXPIRING-COUNT
            MOVE MAST-ZONE-ID TO WS-ZONE-TEXT
            MOVE WS-SEG-SUB TO WS-SEG-TEXT
            MOVE WS-PROD-DAYS TO WS-DAYS-ED
            MOVE SPACES TO RPT-REC
            STRING "    ZONE " WS-ZONE-TEXT " SEG " WS-SEG-TEXT
                " " MAST-OBS-TYPE (WS-SEG-SUB)
                " " MAST-OBS-DESC (WS-SEG-SUB)
                " EXPIRES " MAST-EXP-DATE (WS-SEG-SUB)
                " -" WS-DAYS-ED " PRODUCTION DAYS LEFT"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO NOTE-REC
            STRING "EXPIRY NOTICE - SITE " SITP-SITE-ID
                " ZONE " WS-ZONE-TEXT " SEG " WS-SEG-TEXT
                " " MAST-OBS-TYPE (WS-SEG-SUB)
                " " MAST-OBS-DESC (WS-SEG-SUB)
                " LEAVES THE CHECKS AFTER " MAST-EXP-DATE (WS-SEG-SUB)
                " (" WS-DAYS-ED " PRODUCTION DAYS)"
                " - CONFIRM REMOVAL OR EXTEND WITH CHGEXP "
                WS-ZONE-TEXT " " WS-SEG-TEXT " YYYYMMDD"
                DELIMITED BY SIZE INTO NOTE-REC
            WRITE NOTE-REC
            ADD 1 TO WS-NOTICE-COUNT.

        STORE-EXPIRED.
            IF WS-EXPIRED-COUNT >= 300
                ADD 1 TO WS-OVERFLOW-COUNT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-EXPIRED-COUNT
            SET EXP-IDX TO WS-EXPIRED-COUNT
            MOVE MAST-ZONE-ID TO XP-ZONE (EXP-IDX)
            MOVE WS-SEG-SUB TO XP-SEG (EXP-IDX)
            MOVE MAST-EXP-DATE (WS-SEG-SUB) TO XP-EXP-DATE (EXP-IDX)
            MOVE MAST-OBS-TYPE (WS-SEG-SUB) TO XP-OBS-TYPE (EXP-IDX)
            MOVE MAST-OBS-DESC (WS-SEG-SUB) TO XP-OBS-DESC (EXP-IDX)
            MOVE ZERO TO XP-STAT-HITS (EXP-IDX) XP-LAST-HIT (EXP-IDX)
                XP-PRE-DATE (EXP-IDX) XP-PRE-BLK (EXP-IDX)
                XP-POST-DATE (EXP-IDX) XP-POST-BLK (EXP-IDX).

        TALLY-STATION-HITS.
            OPEN INPUT STATHIST
            IF WS-STAT-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** STATHIST NOT AVAILABLE - STATUS "
                    WS-STAT-STATUS " - STATION EVIDENCE NOT CHECKED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            READ STATHIST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-STAT-READ
                MOVE STAT-SITE-ID TO WS-STAT-SITE
                IF STAT-SITE-ID NOT NUMERIC OR STAT-SITE-ID = ZERO
                    MOVE 1 TO WS-STAT-SITE
                END-IF
                IF WS-STAT-SITE EQUAL SITP-SITE-ID
                        AND STAT-RUN-DATE NUMERIC
                        AND STAT-RUN-DATE >= WS-PAST-START
                    PERFORM VARYING EXP-IDX FROM 1 BY 1
                        UNTIL EXP-IDX > WS-EXPIRED-COUNT
                        PERFORM NOTE-ONE-STATION-HIT
                    END-PERFORM
                END-IF
                READ STATHIST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE STATHIST
            MOVE "N" TO WS-EOF-SW.

        NOTE-ONE-STATION-HIT.
            IF STAT-ZONE-ID NOT EQUAL XP-ZONE (EXP-IDX)
                    OR STAT-RUN-DATE > XP-EXP-DATE (EXP-IDX)
                EXIT PARAGRAPH
            END-IF
            IF (STAT-VERDICT EQUAL "NO" AND STAT-SEGMENT NUMERIC
                    AND STAT-SEGMENT EQUAL XP-SEG (EXP-IDX))
                OR (STAT-NEAR-SEG NUMERIC
                    AND STAT-NEAR-SEG EQUAL XP-SEG (EXP-IDX))
                ADD 1 TO XP-STAT-HITS (EXP-IDX)
                IF STAT-RUN-DATE > XP-LAST-HIT (EXP-IDX)
                    MOVE STAT-RUN-DATE TO XP-LAST-HIT (EXP-IDX)
                END-IF
            END-IF.

        TALLY-SWEEP-CELLS.
            OPEN INPUT SWEEPHIST
            IF WS-SWH-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** SWEEPHIST NOT AVAILABLE - STATUS "
                    WS-SWH-STATUS " - SWEEP EVIDENCE NOT CHECKED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            READ SWEEPHIST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-SWH-READ
                MOVE 1 TO WS-SWH-SITE
                IF SWH-SITE NUMERIC AND SWH-SITE NOT = "00"
                    MOVE SWH-SITE TO WS-SWH-SITE
                END-IF
                IF WS-SWH-SITE EQUAL SITP-SITE-ID
                        AND SWH-ZONE NUMERIC AND SWH-DATE NUMERIC
                    PERFORM VARYING EXP-IDX FROM 1 BY 1
                        UNTIL EXP-IDX > WS-EXPIRED-COUNT
                        IF SWH-ZONE EQUAL XP-ZONE (EXP-IDX)
                            PERFORM NOTE-ONE-SWEEP-CELL
                        END-IF
                    END-PERFORM
                END-IF
                READ SWEEPHIST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE SWEEPHIST
            MOVE "N" TO WS-EOF-SW.

        NOTE-ONE-SWEEP-CELL.
            IF SWH-DATE <= XP-EXP-DATE (EXP-IDX)
                IF SWH-DATE > XP-PRE-DATE (EXP-IDX)
                    MOVE SWH-DATE TO XP-PRE-DATE (EXP-IDX)
                    MOVE ZERO TO XP-PRE-BLK (EXP-IDX)
                END-IF
                IF SWH-DATE = XP-PRE-DATE (EXP-IDX)
                        AND SWH-STATUS EQUAL "B"
                    ADD 1 TO XP-PRE-BLK (EXP-IDX)
                END-IF
            ELSE
                IF SWH-DATE > XP-POST-DATE (EXP-IDX)
                    MOVE SWH-DATE TO XP-POST-DATE (EXP-IDX)
                    MOVE ZERO TO XP-POST-BLK (EXP-IDX)
                END-IF
                IF SWH-DATE = XP-POST-DATE (EXP-IDX)
                        AND SWH-STATUS EQUAL "B"
                    ADD 1 TO XP-POST-BLK (EXP-IDX)
                END-IF
            END-IF.

        CHECK-ONE-EXPIRED.
            MOVE "N" TO WS-EVIDENCE-SW
            IF XP-STAT-HITS (EXP-IDX) > ZERO
                SET STILL-INDICATED TO TRUE
            END-IF
            IF XP-PRE-BLK (EXP-IDX) > ZERO
                IF XP-POST-DATE (EXP-IDX) = ZERO
                        OR XP-POST-BLK (EXP-IDX) < XP-PRE-BLK (EXP-IDX)
                    SET STILL-INDICATED TO TRUE
                END-IF
            END-IF
            IF NOT STILL-INDICATED
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-INDICATED-COUNT
            MOVE XP-ZONE (EXP-IDX) TO WS-ZONE-TEXT
            MOVE XP-SEG (EXP-IDX) TO WS-SEG-TEXT
            MOVE SPACES TO RPT-REC
            STRING "    ZONE " WS-ZONE-TEXT " SEG " WS-SEG-TEXT
                " " XP-OBS-TYPE (EXP-IDX)
                " " XP-OBS-DESC (EXP-IDX)
                " EXPIRED " XP-EXP-DATE (EXP-IDX)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF XP-STAT-HITS (EXP-IDX) > ZERO
                MOVE XP-STAT-HITS (EXP-IDX) TO WS-HITS-ED
                MOVE SPACES TO RPT-REC
                STRING "        STATHIST:" WS-HITS-ED
                    " STATION VERDICTS BLOCKED BY IT, LAST ON "
                    XP-LAST-HIT (EXP-IDX)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            IF XP-PRE-DATE (EXP-IDX) NOT = ZERO
                MOVE XP-PRE-BLK (EXP-IDX) TO WS-PRE-ED
                MOVE XP-POST-BLK (EXP-IDX) TO WS-POST-ED
                MOVE SPACES TO RPT-REC
                IF XP-POST-DATE (EXP-IDX) = ZERO
                    STRING "        SWEEPHIST:" WS-PRE-ED
                        " BLOCKED CELLS ON " XP-PRE-DATE (EXP-IDX)
                        " - NO SWEEP SINCE THE EXPIRY"
                        DELIMITED BY SIZE INTO RPT-REC
                ELSE
                    STRING "        SWEEPHIST:" WS-PRE-ED
                        " BLOCKED CELLS ON " XP-PRE-DATE (EXP-IDX)
                        "," WS-POST-ED " ON "
                        XP-POST-DATE (EXP-IDX)
                        DELIMITED BY SIZE INTO RPT-REC
                END-IF
                WRITE RPT-REC
            END-IF
            MOVE SPACES TO NOTE-REC
            STRING "EXPIRED OBSTRUCTION - SITE " SITP-SITE-ID
                " ZONE " WS-ZONE-TEXT " SEG " WS-SEG-TEXT
                " " XP-OBS-TYPE (EXP-IDX)
                " " XP-OBS-DESC (EXP-IDX)
                " LEFT THE CHECKS AFTER " XP-EXP-DATE (EXP-IDX)
                " BUT LAST RESULTS STILL SHOW IT"
                " - CONFIRM REMOVAL OR EXTEND WITH CHGEXP "
                WS-ZONE-TEXT " " WS-SEG-TEXT " YYYYMMDD"
                DELIMITED BY SIZE INTO NOTE-REC
            WRITE NOTE-REC
            ADD 1 TO WS-NOTICE-COUNT.

        WRITE-EXPN-TRAILER.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE ALL "-" TO RPT-REC (1:40)
            WRITE RPT-REC
            MOVE WS-ZONES-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ZONES READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-EXPIRING-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "DUE TO EXPIRE=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-EXPIRED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "RECENTLY EXPIRED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-INDICATED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "EXPIRED BUT STILL INDICATED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-NOTICE-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "NOTICES WRITTEN=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-STAT-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATHIST RECORDS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SWH-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "SWEEPHIST RECORDS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-OVERFLOW-COUNT > ZERO
                MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** EXPIRED TABLE FULL - NOT CHECKED="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.
