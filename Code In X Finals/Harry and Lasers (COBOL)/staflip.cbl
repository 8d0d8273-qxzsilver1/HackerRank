        IDENTIFICATION DIVISION.
        PROGRAM-ID. STAFLIP.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STATHIST ASSIGN TO "STATHIST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
            SELECT ZONEJRNL ASSIGN TO "ZONEJRNL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.
            SELECT FLIPPARM ASSIGN TO "FLIPPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT FLIPRPT ASSIGN TO "FLIPRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
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

         FD ZONEJRNL.
         COPY OBSTJRNL.

         FD FLIPPARM.
         01 PARM-LINE PIC X(80).

         FD FLIPRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-HIST-STATUS PIC XX.
         01 WS-JRNL-STATUS PIC XX.
         01 WS-JOURNAL-SW PIC X VALUE "N".
             88 JOURNAL-AVAILABLE VALUE "Y".
         01 WS-PARM-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-PARSE-PTR PIC 9(4).
         01 WS-P-KEYWORD PIC X(8).
         01 WS-P-DATE    PIC 9(8).

         01 WS-CUR-DATE  PIC 9(8) VALUE ZERO.
         01 WS-PRV-DATE  PIC 9(8) VALUE ZERO.
         01 WS-FORCED-DATE PIC 9(8) VALUE ZERO.
         01 WS-CUR-START PIC 9(14) VALUE 99999999999999.
         01 WS-PRV-START PIC 9(14) VALUE 99999999999999.
         01 WS-REC-STAMP-X.
             05 WS-REC-STAMP-DATE PIC 9(8).
             05 WS-REC-STAMP-TIME PIC 9(6).
         01 WS-REC-STAMP REDEFINES WS-REC-STAMP-X PIC 9(14).
         01 WS-H-SITE    PIC 9(2).
         01 WS-H-VERDICT PIC X.
             88 H-BLOCKED VALUE "B".
             88 H-CLEAR   VALUE "C".

         01 WS-STA-COUNT PIC 9(4) VALUE ZERO.
         01 WS-STA-DROPPED PIC 9(6) VALUE ZERO.
         01 WS-STA-TABLE.
             05 WS-STA-ENTRY OCCURS 5000 TIMES.
                10 ST-ZONE     PIC 9(4).
                10 ST-STATION  PIC 9(4).
                10 ST-PRV-VERDICT PIC X.
                10 ST-PRV-SEG  PIC 9(3).
                10 ST-PRV-CASES PIC 9(4).
                10 ST-CUR-VERDICT PIC X.
                10 ST-CUR-SEG  PIC 9(3).
                10 ST-CUR-CASES PIC 9(4).
                10 ST-DEPT     PIC X(4).
         01 WS-STA-SUB   PIC 9(4).
         01 WS-FOUND-SW  PIC X.
             88 STATION-FOUND VALUE "Y".

         01 WS-JRNL-COUNT PIC 9(4) VALUE ZERO.
         01 WS-JRNL-DROPPED PIC 9(6) VALUE ZERO.
         01 WS-JRNL-TABLE.
             05 WS-JRNL-ENTRY OCCURS 2000 TIMES.
                10 JT-DATE     PIC 9(8).
                10 JT-TIME     PIC 9(6).
                10 JT-SOURCE   PIC X.
                10 JT-OPER     PIC X(8).
                10 JT-ACTION   PIC X(8).
                10 JT-ZONE     PIC 9(4).
                10 JT-SEG      PIC 9(3).
                10 JT-B-TYPE   PIC X(4).
                10 JT-B-EXP    PIC 9(8).
                10 JT-A-TYPE   PIC X(4).
                10 JT-A-EXP    PIC 9(8).
                10 JT-A-DESC   PIC X(20).
         01 WS-JRNL-SUB  PIC 9(4).
         01 WS-JRNL-SITE PIC 9(2).
         01 WS-ZONE-HITS PIC 9(4).
         01 WS-SEG-MARK  PIC X(2).

         01 WS-PASS-KIND PIC X.
             88 LISTING-CLEAR-TO-BLOCKED VALUE "1".
             88 LISTING-BLOCKED-TO-CLEAR VALUE "2".
             88 LISTING-SEGMENT-CHANGED  VALUE "3".
             88 LISTING-NEWLY-CHECKED    VALUE "4".
             88 LISTING-NO-LONGER-CHECKED VALUE "5".
         01 WS-LISTED-SW PIC X.
             88 STATION-LISTED VALUE "Y".
         01 WS-SECTION-COUNT PIC 9(6).

         01 WS-TO-BLOCKED  PIC 9(6) VALUE ZERO.
         01 WS-TO-CLEAR    PIC 9(6) VALUE ZERO.
         01 WS-SEG-CHANGED PIC 9(6) VALUE ZERO.
         01 WS-NEW-CHECKED PIC 9(6) VALUE ZERO.
         01 WS-NOT-CHECKED PIC 9(6) VALUE ZERO.
         01 WS-UNCHANGED   PIC 9(6) VALUE ZERO.
         01 WS-HIST-READ   PIC 9(8) VALUE ZERO.
         01 WS-NO-JRNL-FLIPS PIC 9(6) VALUE ZERO.

         01 WS-ZONE-ED     PIC Z(3)9.
         01 WS-STATION-ED  PIC Z(3)9.
         01 WS-SEG-ED      PIC ZZ9.
         01 WS-SEG2-ED     PIC ZZ9.
         01 WS-CASES-ED    PIC Z(3)9.
         01 WS-COUNT-ED    PIC Z(6)9.
         01 WS-PRV-TEXT    PIC X(16).
         01 WS-CUR-TEXT    PIC X(16).
         01 WS-START-TEXT  PIC X(15).

         COPY RCTLPARM.
         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "FLIPSTEP" TO RCP-STEP
            MOVE "STAFLIP" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT FLIPRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            CALL "SITESEL" USING SITE-PARM
            MOVE SPACES TO RPT-REC
            STRING "STATION VERDICT CHANGES - TONIGHT VS PREVIOUS"
                " PRODUCTION RUN - RUN " WS-RUN-TS (1:10)
                "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                PERFORM FINISH-FLIP-STEP
            END-IF
            PERFORM TAKE-FLIP-PARMS
            PERFORM FIND-RUN-DATES
            IF WS-HIST-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** STATHIST NOT AVAILABLE - STATUS "
                    WS-HIST-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                PERFORM FINISH-FLIP-STEP
            END-IF
            IF WS-CUR-DATE = ZERO OR WS-PRV-DATE = ZERO
                MOVE SPACES TO RPT-REC
                STRING "NO EARLIER PRODUCTION RUN ON STATHIST FOR"
                    " THIS SITE - NOTHING TO COMPARE"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 0 TO RETURN-CODE
                PERFORM FINISH-FLIP-STEP
            END-IF
            PERFORM LOAD-STATION-VERDICTS
            PERFORM LOAD-JOURNAL-WINDOW
            MOVE SPACES TO RPT-REC
            MOVE WS-PRV-START TO WS-REC-STAMP
            PERFORM FORMAT-START-TEXT
            STRING "PREVIOUS RUN " WS-PRV-DATE
                " (STARTED " WS-START-TEXT ")"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            MOVE WS-CUR-START TO WS-REC-STAMP
            PERFORM FORMAT-START-TEXT
            STRING "TONIGHT'S RUN " WS-CUR-DATE
                " (STARTED " WS-START-TEXT ")"
                " - ZONEJRNL ENTRIES BETWEEN THE TWO STARTS SHOWN"
                " UNDER EACH FLIP"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            SET LISTING-CLEAR-TO-BLOCKED TO TRUE
            PERFORM LIST-ONE-SECTION
            SET LISTING-BLOCKED-TO-CLEAR TO TRUE
            PERFORM LIST-ONE-SECTION
            SET LISTING-SEGMENT-CHANGED TO TRUE
            PERFORM LIST-ONE-SECTION
            SET LISTING-NEWLY-CHECKED TO TRUE
            PERFORM LIST-ONE-SECTION
            SET LISTING-NO-LONGER-CHECKED TO TRUE
            PERFORM LIST-ONE-SECTION
            PERFORM WRITE-FLIP-TRAILER
            IF WS-STA-DROPPED > ZERO OR WS-JRNL-DROPPED > ZERO
                    OR WS-TO-BLOCKED > ZERO OR WS-TO-CLEAR > ZERO
                    OR WS-SEG-CHANGED > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            PERFORM FINISH-FLIP-STEP.

        FINISH-FLIP-STEP.
            CLOSE FLIPRPT
            MOVE RETURN-CODE TO RCP-RC
            MOVE 4 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        TAKE-FLIP-PARMS.
            OPEN INPUT FLIPPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ FLIPPARM
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE 1 TO WS-PARSE-PTR
                MOVE SPACES TO WS-P-KEYWORD
                MOVE ZERO TO WS-P-DATE
                UNSTRING PARM-LINE DELIMITED BY ALL SPACE
                    INTO WS-P-KEYWORD WS-P-DATE
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-P-KEYWORD EQUAL "RUN" AND WS-P-DATE NUMERIC
                        AND WS-P-DATE > 19000000
                    MOVE WS-P-DATE TO WS-FORCED-DATE
                END-IF
                READ FLIPPARM
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE FLIPPARM
            MOVE "N" TO WS-EOF-SW
            IF WS-FORCED-DATE NOT = ZERO
                MOVE SPACES TO RPT-REC
                STRING "FLIPPARM: TONIGHT'S RUN TAKEN AS "
                    WS-FORCED-DATE
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        FIND-RUN-DATES.
            OPEN INPUT STATHIST
            IF WS-HIST-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ STATHIST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                PERFORM TAKE-HIST-FIELDS
                IF WS-H-VERDICT NOT EQUAL SPACE
                    PERFORM NOTE-RUN-DATE
                END-IF
                READ STATHIST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE STATHIST
            MOVE "N" TO WS-EOF-SW.

        TAKE-HIST-FIELDS.
            MOVE SPACE TO WS-H-VERDICT
            IF STAT-SITE-ID NUMERIC AND STAT-SITE-ID NOT = ZERO
                MOVE STAT-SITE-ID TO WS-H-SITE
            ELSE
                MOVE 1 TO WS-H-SITE
            END-IF
            IF WS-H-SITE NOT EQUAL SITP-SITE-ID
                    OR STAT-RUN-DATE NOT NUMERIC
                    OR STAT-ZONE-ID NOT NUMERIC
                    OR STAT-STATION NOT NUMERIC
                    OR STAT-STATION = ZERO
                    OR (STAT-SOURCE NOT EQUAL "B"
                        AND STAT-SOURCE NOT EQUAL SPACE)
                EXIT PARAGRAPH
            END-IF
            IF WS-FORCED-DATE NOT = ZERO
                    AND STAT-RUN-DATE > WS-FORCED-DATE
                EXIT PARAGRAPH
            END-IF
            EVALUATE STAT-VERDICT
                WHEN "NO "
                    SET H-BLOCKED TO TRUE
                WHEN "YES"
                WHEN "NAR"
                    SET H-CLEAR TO TRUE
            END-EVALUATE.

        NOTE-RUN-DATE.
            IF STAT-RUN-DATE > WS-CUR-DATE
                MOVE WS-CUR-DATE TO WS-PRV-DATE
                MOVE STAT-RUN-DATE TO WS-CUR-DATE
            ELSE
                IF STAT-RUN-DATE < WS-CUR-DATE
                        AND STAT-RUN-DATE > WS-PRV-DATE
                    MOVE STAT-RUN-DATE TO WS-PRV-DATE
                END-IF
            END-IF.

        LOAD-STATION-VERDICTS.
            OPEN INPUT STATHIST
            IF WS-HIST-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ STATHIST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                PERFORM TAKE-HIST-FIELDS
                IF WS-H-VERDICT NOT EQUAL SPACE
                    IF STAT-RUN-DATE = WS-CUR-DATE
                            OR STAT-RUN-DATE = WS-PRV-DATE
                        ADD 1 TO WS-HIST-READ
                        PERFORM NOTE-RUN-START
                        PERFORM NOTE-STATION-VERDICT
                    END-IF
                END-IF
                READ STATHIST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE STATHIST
            MOVE "N" TO WS-EOF-SW.

        NOTE-RUN-START.
            MOVE STAT-RUN-DATE TO WS-REC-STAMP-DATE
            IF STAT-RUN-ID (1:6) NUMERIC
                MOVE STAT-RUN-ID (1:6) TO WS-REC-STAMP-TIME
            ELSE
                MOVE ZERO TO WS-REC-STAMP-TIME
            END-IF
            IF STAT-RUN-DATE = WS-CUR-DATE
                IF WS-REC-STAMP < WS-CUR-START
                    MOVE WS-REC-STAMP TO WS-CUR-START
                END-IF
            ELSE
                IF WS-REC-STAMP < WS-PRV-START
                    MOVE WS-REC-STAMP TO WS-PRV-START
                END-IF
            END-IF.

        NOTE-STATION-VERDICT.
            MOVE "N" TO WS-FOUND-SW
            PERFORM VARYING WS-STA-SUB FROM 1 BY 1
                UNTIL WS-STA-SUB > WS-STA-COUNT OR STATION-FOUND
                IF ST-ZONE (WS-STA-SUB) EQUAL STAT-ZONE-ID
                        AND ST-STATION (WS-STA-SUB) EQUAL STAT-STATION
                    SET STATION-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF STATION-FOUND
                SUBTRACT 1 FROM WS-STA-SUB
            ELSE
                IF WS-STA-COUNT >= 5000
                    ADD 1 TO WS-STA-DROPPED
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-STA-COUNT
                MOVE WS-STA-COUNT TO WS-STA-SUB
                MOVE STAT-ZONE-ID TO ST-ZONE (WS-STA-SUB)
                MOVE STAT-STATION TO ST-STATION (WS-STA-SUB)
                MOVE SPACE TO ST-PRV-VERDICT (WS-STA-SUB)
                    ST-CUR-VERDICT (WS-STA-SUB)
                MOVE ZERO TO ST-PRV-SEG (WS-STA-SUB)
                    ST-CUR-SEG (WS-STA-SUB)
                    ST-PRV-CASES (WS-STA-SUB)
                    ST-CUR-CASES (WS-STA-SUB)
                MOVE STAT-DEPT TO ST-DEPT (WS-STA-SUB)
            END-IF
            IF STAT-RUN-DATE = WS-CUR-DATE
                ADD 1 TO ST-CUR-CASES (WS-STA-SUB)
                MOVE STAT-DEPT TO ST-DEPT (WS-STA-SUB)
                IF H-BLOCKED
                    IF ST-CUR-VERDICT (WS-STA-SUB) NOT EQUAL "B"
                            OR STAT-SEGMENT < ST-CUR-SEG (WS-STA-SUB)
                        MOVE STAT-SEGMENT TO ST-CUR-SEG (WS-STA-SUB)
                    END-IF
                    MOVE "B" TO ST-CUR-VERDICT (WS-STA-SUB)
                ELSE
                    IF ST-CUR-VERDICT (WS-STA-SUB) EQUAL SPACE
                        MOVE "C" TO ST-CUR-VERDICT (WS-STA-SUB)
                    END-IF
                END-IF
            ELSE
                ADD 1 TO ST-PRV-CASES (WS-STA-SUB)
                IF H-BLOCKED
                    IF ST-PRV-VERDICT (WS-STA-SUB) NOT EQUAL "B"
                            OR STAT-SEGMENT < ST-PRV-SEG (WS-STA-SUB)
                        MOVE STAT-SEGMENT TO ST-PRV-SEG (WS-STA-SUB)
                    END-IF
                    MOVE "B" TO ST-PRV-VERDICT (WS-STA-SUB)
                ELSE
                    IF ST-PRV-VERDICT (WS-STA-SUB) EQUAL SPACE
                        MOVE "C" TO ST-PRV-VERDICT (WS-STA-SUB)
                    END-IF
                END-IF
            END-IF.

        LOAD-JOURNAL-WINDOW.
            OPEN INPUT ZONEJRNL
            IF WS-JRNL-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** ZONEJRNL NOT AVAILABLE - STATUS "
                    WS-JRNL-STATUS " - MASTER CHANGES NOT SHOWN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            SET JOURNAL-AVAILABLE TO TRUE
            READ ZONEJRNL
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF OBJ-SITE NUMERIC AND OBJ-SITE NOT = ZERO
                    MOVE OBJ-SITE TO WS-JRNL-SITE
                ELSE
                    MOVE 1 TO WS-JRNL-SITE
                END-IF
                IF OBJ-DATE NUMERIC AND OBJ-TIME NUMERIC
                        AND WS-JRNL-SITE EQUAL SITP-SITE-ID
                    MOVE OBJ-DATE TO WS-REC-STAMP-DATE
                    MOVE OBJ-TIME TO WS-REC-STAMP-TIME
                    IF WS-REC-STAMP > WS-PRV-START
                            AND WS-REC-STAMP <= WS-CUR-START
                        PERFORM STORE-JOURNAL-ENTRY
                    END-IF
                END-IF
                READ ZONEJRNL
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE ZONEJRNL
            MOVE "N" TO WS-EOF-SW.

        STORE-JOURNAL-ENTRY.
            IF WS-JRNL-COUNT >= 2000
                ADD 1 TO WS-JRNL-DROPPED
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-JRNL-COUNT
            MOVE OBJ-DATE TO JT-DATE (WS-JRNL-COUNT)
            MOVE OBJ-TIME TO JT-TIME (WS-JRNL-COUNT)
            MOVE OBJ-SOURCE TO JT-SOURCE (WS-JRNL-COUNT)
            MOVE OBJ-OPER TO JT-OPER (WS-JRNL-COUNT)
            MOVE OBJ-ACTION TO JT-ACTION (WS-JRNL-COUNT)
            MOVE OBJ-ZONE TO JT-ZONE (WS-JRNL-COUNT)
            MOVE OBJ-SEG TO JT-SEG (WS-JRNL-COUNT)
            MOVE OBJ-B-OBS-TYPE TO JT-B-TYPE (WS-JRNL-COUNT)
            MOVE OBJ-B-EXP-DATE TO JT-B-EXP (WS-JRNL-COUNT)
            MOVE OBJ-A-OBS-TYPE TO JT-A-TYPE (WS-JRNL-COUNT)
            MOVE OBJ-A-EXP-DATE TO JT-A-EXP (WS-JRNL-COUNT)
            MOVE OBJ-A-OBS-DESC TO JT-A-DESC (WS-JRNL-COUNT).

        FORMAT-START-TEXT.
            MOVE SPACES TO WS-START-TEXT
            IF WS-REC-STAMP = 99999999999999
                MOVE "UNKNOWN" TO WS-START-TEXT
            ELSE
                STRING WS-REC-STAMP-DATE " " WS-REC-STAMP-TIME
                    DELIMITED BY SIZE INTO WS-START-TEXT
            END-IF.

        LIST-ONE-SECTION.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE ZERO TO WS-SECTION-COUNT
            PERFORM VARYING WS-STA-SUB FROM 1 BY 1
                UNTIL WS-STA-SUB > WS-STA-COUNT
                PERFORM CHECK-ONE-STATION
                IF STATION-LISTED
                    IF WS-SECTION-COUNT = ZERO
                        PERFORM WRITE-SECTION-HEADING
                    END-IF
                    ADD 1 TO WS-SECTION-COUNT
                    PERFORM WRITE-STATION-LINE
                    IF LISTING-CLEAR-TO-BLOCKED
                            OR LISTING-BLOCKED-TO-CLEAR
                            OR LISTING-SEGMENT-CHANGED
                        PERFORM LIST-ZONE-CHANGES
                    END-IF
                END-IF
            END-PERFORM
            IF WS-SECTION-COUNT = ZERO
                PERFORM WRITE-SECTION-HEADING
                MOVE "    (NONE)" TO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-SECTION-HEADING.
            EVALUATE TRUE
                WHEN LISTING-CLEAR-TO-BLOCKED
                    MOVE "CLEAR -> BLOCKED" TO RPT-REC
                WHEN LISTING-BLOCKED-TO-CLEAR
                    MOVE "BLOCKED -> CLEAR" TO RPT-REC
                WHEN LISTING-SEGMENT-CHANGED
                    MOVE "BLOCKED ON A DIFFERENT SEGMENT" TO RPT-REC
                WHEN LISTING-NEWLY-CHECKED
                    MOVE "CHECKED TONIGHT, NOT CHECKED LAST RUN"
                        TO RPT-REC
                WHEN LISTING-NO-LONGER-CHECKED
                    MOVE "CHECKED LAST RUN, NOT CHECKED TONIGHT"
                        TO RPT-REC
            END-EVALUATE
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "  ZONE STATION DEPT  LAST RUN          TONIGHT"
                "           CASES"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        CHECK-ONE-STATION.
            MOVE "N" TO WS-LISTED-SW
            EVALUATE TRUE
                WHEN LISTING-CLEAR-TO-BLOCKED
                    IF ST-PRV-VERDICT (WS-STA-SUB) EQUAL "C"
                            AND ST-CUR-VERDICT (WS-STA-SUB) EQUAL "B"
                        SET STATION-LISTED TO TRUE
                        ADD 1 TO WS-TO-BLOCKED
                    END-IF
                WHEN LISTING-BLOCKED-TO-CLEAR
                    IF ST-PRV-VERDICT (WS-STA-SUB) EQUAL "B"
                            AND ST-CUR-VERDICT (WS-STA-SUB) EQUAL "C"
                        SET STATION-LISTED TO TRUE
                        ADD 1 TO WS-TO-CLEAR
                    END-IF
                WHEN LISTING-SEGMENT-CHANGED
                    IF ST-PRV-VERDICT (WS-STA-SUB) EQUAL "B"
                            AND ST-CUR-VERDICT (WS-STA-SUB) EQUAL "B"
                        IF ST-PRV-SEG (WS-STA-SUB)
                                NOT EQUAL ST-CUR-SEG (WS-STA-SUB)
                            SET STATION-LISTED TO TRUE
                            ADD 1 TO WS-SEG-CHANGED
                        ELSE
                            ADD 1 TO WS-UNCHANGED
                        END-IF
                    END-IF
                    IF ST-PRV-VERDICT (WS-STA-SUB) EQUAL "C"
                            AND ST-CUR-VERDICT (WS-STA-SUB) EQUAL "C"
                        ADD 1 TO WS-UNCHANGED
                    END-IF
                WHEN LISTING-NEWLY-CHECKED
                    IF ST-PRV-VERDICT (WS-STA-SUB) EQUAL SPACE
                        SET STATION-LISTED TO TRUE
                        ADD 1 TO WS-NEW-CHECKED
                    END-IF
                WHEN LISTING-NO-LONGER-CHECKED
                    IF ST-CUR-VERDICT (WS-STA-SUB) EQUAL SPACE
                        SET STATION-LISTED TO TRUE
                        ADD 1 TO WS-NOT-CHECKED
                    END-IF
            END-EVALUATE.

        WRITE-STATION-LINE.
            MOVE ST-ZONE (WS-STA-SUB) TO WS-ZONE-ED
            MOVE ST-STATION (WS-STA-SUB) TO WS-STATION-ED
            MOVE ST-PRV-SEG (WS-STA-SUB) TO WS-SEG-ED
            MOVE ST-CUR-SEG (WS-STA-SUB) TO WS-SEG2-ED
            MOVE ST-CUR-CASES (WS-STA-SUB) TO WS-CASES-ED
            IF ST-CUR-VERDICT (WS-STA-SUB) EQUAL SPACE
                MOVE ST-PRV-CASES (WS-STA-SUB) TO WS-CASES-ED
            END-IF
            EVALUATE ST-PRV-VERDICT (WS-STA-SUB)
                WHEN "B"
                    MOVE SPACES TO WS-PRV-TEXT
                    STRING "BLOCKED SEG " WS-SEG-ED
                        DELIMITED BY SIZE INTO WS-PRV-TEXT
                WHEN "C"
                    MOVE "CLEAR" TO WS-PRV-TEXT
                WHEN OTHER
                    MOVE "NOT CHECKED" TO WS-PRV-TEXT
            END-EVALUATE
            EVALUATE ST-CUR-VERDICT (WS-STA-SUB)
                WHEN "B"
                    MOVE SPACES TO WS-CUR-TEXT
                    STRING "BLOCKED SEG " WS-SEG2-ED
                        DELIMITED BY SIZE INTO WS-CUR-TEXT
                WHEN "C"
                    MOVE "CLEAR" TO WS-CUR-TEXT
                WHEN OTHER
                    MOVE "NOT CHECKED" TO WS-CUR-TEXT
            END-EVALUATE
            MOVE SPACES TO RPT-REC
            STRING "  " WS-ZONE-ED "  " WS-STATION-ED
                "  " ST-DEPT (WS-STA-SUB)
                "  " WS-PRV-TEXT "  " WS-CUR-TEXT
                "  " WS-CASES-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        LIST-ZONE-CHANGES.
            IF NOT JOURNAL-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-ZONE-HITS
            PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
                UNTIL WS-JRNL-SUB > WS-JRNL-COUNT
                IF JT-ZONE (WS-JRNL-SUB) EQUAL ST-ZONE (WS-STA-SUB)
                    ADD 1 TO WS-ZONE-HITS
                    PERFORM WRITE-JOURNAL-LINE
                END-IF
            END-PERFORM
            IF WS-ZONE-HITS = ZERO
                ADD 1 TO WS-NO-JRNL-FLIPS
                MOVE SPACES TO RPT-REC
                STRING "        NO OBSTRMASTER CHANGE TO THIS ZONE"
                    " BETWEEN THE RUNS - LOOK FOR A FLOOR CHANGE"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-JOURNAL-LINE.
            MOVE SPACES TO WS-SEG-MARK
            IF JT-SEG (WS-JRNL-SUB) NOT = ZERO
                    AND ((ST-PRV-VERDICT (WS-STA-SUB) EQUAL "B"
                        AND JT-SEG (WS-JRNL-SUB)
                            EQUAL ST-PRV-SEG (WS-STA-SUB))
                    OR (ST-CUR-VERDICT (WS-STA-SUB) EQUAL "B"
                        AND JT-SEG (WS-JRNL-SUB)
                            EQUAL ST-CUR-SEG (WS-STA-SUB)))
                MOVE "**" TO WS-SEG-MARK
            END-IF
            MOVE JT-SEG (WS-JRNL-SUB) TO WS-SEG-ED
            MOVE SPACES TO RPT-REC
            STRING "     " WS-SEG-MARK " ZONEJRNL "
                JT-DATE (WS-JRNL-SUB) " " JT-TIME (WS-JRNL-SUB)
                " " JT-ACTION (WS-JRNL-SUB)
                " SEG " WS-SEG-ED
                " SRC=" JT-SOURCE (WS-JRNL-SUB)
                " OPER=" JT-OPER (WS-JRNL-SUB)
                " TYPE " JT-B-TYPE (WS-JRNL-SUB)
                "->" JT-A-TYPE (WS-JRNL-SUB)
                " EXP " JT-B-EXP (WS-JRNL-SUB)
                "->" JT-A-EXP (WS-JRNL-SUB)
                " " JT-A-DESC (WS-JRNL-SUB)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-FLIP-TRAILER.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE ALL "-" TO RPT-REC (1:40)
            WRITE RPT-REC
            MOVE WS-HIST-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATHIST RECORDS COMPARED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-STA-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATIONS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TO-BLOCKED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CLEAR TO BLOCKED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TO-CLEAR TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "BLOCKED TO CLEAR=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SEG-CHANGED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "SEGMENT CHANGED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-UNCHANGED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "UNCHANGED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-NEW-CHECKED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "NEWLY CHECKED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-NOT-CHECKED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "NO LONGER CHECKED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-JRNL-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ZONEJRNL ENTRIES IN WINDOW=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-NO-JRNL-FLIPS TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "FLIPS WITH NO MASTER CHANGE=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-STA-DROPPED > ZERO
                MOVE WS-STA-DROPPED TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** STATION TABLE FULL - RECORDS NOT COMPARED="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            IF WS-JRNL-DROPPED > ZERO
                MOVE WS-JRNL-DROPPED TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** JOURNAL TABLE FULL - ENTRIES NOT SHOWN="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        END PROGRAM STAFLIP.
