        IDENTIFICATION DIVISION.
        PROGRAM-ID. HARRYSPL.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HARRYIN ASSIGN TO "HARRYIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.
            SELECT SPLITPRM ASSIGN TO "SPLITPRM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PRM-STATUS.
            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-STATION-STATUS.
            SELECT ROUTEMST ASSIGN TO "ROUTEMST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RTE-ID
                FILE STATUS IS WS-ROUTEMST-STATUS.
            SELECT STRMIN1 ASSIGN TO "STRMIN1"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT STRMIN2 ASSIGN TO "STRMIN2"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT STRMIN3 ASSIGN TO "STRMIN3"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT STRMIN4 ASSIGN TO "STRMIN4"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT SPLITCTL ASSIGN TO "SPLITCTL"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT SPLITRPT ASSIGN TO "SPLITRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD HARRYIN.
         01 ln PIC X(255).

         FD SPLITPRM.
         01 PRM-LINE PIC X(80).

         FD STATMAST.
         COPY STATMAST.

         FD ROUTEMST.
         COPY ROUTEMST.

         FD STRMIN1.
         01 STRM1-REC PIC X(255).

         FD STRMIN2.
         01 STRM2-REC PIC X(255).

         FD STRMIN3.
         01 STRM3-REC PIC X(255).

         FD STRMIN4.
         01 STRM4-REC PIC X(255).

         FD SPLITCTL.
         COPY SPLITCTL.

         FD SPLITRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-PRM-EOF-SW PIC X VALUE "N".
             88 PRM-EOF VALUE "Y".
         01 WS-IN-STATUS PIC XX.
         01 WS-PRM-STATUS PIC XX.
         01 WS-STATION-STATUS PIC XX.
         01 WS-ROUTEMST-STATUS PIC XX.
         01 WS-STATMAST-SW PIC X VALUE "N".
             88 STATMAST-AVAILABLE VALUE "Y".
         01 WS-ROUTEMST-SW PIC X VALUE "N".
             88 ROUTEMST-AVAILABLE VALUE "Y".
         01 WS-SPLIT-SW PIC X VALUE "N".
             88 SPLIT-OK VALUE "N".
             88 SPLIT-BAD VALUE "Y".

         COPY RCTLPARM.

         01 WS-RUN-TS PIC X(26).
         01 WS-RUN-DATE-NUM PIC 9(8).
         01 WS-PARSE-PTR PIC 9(4).
         01 WS-TOKEN PIC X(12).
         01 WS-KEYWORD PIC X(10).
         01 WS-SITE-TOKEN PIC X(4).
         01 WS-SITE-ID PIC 9(2) VALUE 1.
         01 WS-CASE-BASE PIC 9(6) VALUE ZERO.
         01 WS-NUM-TESTS PIC 9(6) VALUE ZERO.
         01 WS-HDR-LINES PIC 9(2) VALUE ZERO.
         01 WS-REPLAY-SW PIC X VALUE "N".
             88 REPLAY-RUN VALUE "Y".
         01 WS-REPLAY-LINE PIC X(255) VALUE SPACES.
         01 WS-SITE-LINE PIC X(255) VALUE SPACES.
         01 WS-CHECKTIME-LINE PIC X(255) VALUE SPACES.
         01 WS-OUT-LINE PIC X(255).
         01 WS-OUT-STREAM PIC 9.

         01 WS-P-KEYWORD PIC X(8).
         01 WS-P-STREAM PIC X(4).
         01 WS-P-LO PIC 9(4).
         01 WS-P-HI PIC 9(4).
         01 WS-P-NUM PIC 9.
         01 WS-PRM-CARDS PIC 9(3) VALUE ZERO.

         01 WS-MAX-STREAMS PIC 9 VALUE 4.
         01 WS-STREAM-COUNT PIC 9 VALUE ZERO.
         01 WS-STR-SUB PIC 9.
         01 WS-STR-SUB2 PIC 9.
         01 WS-STREAM-TABLE.
             05 WS-STREAM-ENTRY OCCURS 4 TIMES.
                10 STR-DEFINED   PIC X.
                10 STR-LO-ZONE   PIC 9(4).
                10 STR-HI-ZONE   PIC 9(4).
                10 STR-CASES     PIC 9(6).
                10 STR-WRITTEN   PIC 9(6).
                10 STR-CASE-BASE PIC 9(6).
                10 STR-DEPT-HDRS PIC 9(4).
                10 STR-LAST-DEPT PIC 9(5).
         01 WS-RANGE-TOTAL PIC 9(6).

         01 WS-MAX-CASES PIC 9(5) VALUE 9999.
         01 WS-CASE-SEQ PIC 9(5).
         01 WS-CASES-READ PIC 9(6) VALUE ZERO.
         01 WS-CASES-WRITTEN PIC 9(6) VALUE ZERO.
         01 WS-NOZONE-COUNT PIC 9(6) VALUE ZERO.
         01 WS-CASE-STREAM-TABLE.
             05 WS-CASE-STREAM PIC 9 OCCURS 9999 TIMES.
         01 WS-DEPT-SEQ PIC 9(5) VALUE ZERO.
         01 WS-DEPT-LINE PIC X(255) VALUE SPACES.

         01 WS-CASE-ZONE PIC 9(4).
         01 WS-STATION-ID PIC 9(4).
         01 WS-ROUTE-ID PIC 9(3).
         01 WS-NSEG PIC 9(3).

         01 WS-COUNT-ED PIC Z(5)9.
         01 WS-COUNT-ED2 PIC Z(5)9.
         01 WS-DEPT-ED PIC Z(3)9.
         01 WS-ERR-TEXT PIC X(80).

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "SPLITSTP" TO RCP-STEP
            MOVE "HARRYSPL" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            IF RCP-RUN-DATE NOT = ZERO
                MOVE RCP-RUN-DATE TO WS-RUN-DATE-NUM
            ELSE
                MOVE WS-RUN-TS (1:8) TO WS-RUN-DATE-NUM
            END-IF
            OPEN OUTPUT SPLITRPT
            MOVE SPACES TO RPT-REC
            STRING "HARRY_LASERS INPUT SPLIT BY ZONE RANGE - RUN DATE "
                WS-RUN-DATE-NUM
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM LOAD-STREAM-RANGES
            IF SPLIT-OK
                PERFORM OPEN-LOOKUP-MASTERS
                PERFORM ASSIGN-CASES-TO-STREAMS
            END-IF
            IF SPLIT-OK
                PERFORM COMPUTE-STREAM-BASES
                PERFORM WRITE-STREAM-DECKS
            END-IF
            IF SPLIT-OK
                PERFORM WRITE-SPLIT-CONTROL
            END-IF
            PERFORM WRITE-SPLIT-TRAILER
            IF STATMAST-AVAILABLE
                CLOSE STATMAST
            END-IF
            IF ROUTEMST-AVAILABLE
                CLOSE ROUTEMST
            END-IF
            CLOSE SPLITRPT
            IF SPLIT-BAD
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            MOVE RETURN-CODE TO RCP-RC
            MOVE 4 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        LOAD-STREAM-RANGES.
            PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                UNTIL WS-STR-SUB > WS-MAX-STREAMS
                MOVE "N" TO STR-DEFINED (WS-STR-SUB)
                MOVE ZERO TO STR-LO-ZONE (WS-STR-SUB)
                MOVE ZERO TO STR-HI-ZONE (WS-STR-SUB)
                MOVE ZERO TO STR-CASES (WS-STR-SUB)
                MOVE ZERO TO STR-WRITTEN (WS-STR-SUB)
                MOVE ZERO TO STR-CASE-BASE (WS-STR-SUB)
                MOVE ZERO TO STR-DEPT-HDRS (WS-STR-SUB)
                MOVE ZERO TO STR-LAST-DEPT (WS-STR-SUB)
            END-PERFORM
            OPEN INPUT SPLITPRM
            IF WS-PRM-STATUS NOT EQUAL "00"
                PERFORM SET-DEFAULT-RANGES
                EXIT PARAGRAPH
            END-IF
            READ SPLITPRM
                AT END SET PRM-EOF TO TRUE
            END-READ
            PERFORM UNTIL PRM-EOF
                IF PRM-LINE NOT EQUAL SPACES
                        AND PRM-LINE (1:1) NOT EQUAL "*"
                    PERFORM TAKE-STREAM-CARD
                END-IF
                READ SPLITPRM
                    AT END SET PRM-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE SPLITPRM
            IF WS-PRM-CARDS = ZERO
                PERFORM SET-DEFAULT-RANGES
                EXIT PARAGRAPH
            END-IF
            IF SPLIT-OK
                PERFORM CHECK-STREAM-RANGES
            END-IF.

        SET-DEFAULT-RANGES.
            MOVE "Y" TO STR-DEFINED (1)
            MOVE 1 TO STR-LO-ZONE (1)
            MOVE 2499 TO STR-HI-ZONE (1)
            MOVE "Y" TO STR-DEFINED (2)
            MOVE 2500 TO STR-LO-ZONE (2)
            MOVE 4999 TO STR-HI-ZONE (2)
            MOVE "Y" TO STR-DEFINED (3)
            MOVE 5000 TO STR-LO-ZONE (3)
            MOVE 7499 TO STR-HI-ZONE (3)
            MOVE "Y" TO STR-DEFINED (4)
            MOVE 7500 TO STR-LO-ZONE (4)
            MOVE 9999 TO STR-HI-ZONE (4)
            MOVE 4 TO WS-STREAM-COUNT
            MOVE SPACES TO RPT-REC
            STRING "NO SPLITPRM CARDS - DEFAULT FOUR EQUAL ZONE RANGES"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        TAKE-STREAM-CARD.
            ADD 1 TO WS-PRM-CARDS
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-P-KEYWORD WS-P-STREAM
            MOVE ZERO TO WS-P-LO WS-P-HI
            UNSTRING PRM-LINE DELIMITED BY ALL SPACE
                INTO WS-P-KEYWORD WS-P-STREAM WS-P-LO WS-P-HI
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-P-KEYWORD NOT EQUAL "STREAM"
                    OR WS-P-STREAM (1:1) NOT NUMERIC
                    OR WS-P-STREAM (2:3) NOT EQUAL SPACES
                    OR WS-P-LO NOT NUMERIC
                    OR WS-P-HI NOT NUMERIC
                MOVE "CARD IS NOT STREAM N LOZONE HIZONE"
                    TO WS-ERR-TEXT
                PERFORM WRITE-CARD-ERROR
                EXIT PARAGRAPH
            END-IF
            MOVE WS-P-STREAM (1:1) TO WS-P-NUM
            IF WS-P-NUM = ZERO OR WS-P-NUM > WS-MAX-STREAMS
                MOVE "STREAM NUMBER MUST BE 1-4" TO WS-ERR-TEXT
                PERFORM WRITE-CARD-ERROR
                EXIT PARAGRAPH
            END-IF
            IF WS-P-LO = ZERO OR WS-P-HI < WS-P-LO
                MOVE "ZONE RANGE MUST BE 0001-9999, LOW NOT ABOVE HIGH"
                    TO WS-ERR-TEXT
                PERFORM WRITE-CARD-ERROR
                EXIT PARAGRAPH
            END-IF
            IF STR-DEFINED (WS-P-NUM) EQUAL "Y"
                MOVE "STREAM DEFINED TWICE" TO WS-ERR-TEXT
                PERFORM WRITE-CARD-ERROR
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO STR-DEFINED (WS-P-NUM)
            MOVE WS-P-LO TO STR-LO-ZONE (WS-P-NUM)
            MOVE WS-P-HI TO STR-HI-ZONE (WS-P-NUM)
            IF WS-P-NUM > WS-STREAM-COUNT
                MOVE WS-P-NUM TO WS-STREAM-COUNT
            END-IF.

        WRITE-CARD-ERROR.
            SET SPLIT-BAD TO TRUE
            MOVE SPACES TO RPT-REC
            STRING "** SPLITPRM " WS-ERR-TEXT
                ": " PRM-LINE (1:40)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        CHECK-STREAM-RANGES.
            MOVE ZERO TO WS-RANGE-TOTAL
            PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                UNTIL WS-STR-SUB > WS-STREAM-COUNT
                IF STR-DEFINED (WS-STR-SUB) NOT EQUAL "Y"
                    SET SPLIT-BAD TO TRUE
                    MOVE SPACES TO RPT-REC
                    STRING "** SPLITPRM STREAM " WS-STR-SUB
                        " IS MISSING - STREAMS MUST BE NUMBERED"
                        " FROM 1 WITH NO GAPS"
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                ELSE
                    COMPUTE WS-RANGE-TOTAL = WS-RANGE-TOTAL
                        + STR-HI-ZONE (WS-STR-SUB)
                        - STR-LO-ZONE (WS-STR-SUB) + 1
                    PERFORM CHECK-ONE-OVERLAP
                END-IF
            END-PERFORM
            IF SPLIT-OK AND WS-RANGE-TOTAL NOT = 9999
                SET SPLIT-BAD TO TRUE
                MOVE SPACES TO RPT-REC
                STRING "** SPLITPRM ZONE RANGES DO NOT COVER"
                    " ZONES 0001-9999 EXACTLY ONCE"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        CHECK-ONE-OVERLAP.
            PERFORM VARYING WS-STR-SUB2 FROM 1 BY 1
                UNTIL WS-STR-SUB2 >= WS-STR-SUB
                IF STR-DEFINED (WS-STR-SUB2) EQUAL "Y"
                    AND STR-LO-ZONE (WS-STR-SUB)
                        <= STR-HI-ZONE (WS-STR-SUB2)
                    AND STR-HI-ZONE (WS-STR-SUB)
                        >= STR-LO-ZONE (WS-STR-SUB2)
                    SET SPLIT-BAD TO TRUE
                    MOVE SPACES TO RPT-REC
                    STRING "** SPLITPRM STREAM " WS-STR-SUB
                        " ZONE RANGE OVERLAPS STREAM " WS-STR-SUB2
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                END-IF
            END-PERFORM.

        OPEN-LOOKUP-MASTERS.
            OPEN INPUT STATMAST
            IF WS-STATION-STATUS EQUAL "00"
                SET STATMAST-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT ROUTEMST
            IF WS-ROUTEMST-STATUS EQUAL "00"
                SET ROUTEMST-AVAILABLE TO TRUE
            END-IF.

        ASSIGN-CASES-TO-STREAMS.
            OPEN INPUT HARRYIN
            IF WS-IN-STATUS NOT EQUAL "00"
                SET SPLIT-BAD TO TRUE
                MOVE SPACES TO RPT-REC
                STRING "** HARRYIN COULD NOT BE OPENED - STATUS "
                    WS-IN-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            PERFORM READ-INPUT-HEADERS
            IF SPLIT-BAD
                CLOSE HARRYIN
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-CASE-SEQ FROM 1 BY 1
                UNTIL WS-CASE-SEQ > WS-NUM-TESTS OR EOF
                READ HARRYIN
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF OR ln (1:5) NOT EQUAL "DEPT "
                    READ HARRYIN
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                IF NOT EOF
                    ADD 1 TO WS-CASES-READ
                    PERFORM FIND-CASE-ZONE
                    PERFORM FIND-CASE-STREAM
                END-IF
            END-PERFORM
            IF WS-CASES-READ < WS-NUM-TESTS
                SET SPLIT-BAD TO TRUE
                MOVE WS-NUM-TESTS TO WS-COUNT-ED
                MOVE WS-CASES-READ TO WS-COUNT-ED2
                MOVE SPACES TO RPT-REC
                STRING "** CONTROL TOTAL MISMATCH - NUM_TESTS="
                    WS-COUNT-ED " BUT ONLY " WS-COUNT-ED2
                    " DATA LINES WERE FOUND"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            ELSE
                READ HARRYIN
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF OR ln (1:5) NOT EQUAL "DEPT "
                    READ HARRYIN
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                IF NOT EOF
                    SET SPLIT-BAD TO TRUE
                    MOVE WS-NUM-TESTS TO WS-COUNT-ED
                    MOVE SPACES TO RPT-REC
                    STRING "** CONTROL TOTAL MISMATCH - NUM_TESTS="
                        WS-COUNT-ED
                        " BUT EXTRA DATA LINES REMAIN IN HARRYIN"
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                END-IF
            END-IF
            CLOSE HARRYIN.

        READ-INPUT-HEADERS.
            MOVE ZERO TO WS-HDR-LINES
            READ HARRYIN
                AT END SET EOF TO TRUE
            END-READ
            IF NOT EOF AND ln (1:7) EQUAL "REPLAY "
                SET REPLAY-RUN TO TRUE
                MOVE ln TO WS-REPLAY-LINE
                PERFORM READ-NEXT-HEADER
            END-IF
            IF NOT EOF AND ln (1:5) EQUAL "SITE "
                MOVE ln TO WS-SITE-LINE
                PERFORM TAKE-SITE-LINE
                PERFORM READ-NEXT-HEADER
            END-IF
            IF NOT EOF AND ln (1:10) EQUAL "CHECKTIME "
                MOVE ln TO WS-CHECKTIME-LINE
                PERFORM READ-NEXT-HEADER
            END-IF
            IF NOT EOF AND ln (1:9) EQUAL "CASEBASE "
                PERFORM TAKE-CASEBASE-LINE
                PERFORM READ-NEXT-HEADER
            END-IF
            IF NOT EOF AND ln (1:7) EQUAL "STREAM "
                SET SPLIT-BAD TO TRUE
                MOVE SPACES TO RPT-REC
                STRING "** HARRYIN IS ALREADY A SPLIT STREAM DECK"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            IF EOF
                SET SPLIT-BAD TO TRUE
                MOVE SPACES TO RPT-REC
                STRING "** INVALID HEADER - NUM_TESTS RECORD IS MISSING"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE 1 TO WS-PARSE-PTR
            MOVE ZERO TO WS-NUM-TESTS
            UNSTRING ln DELIMITED BY ALL SPACE
                INTO WS-NUM-TESTS
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            ADD 1 TO WS-HDR-LINES
            IF ln (1:1) NOT NUMERIC OR WS-NUM-TESTS NOT NUMERIC
                SET SPLIT-BAD TO TRUE
                MOVE SPACES TO RPT-REC
                STRING "** INVALID HEADER - NUM_TESTS NOT NUMERIC: "
                    ln (1:6)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            IF WS-NUM-TESTS = ZERO
                SET SPLIT-BAD TO TRUE
                MOVE SPACES TO RPT-REC
                STRING "** INVALID HEADER - NUM_TESTS IS ZERO"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            IF WS-NUM-TESTS > WS-MAX-CASES
                SET SPLIT-BAD TO TRUE
                MOVE WS-NUM-TESTS TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** NUM_TESTS=" WS-COUNT-ED
                    " IS MORE THAN THE SPLIT CAN HOLD (9999)"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        READ-NEXT-HEADER.
            ADD 1 TO WS-HDR-LINES
            READ HARRYIN
                AT END SET EOF TO TRUE
            END-READ.

        TAKE-SITE-LINE.
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-SITE-TOKEN
            UNSTRING ln DELIMITED BY ALL SPACE
                INTO WS-KEYWORD WS-SITE-TOKEN
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-SITE-TOKEN (1:2) IS NUMERIC
                    AND WS-SITE-TOKEN (3:2) EQUAL SPACES
                    AND WS-SITE-TOKEN (1:2) NOT EQUAL "00"
                MOVE WS-SITE-TOKEN (1:2) TO WS-SITE-ID
            ELSE
                SET SPLIT-BAD TO TRUE
                MOVE SPACES TO RPT-REC
                STRING "** INVALID HEADER - SITE IS NOT 01-99: "
                    WS-SITE-TOKEN
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        TAKE-CASEBASE-LINE.
            MOVE 1 TO WS-PARSE-PTR
            MOVE ZERO TO WS-CASE-BASE
            UNSTRING ln DELIMITED BY ALL SPACE
                INTO WS-KEYWORD WS-CASE-BASE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-CASE-BASE NOT NUMERIC
                MOVE ZERO TO WS-CASE-BASE
            END-IF.

        FIND-CASE-ZONE.
            MOVE ZERO TO WS-CASE-ZONE
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-TOKEN
            UNSTRING ln DELIMITED BY ALL SPACE
                INTO WS-TOKEN
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-TOKEN (1:2) EQUAL "IN" OR WS-TOKEN (1:2) EQUAL "MM"
                MOVE SPACES TO WS-TOKEN
                UNSTRING ln DELIMITED BY ALL SPACE
                    INTO WS-TOKEN
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
            END-IF
            IF WS-TOKEN EQUAL "SRC"
                UNSTRING ln DELIMITED BY ALL SPACE
                    INTO WS-TOKEN WS-TOKEN WS-TOKEN
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
            END-IF
            IF WS-TOKEN EQUAL "ELEV"
                UNSTRING ln DELIMITED BY ALL SPACE
                    INTO WS-TOKEN WS-TOKEN WS-TOKEN
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
            END-IF
            EVALUATE TRUE
                WHEN WS-TOKEN EQUAL "STA"
                    MOVE ZERO TO WS-STATION-ID
                    UNSTRING ln DELIMITED BY ALL SPACE
                        INTO WS-STATION-ID
                        WITH POINTER WS-PARSE-PTR
                    END-UNSTRING
                    PERFORM FIND-STATION-ZONE
                WHEN WS-TOKEN EQUAL "ROUTE"
                    MOVE ZERO TO WS-ROUTE-ID
                    UNSTRING ln DELIMITED BY ALL SPACE
                        INTO WS-ROUTE-ID
                        WITH POINTER WS-PARSE-PTR
                    END-UNSTRING
                    PERFORM FIND-ROUTE-ZONE
                WHEN WS-TOKEN (1:8) EQUAL "CORRIDOR"
                    CONTINUE
                WHEN WS-TOKEN EQUAL "SWEEP"
                    UNSTRING ln DELIMITED BY ALL SPACE
                        INTO WS-CASE-ZONE
                        WITH POINTER WS-PARSE-PTR
                    END-UNSTRING
                WHEN OTHER
                    MOVE ZERO TO WS-NSEG
                    UNSTRING ln DELIMITED BY ALL SPACE
                        INTO WS-TOKEN WS-NSEG
                        WITH POINTER WS-PARSE-PTR
                    END-UNSTRING
                    IF WS-NSEG NUMERIC AND WS-NSEG = ZERO
                        UNSTRING ln DELIMITED BY ALL SPACE
                            INTO WS-CASE-ZONE
                            WITH POINTER WS-PARSE-PTR
                        END-UNSTRING
                    END-IF
            END-EVALUATE
            IF WS-CASE-ZONE NOT NUMERIC
                MOVE ZERO TO WS-CASE-ZONE
            END-IF.

        FIND-STATION-ZONE.
            IF WS-STATION-ID NOT NUMERIC OR WS-STATION-ID = ZERO
                    OR NOT STATMAST-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SITE-ID TO STA-SITE-ID
            MOVE WS-STATION-ID TO STA-ID
            READ STATMAST
                INVALID KEY CONTINUE
            END-READ
            IF WS-STATION-STATUS EQUAL "00"
                MOVE STA-ZONE-ID TO WS-CASE-ZONE
            END-IF.

        FIND-ROUTE-ZONE.
            IF WS-ROUTE-ID NOT NUMERIC OR WS-ROUTE-ID = ZERO
                    OR NOT ROUTEMST-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ROUTE-ID TO RTE-ID
            READ ROUTEMST
                INVALID KEY CONTINUE
            END-READ
            IF WS-ROUTEMST-STATUS NOT EQUAL "00"
                    OR RTE-WPT-COUNT < 2
                EXIT PARAGRAPH
            END-IF
            MOVE RTE-STA (2) TO WS-STATION-ID
            PERFORM FIND-STATION-ZONE.

        FIND-CASE-STREAM.
            MOVE 1 TO WS-OUT-STREAM
            IF WS-CASE-ZONE = ZERO
                ADD 1 TO WS-NOZONE-COUNT
            ELSE
                PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                    UNTIL WS-STR-SUB > WS-STREAM-COUNT
                    IF WS-CASE-ZONE >= STR-LO-ZONE (WS-STR-SUB)
                            AND WS-CASE-ZONE <= STR-HI-ZONE (WS-STR-SUB)
                        MOVE WS-STR-SUB TO WS-OUT-STREAM
                    END-IF
                END-PERFORM
            END-IF
            MOVE WS-OUT-STREAM TO WS-CASE-STREAM (WS-CASE-SEQ)
            ADD 1 TO STR-CASES (WS-OUT-STREAM).

        COMPUTE-STREAM-BASES.
            MOVE WS-CASE-BASE TO STR-CASE-BASE (1)
            PERFORM VARYING WS-STR-SUB FROM 2 BY 1
                UNTIL WS-STR-SUB > WS-MAX-STREAMS
                COMPUTE STR-CASE-BASE (WS-STR-SUB) =
                    STR-CASE-BASE (WS-STR-SUB - 1)
                    + STR-CASES (WS-STR-SUB - 1)
            END-PERFORM.

        WRITE-STREAM-DECKS.
            OPEN OUTPUT STRMIN1
            OPEN OUTPUT STRMIN2
            OPEN OUTPUT STRMIN3
            OPEN OUTPUT STRMIN4
            PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                UNTIL WS-STR-SUB > WS-MAX-STREAMS
                PERFORM WRITE-STREAM-HEADER
            END-PERFORM
            MOVE "N" TO WS-EOF-SW
            OPEN INPUT HARRYIN
            PERFORM WS-HDR-LINES TIMES
                READ HARRYIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            MOVE ZERO TO WS-DEPT-SEQ
            PERFORM VARYING WS-CASE-SEQ FROM 1 BY 1
                UNTIL WS-CASE-SEQ > WS-NUM-TESTS OR EOF
                READ HARRYIN
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF OR ln (1:5) NOT EQUAL "DEPT "
                    ADD 1 TO WS-DEPT-SEQ
                    MOVE ln TO WS-DEPT-LINE
                    READ HARRYIN
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                IF NOT EOF
                    PERFORM WRITE-ONE-CASE
                END-IF
            END-PERFORM
            CLOSE HARRYIN
            CLOSE STRMIN1
            CLOSE STRMIN2
            CLOSE STRMIN3
            CLOSE STRMIN4
            PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                UNTIL WS-STR-SUB > WS-MAX-STREAMS
                IF STR-WRITTEN (WS-STR-SUB)
                        NOT = STR-CASES (WS-STR-SUB)
                    SET SPLIT-BAD TO TRUE
                END-IF
            END-PERFORM
            IF WS-CASES-WRITTEN NOT = WS-NUM-TESTS
                SET SPLIT-BAD TO TRUE
            END-IF
            IF SPLIT-BAD
                MOVE WS-NUM-TESTS TO WS-COUNT-ED
                MOVE WS-CASES-WRITTEN TO WS-COUNT-ED2
                MOVE SPACES TO RPT-REC
                STRING "** SPLIT OUT OF BALANCE - NUM_TESTS="
                    WS-COUNT-ED " CASES WRITTEN=" WS-COUNT-ED2
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-STREAM-HEADER.
            MOVE WS-STR-SUB TO WS-OUT-STREAM
            IF REPLAY-RUN
                MOVE WS-REPLAY-LINE TO WS-OUT-LINE
                PERFORM WRITE-STREAM-LINE
            END-IF
            IF WS-SITE-LINE NOT EQUAL SPACES
                MOVE WS-SITE-LINE TO WS-OUT-LINE
                PERFORM WRITE-STREAM-LINE
            END-IF
            IF WS-CHECKTIME-LINE NOT EQUAL SPACES
                MOVE WS-CHECKTIME-LINE TO WS-OUT-LINE
            ELSE
                MOVE SPACES TO WS-OUT-LINE
                STRING "CHECKTIME " WS-RUN-TS (9:4)
                    DELIMITED BY SIZE INTO WS-OUT-LINE
            END-IF
            PERFORM WRITE-STREAM-LINE
            MOVE SPACES TO WS-OUT-LINE
            STRING "CASEBASE " STR-CASE-BASE (WS-STR-SUB)
                DELIMITED BY SIZE INTO WS-OUT-LINE
            PERFORM WRITE-STREAM-LINE
            MOVE SPACES TO WS-OUT-LINE
            STRING "STREAM 0" WS-STR-SUB
                DELIMITED BY SIZE INTO WS-OUT-LINE
            PERFORM WRITE-STREAM-LINE
            MOVE SPACES TO WS-OUT-LINE
            MOVE STR-CASES (WS-STR-SUB) TO WS-OUT-LINE (1:6)
            PERFORM WRITE-STREAM-LINE.

        WRITE-ONE-CASE.
            MOVE WS-CASE-STREAM (WS-CASE-SEQ) TO WS-OUT-STREAM
            IF WS-DEPT-SEQ > ZERO
                    AND STR-LAST-DEPT (WS-OUT-STREAM)
                        NOT = WS-DEPT-SEQ
                MOVE WS-DEPT-LINE TO WS-OUT-LINE
                PERFORM WRITE-STREAM-LINE
                MOVE WS-DEPT-SEQ TO STR-LAST-DEPT (WS-OUT-STREAM)
                ADD 1 TO STR-DEPT-HDRS (WS-OUT-STREAM)
            END-IF
            MOVE ln TO WS-OUT-LINE
            PERFORM WRITE-STREAM-LINE
            ADD 1 TO STR-WRITTEN (WS-OUT-STREAM)
            ADD 1 TO WS-CASES-WRITTEN.

        WRITE-STREAM-LINE.
            EVALUATE WS-OUT-STREAM
                WHEN 1
                    MOVE WS-OUT-LINE TO STRM1-REC
                    WRITE STRM1-REC
                WHEN 2
                    MOVE WS-OUT-LINE TO STRM2-REC
                    WRITE STRM2-REC
                WHEN 3
                    MOVE WS-OUT-LINE TO STRM3-REC
                    WRITE STRM3-REC
                WHEN 4
                    MOVE WS-OUT-LINE TO STRM4-REC
                    WRITE STRM4-REC
            END-EVALUATE.

        WRITE-SPLIT-CONTROL.
            OPEN OUTPUT SPLITCTL
            PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                UNTIL WS-STR-SUB > WS-MAX-STREAMS
                MOVE SPACES TO SPC-REC
                MOVE WS-STR-SUB TO SPC-STREAM
                MOVE WS-RUN-DATE-NUM TO SPC-RUN-DATE
                MOVE WS-SITE-ID TO SPC-SITE
                MOVE STR-LO-ZONE (WS-STR-SUB) TO SPC-LO-ZONE
                MOVE STR-HI-ZONE (WS-STR-SUB) TO SPC-HI-ZONE
                MOVE STR-CASE-BASE (WS-STR-SUB) TO SPC-CASE-BASE
                MOVE STR-WRITTEN (WS-STR-SUB) TO SPC-CASES
                MOVE STR-DEPT-HDRS (WS-STR-SUB) TO SPC-DEPT-HDRS
                MOVE WS-REPLAY-SW TO SPC-REPLAY
                WRITE SPC-REC
            END-PERFORM
            CLOSE SPLITCTL.

        WRITE-SPLIT-TRAILER.
            PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                UNTIL WS-STR-SUB > WS-MAX-STREAMS
                PERFORM WRITE-STREAM-LINE-RPT
            END-PERFORM
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-NUM-TESTS TO WS-COUNT-ED
            MOVE WS-CASES-READ TO WS-COUNT-ED2
            MOVE SPACES TO RPT-REC
            STRING "NUM_TESTS=" WS-COUNT-ED
                "  CASES READ=" WS-COUNT-ED2
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-CASES-WRITTEN TO WS-COUNT-ED
            MOVE WS-NOZONE-COUNT TO WS-COUNT-ED2
            MOVE SPACES TO RPT-REC
            STRING "CASES WRITTEN=" WS-COUNT-ED
                "  NO ZONE KNOWN (SENT TO STREAM 1)=" WS-COUNT-ED2
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            IF SPLIT-BAD
                STRING "** SPLIT FAILED - STREAM DECKS MUST NOT BE RUN"
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "SPLIT BALANCED - STREAM DECKS AND SPLITCTL"
                    " WRITTEN"
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC.

        WRITE-STREAM-LINE-RPT.
            MOVE STR-WRITTEN (WS-STR-SUB) TO WS-COUNT-ED
            MOVE STR-DEPT-HDRS (WS-STR-SUB) TO WS-DEPT-ED
            MOVE SPACES TO RPT-REC
            IF STR-DEFINED (WS-STR-SUB) EQUAL "Y"
                STRING "STREAM " WS-STR-SUB
                    "  ZONES " STR-LO-ZONE (WS-STR-SUB)
                    "-" STR-HI-ZONE (WS-STR-SUB)
                    "  CASES=" WS-COUNT-ED
                    "  CASEBASE=" STR-CASE-BASE (WS-STR-SUB)
                    "  DEPT HEADERS=" WS-DEPT-ED
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "STREAM " WS-STR-SUB
                    "  NOT DEFINED - EMPTY DECK WRITTEN"
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC.

        END PROGRAM HARRYSPL.
