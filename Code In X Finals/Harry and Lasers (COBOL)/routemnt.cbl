        IDENTIFICATION DIVISION.
        PROGRAM-ID. ROUTEMNT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ROUTETRN ASSIGN TO "ROUTETRN"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT ROUTEMST ASSIGN TO "ROUTEMST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RTE-ID
                FILE STATUS IS WS-ROUTE-STATUS.
            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-STATION-STATUS.
            SELECT DEPTMAST ASSIGN TO "DEPTMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-DEPT-STATUS.
            SELECT OPERAUTH ASSIGN TO "OPERAUTH"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AUTH-OPER-ID
                FILE STATUS IS WS-AUTH-STATUS.
            SELECT ROUTERPT ASSIGN TO "ROUTERPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD ROUTETRN.
         01 TRAN-LINE PIC X(132).

         FD ROUTEMST.
         COPY ROUTEMST.

         FD STATMAST.
         COPY STATMAST.

         FD DEPTMAST.
         COPY DEPTMAST.

         FD OPERAUTH.
         COPY OPERAUTH.

         FD ROUTERPT.
         01 MAINT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-ROUTE-STATUS PIC XX.
         01 WS-STATION-STATUS PIC XX.
         01 WS-STATMAST-SW PIC X VALUE "N".
             88 STATMAST-AVAILABLE VALUE "Y".
         01 WS-DEPT-STATUS PIC XX.
         01 WS-DEPTMAST-SW PIC X VALUE "N".
             88 DEPTMAST-AVAILABLE VALUE "Y".
         01 WS-TRAN-SW PIC X VALUE "N".
             88 TRAN-OK VALUE "N".
             88 TRAN-BAD VALUE "Y".
         01 WS-RUN-TS PIC X(26).
         01 WS-OPERATOR-ID PIC X(8).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-AUTH-STATUS PIC XX.
         01 WS-OPERAUTH-SW PIC X VALUE "N".
             88 OPERAUTH-AVAILABLE VALUE "Y".
         01 WS-AUTH-OK-SW PIC X.
             88 OPERATOR-AUTHORIZED VALUE "Y".
         01 WS-NEED-FUNC PIC X.
         01 WS-FUNC-HITS PIC 9(2).

         01 WS-TRAN-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-APPLIED-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
         01 WS-TRAN-COUNT-ED     PIC Z(5)9.
         01 WS-APPLIED-COUNT-ED  PIC Z(5)9.
         01 WS-REJECTED-COUNT-ED PIC Z(5)9.

         01 WS-ACTION      PIC X(8).
         01 WS-T-ROUTE     PIC 9(3).
         01 WS-T-DEPT      PIC X(4).
         01 WS-T-DESC      PIC X(30).
         01 WS-T-POS       PIC 9(2).
         01 WS-T-TOKEN     PIC X(10).
         01 WS-T-STA       PIC 9(4).
         01 WS-T-XFLAG     PIC X.
         01 WS-REM-LEN     PIC S9(4).
         01 WS-PARSE-PTR   PIC 9(4).
         01 WS-REJECT-TEXT PIC X(40).

         01 WS-WORK-COUNT  PIC 9(2).
         01 WS-WORK-TABLE.
             05 WS-WORK-ENTRY OCCURS 50 TIMES.
                10 WK-STA     PIC 9(4).
                10 WK-XZONE   PIC X.
                10 WK-ZONE    PIC 9(4).
                10 WK-USED    PIC X.
         01 WS-RESEQ-COUNT PIC 9(2).
         01 WS-RESEQ-TABLE.
             05 WS-RESEQ-ENTRY OCCURS 50 TIMES.
                10 RQ-STA     PIC 9(4).
                10 RQ-XZONE   PIC X.
         01 WS-WPT-SUB     PIC 9(2).
         01 WS-SHIFT-SUB   PIC 9(2).
         01 WS-MATCH-SUB   PIC 9(2).

         01 WS-ROUTE-ID-ED PIC Z(3).
         01 WS-STA-ID-ED   PIC Z(4).
         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-WPT-ED      PIC Z9.
         01 WS-WPT-NOTE    PIC X(20).

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT ROUTETRN
            OPEN I-O ROUTEMST
            IF WS-ROUTE-STATUS EQUAL "35"
                OPEN OUTPUT ROUTEMST
                CLOSE ROUTEMST
                OPEN I-O ROUTEMST
            END-IF
            OPEN OUTPUT ROUTERPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE SPACES TO WS-OPERATOR-ID
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            OPEN INPUT STATMAST
            IF WS-STATION-STATUS EQUAL "00"
                SET STATMAST-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT DEPTMAST
            IF WS-DEPT-STATUS EQUAL "00"
                SET DEPTMAST-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT OPERAUTH
            IF WS-AUTH-STATUS EQUAL "00"
                SET OPERAUTH-AVAILABLE TO TRUE
            END-IF
            MOVE "P" TO WS-NEED-FUNC
            PERFORM CHECK-OPERATOR-AUTHORITY
            CALL "SITESEL" USING SITE-PARM
            IF SITP-CARD-BAD
                MOVE SPACES TO MAINT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    " - ALL TRANSACTIONS WILL REJECT"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF
            PERFORM WRITE-MAINT-HEADERS
            IF NOT OPERATOR-AUTHORIZED
                MOVE SPACES TO MAINT-REC
                STRING "** OPERATOR " WS-OPERATOR-ID
                    " NOT AUTHORIZED FOR ROUTE MAINTENANCE -"
                    " ALL TRANSACTIONS WILL REJECT"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF
            READ ROUTETRN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-TRAN-COUNT
                PERFORM PROCESS-ONE-TRAN
                READ ROUTETRN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            PERFORM WRITE-MAINT-TRAILER
            IF WS-REJECTED-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-TRAN-COUNT = ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
            CLOSE ROUTETRN
            CLOSE ROUTEMST
            CLOSE ROUTERPT
            IF STATMAST-AVAILABLE
                CLOSE STATMAST
            END-IF
            IF DEPTMAST-AVAILABLE
                CLOSE DEPTMAST
            END-IF
            IF OPERAUTH-AVAILABLE
                CLOSE OPERAUTH
            END-IF
            STOP RUN.

        PROCESS-ONE-TRAN.
            SET TRAN-OK TO TRUE
            MOVE SPACES TO WS-REJECT-TEXT
            IF NOT OPERATOR-AUTHORIZED
                SET TRAN-BAD TO TRUE
                MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-TEXT
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REJECT-LINE
                EXIT PARAGRAPH
            END-IF
            IF SITP-CARD-BAD
                SET TRAN-BAD TO TRUE
                MOVE "SITE CARD INVALID" TO WS-REJECT-TEXT
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REJECT-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-ACTION WS-T-DEPT WS-T-DESC
            MOVE ZERO TO WS-T-ROUTE WS-T-POS
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-ACTION WS-T-ROUTE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-ROUTE NOT NUMERIC OR WS-T-ROUTE = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "ROUTE ID MISSING OR NOT NUMERIC"
                    TO WS-REJECT-TEXT
            ELSE
                EVALUATE WS-ACTION
                    WHEN "ADDRTE"
                        PERFORM APPLY-ADD-ROUTE
                    WHEN "INSWPT"
                        PERFORM APPLY-INSERT-WAYPOINT
                    WHEN "DELWPT"
                        PERFORM APPLY-DELETE-WAYPOINT
                    WHEN "RESEQ"
                        PERFORM APPLY-RESEQUENCE
                    WHEN "RETIRE"
                        PERFORM APPLY-RETIRE-ROUTE
                    WHEN OTHER
                        SET TRAN-BAD TO TRUE
                        MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
                END-EVALUATE
            END-IF
            IF TRAN-BAD
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REJECT-LINE
            ELSE
                ADD 1 TO WS-APPLIED-COUNT
            END-IF.

        APPLY-ADD-ROUTE.
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-DEPT
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            PERFORM TAKE-DESC-REMAINDER
            IF WS-T-DEPT EQUAL SPACES
                SET TRAN-BAD TO TRUE
                MOVE "OWNING DEPARTMENT MISSING" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM VALIDATE-DEPARTMENT
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-ROUTE TO RTE-ID
            READ ROUTEMST
                INVALID KEY CONTINUE
            END-READ
            IF WS-ROUTE-STATUS EQUAL "00"
                SET TRAN-BAD TO TRUE
                MOVE "ROUTE ALREADY ON MASTER" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM WRITE-TRAN-ECHO
            MOVE "** ROUTE NOT ON MASTER (NEW)" TO MAINT-REC
            WRITE MAINT-REC
            INITIALIZE ROUTE-REC
            MOVE WS-T-ROUTE TO RTE-ID
            MOVE WS-T-DESC TO RTE-DESC
            MOVE WS-T-DEPT TO RTE-DEPT
            MOVE "A" TO RTE-STATUS
            MOVE ZERO TO RTE-WPT-COUNT
            MOVE WS-RUN-TS (1:14) TO RTE-UPD-TS
            MOVE WS-OPERATOR-ID TO RTE-UPD-OPER
            WRITE ROUTE-REC
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "MASTER WRITE FAILED" TO WS-REJECT-TEXT
            END-WRITE
            IF TRAN-OK
                PERFORM WRITE-AFTER-IMAGE
            END-IF.

        APPLY-INSERT-WAYPOINT.
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-POS
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            PERFORM PARSE-WAYPOINT-TOKEN
            IF WS-T-POS NOT NUMERIC OR WS-T-POS = ZERO
                    OR WS-T-STA NOT NUMERIC OR WS-T-STA = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "POSITION OR STATION MISSING"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM READ-ROUTE-FOR-CHANGE
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            IF RTE-WPT-COUNT >= 50
                SET TRAN-BAD TO TRUE
                MOVE "ROUTE ALREADY HAS 50 WAYPOINTS"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-T-POS > RTE-WPT-COUNT + 1
                SET TRAN-BAD TO TRUE
                MOVE "POSITION BEYOND END OF ROUTE + 1"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM VALIDATE-STATION
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-WORK-FROM-ROUTE
            PERFORM VARYING WS-SHIFT-SUB FROM WS-WORK-COUNT BY -1
                UNTIL WS-SHIFT-SUB < WS-T-POS
                MOVE WS-WORK-ENTRY (WS-SHIFT-SUB)
                    TO WS-WORK-ENTRY (WS-SHIFT-SUB + 1)
            END-PERFORM
            MOVE WS-T-STA TO WK-STA (WS-T-POS)
            MOVE WS-T-XFLAG TO WK-XZONE (WS-T-POS)
            ADD 1 TO WS-WORK-COUNT
            PERFORM VALIDATE-ZONE-LEGS
            IF TRAN-OK
                PERFORM STORE-WORK-IN-ROUTE
                PERFORM REWRITE-ROUTE
            END-IF.

        APPLY-DELETE-WAYPOINT.
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-POS
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-POS NOT NUMERIC OR WS-T-POS = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "WAYPOINT POSITION MISSING" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM READ-ROUTE-FOR-CHANGE
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            IF WS-T-POS > RTE-WPT-COUNT
                SET TRAN-BAD TO TRUE
                MOVE "NO WAYPOINT AT THAT POSITION"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-WORK-FROM-ROUTE
            PERFORM VARYING WS-SHIFT-SUB FROM WS-T-POS BY 1
                UNTIL WS-SHIFT-SUB >= WS-WORK-COUNT
                MOVE WS-WORK-ENTRY (WS-SHIFT-SUB + 1)
                    TO WS-WORK-ENTRY (WS-SHIFT-SUB)
            END-PERFORM
            INITIALIZE WS-WORK-ENTRY (WS-WORK-COUNT)
            SUBTRACT 1 FROM WS-WORK-COUNT
            PERFORM VALIDATE-ZONE-LEGS
            IF TRAN-OK
                PERFORM STORE-WORK-IN-ROUTE
                PERFORM REWRITE-ROUTE
            END-IF.

        APPLY-RESEQUENCE.
            PERFORM READ-ROUTE-FOR-CHANGE
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-WORK-FROM-ROUTE
            MOVE ZERO TO WS-RESEQ-COUNT
            PERFORM PARSE-WAYPOINT-TOKEN
            PERFORM UNTIL WS-T-TOKEN EQUAL SPACES OR TRAN-BAD
                PERFORM MATCH-RESEQ-WAYPOINT
                PERFORM PARSE-WAYPOINT-TOKEN
            END-PERFORM
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            IF WS-RESEQ-COUNT NOT = WS-WORK-COUNT
                SET TRAN-BAD TO TRUE
                MOVE "RESEQUENCE MUST LIST EVERY WAYPOINT"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-WPT-SUB FROM 1 BY 1
                UNTIL WS-WPT-SUB > WS-WORK-COUNT
                MOVE RQ-STA (WS-WPT-SUB) TO WK-STA (WS-WPT-SUB)
                MOVE RQ-XZONE (WS-WPT-SUB) TO WK-XZONE (WS-WPT-SUB)
            END-PERFORM
            PERFORM VALIDATE-ZONE-LEGS
            IF TRAN-OK
                PERFORM STORE-WORK-IN-ROUTE
                PERFORM REWRITE-ROUTE
            END-IF.

        MATCH-RESEQ-WAYPOINT.
            IF WS-T-STA NOT NUMERIC OR WS-T-STA = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "WAYPOINT STATION NOT NUMERIC"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-RESEQ-COUNT >= WS-WORK-COUNT
                SET TRAN-BAD TO TRUE
                MOVE "MORE WAYPOINTS LISTED THAN ON ROUTE"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-MATCH-SUB
            PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                UNTIL WS-SHIFT-SUB > WS-WORK-COUNT
                    OR WS-MATCH-SUB > ZERO
                IF WK-STA (WS-SHIFT-SUB) EQUAL WS-T-STA
                        AND WK-USED (WS-SHIFT-SUB) NOT EQUAL "Y"
                    MOVE WS-SHIFT-SUB TO WS-MATCH-SUB
                END-IF
            END-PERFORM
            IF WS-MATCH-SUB = ZERO
                SET TRAN-BAD TO TRUE
                MOVE WS-T-STA TO WS-STA-ID-ED
                MOVE SPACES TO WS-REJECT-TEXT
                STRING "STATION " WS-STA-ID-ED " NOT ON ROUTE"
                    DELIMITED BY SIZE INTO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WK-USED (WS-MATCH-SUB)
            ADD 1 TO WS-RESEQ-COUNT
            MOVE WS-T-STA TO RQ-STA (WS-RESEQ-COUNT)
            MOVE WS-T-XFLAG TO RQ-XZONE (WS-RESEQ-COUNT).

        APPLY-RETIRE-ROUTE.
            PERFORM READ-ROUTE-FOR-CHANGE
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            MOVE "R" TO RTE-STATUS
            PERFORM REWRITE-ROUTE.

        READ-ROUTE-FOR-CHANGE.
            MOVE WS-T-ROUTE TO RTE-ID
            READ ROUTEMST
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "ROUTE NOT ON MASTER" TO WS-REJECT-TEXT
            END-READ
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            IF RTE-RETIRED
                SET TRAN-BAD TO TRUE
                MOVE "ROUTE IS RETIRED" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM WRITE-TRAN-ECHO
            PERFORM WRITE-BEFORE-IMAGE.

        PARSE-WAYPOINT-TOKEN.
            MOVE SPACES TO WS-T-TOKEN
            MOVE ZERO TO WS-T-STA
            MOVE SPACE TO WS-T-XFLAG
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-TOKEN
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-TOKEN EQUAL SPACES
                EXIT PARAGRAPH
            END-IF
            UNSTRING WS-T-TOKEN DELIMITED BY "/" OR SPACE
                INTO WS-T-STA WS-T-XFLAG
            END-UNSTRING
            IF WS-T-XFLAG NOT EQUAL "X"
                MOVE SPACE TO WS-T-XFLAG
            END-IF.

        LOAD-WORK-FROM-ROUTE.
            INITIALIZE WS-WORK-TABLE
            MOVE RTE-WPT-COUNT TO WS-WORK-COUNT
            PERFORM VARYING WS-WPT-SUB FROM 1 BY 1
                UNTIL WS-WPT-SUB > WS-WORK-COUNT
                MOVE RTE-STA (WS-WPT-SUB) TO WK-STA (WS-WPT-SUB)
                MOVE RTE-XZONE (WS-WPT-SUB) TO WK-XZONE (WS-WPT-SUB)
                MOVE SPACE TO WK-USED (WS-WPT-SUB)
            END-PERFORM.

        LOOKUP-WORK-ZONES.
            PERFORM VARYING WS-WPT-SUB FROM 1 BY 1
                UNTIL WS-WPT-SUB > WS-WORK-COUNT
                MOVE ZERO TO WK-ZONE (WS-WPT-SUB)
                IF STATMAST-AVAILABLE
                    MOVE SITP-SITE-ID TO STA-SITE-ID
                    MOVE WK-STA (WS-WPT-SUB) TO STA-ID
                    READ STATMAST
                        INVALID KEY CONTINUE
                    END-READ
                    IF WS-STATION-STATUS EQUAL "00"
                        MOVE STA-ZONE-ID TO WK-ZONE (WS-WPT-SUB)
                    END-IF
                END-IF
            END-PERFORM.

        VALIDATE-ZONE-LEGS.
            PERFORM LOOKUP-WORK-ZONES
            IF WS-WORK-COUNT > ZERO
                MOVE SPACE TO WK-XZONE (1)
            END-IF
            PERFORM VARYING WS-WPT-SUB FROM 2 BY 1
                UNTIL WS-WPT-SUB > WS-WORK-COUNT OR TRAN-BAD
                IF WK-ZONE (WS-WPT-SUB) NOT = ZERO
                        AND WK-ZONE (WS-WPT-SUB - 1) NOT = ZERO
                        AND WK-ZONE (WS-WPT-SUB)
                            NOT = WK-ZONE (WS-WPT-SUB - 1)
                        AND WK-XZONE (WS-WPT-SUB) NOT EQUAL "X"
                    SET TRAN-BAD TO TRUE
                    MOVE WS-WPT-SUB TO WS-WPT-ED
                    MOVE SPACES TO WS-REJECT-TEXT
                    STRING "WAYPOINT " WS-WPT-ED
                        " JUMPS ZONE - NOT FLAGGED X"
                        DELIMITED BY SIZE INTO WS-REJECT-TEXT
                END-IF
            END-PERFORM.

        STORE-WORK-IN-ROUTE.
            MOVE WS-WORK-COUNT TO RTE-WPT-COUNT
            PERFORM VARYING WS-WPT-SUB FROM 1 BY 1
                UNTIL WS-WPT-SUB > 50
                IF WS-WPT-SUB > WS-WORK-COUNT
                    MOVE ZERO TO RTE-STA (WS-WPT-SUB)
                    MOVE SPACE TO RTE-XZONE (WS-WPT-SUB)
                ELSE
                    MOVE WK-STA (WS-WPT-SUB) TO RTE-STA (WS-WPT-SUB)
                    MOVE WK-XZONE (WS-WPT-SUB)
                        TO RTE-XZONE (WS-WPT-SUB)
                END-IF
            END-PERFORM.

        REWRITE-ROUTE.
            MOVE WS-RUN-TS (1:14) TO RTE-UPD-TS
            MOVE WS-OPERATOR-ID TO RTE-UPD-OPER
            REWRITE ROUTE-REC
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "MASTER REWRITE FAILED" TO WS-REJECT-TEXT
            END-REWRITE
            IF TRAN-OK
                PERFORM WRITE-AFTER-IMAGE
            END-IF.

        VALIDATE-STATION.
            IF NOT STATMAST-AVAILABLE
                SET TRAN-BAD TO TRUE
                MOVE "STATION MASTER NOT AVAILABLE" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO STA-SITE-ID
            MOVE WS-T-STA TO STA-ID
            READ STATMAST
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "STATION NOT ON STATMAST" TO WS-REJECT-TEXT
            END-READ
            IF TRAN-OK AND NOT STA-ACTIVE
                SET TRAN-BAD TO TRUE
                MOVE "STATION NOT ACTIVE ON STATMAST"
                    TO WS-REJECT-TEXT
            END-IF.

        VALIDATE-DEPARTMENT.
            IF NOT DEPTMAST-AVAILABLE
                SET TRAN-BAD TO TRUE
                MOVE "DEPARTMENT MASTER NOT AVAILABLE"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-DEPT TO DEPT-CODE
            READ DEPTMAST
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "DEPARTMENT NOT ON DEPTMAST"
                        TO WS-REJECT-TEXT
            END-READ
            IF TRAN-OK AND NOT DEPT-IS-ACTIVE
                SET TRAN-BAD TO TRUE
                MOVE "DEPARTMENT NOT ACTIVE ON DEPTMAST"
                    TO WS-REJECT-TEXT
            END-IF.

        CHECK-OPERATOR-AUTHORITY.
            SET OPERATOR-AUTHORIZED TO TRUE
            IF NOT OPERAUTH-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-AUTH-OK-SW
            MOVE WS-OPERATOR-ID TO AUTH-OPER-ID
            READ OPERAUTH
                INVALID KEY CONTINUE
            END-READ
            IF WS-AUTH-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            IF AUTH-EFF-DATE NUMERIC
                    AND WS-TODAY-NUM < AUTH-EFF-DATE
                EXIT PARAGRAPH
            END-IF
            IF AUTH-EXP-DATE NUMERIC AND AUTH-EXP-DATE NOT = ZERO
                    AND WS-TODAY-NUM > AUTH-EXP-DATE
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-FUNC-HITS
            INSPECT AUTH-FUNCS TALLYING WS-FUNC-HITS
                FOR ALL WS-NEED-FUNC
            IF WS-FUNC-HITS > ZERO
                SET OPERATOR-AUTHORIZED TO TRUE
            END-IF.

        TAKE-DESC-REMAINDER.
            COMPUTE WS-REM-LEN = 132 - WS-PARSE-PTR + 1
            IF WS-REM-LEN > 30
                MOVE 30 TO WS-REM-LEN
            END-IF
            IF WS-REM-LEN > ZERO
                MOVE TRAN-LINE (WS-PARSE-PTR:WS-REM-LEN)
                    TO WS-T-DESC
            END-IF.

        WRITE-TRAN-ECHO.
            MOVE SPACES TO MAINT-REC
            STRING "TRAN: " TRAN-LINE (1:120)
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        WRITE-BEFORE-IMAGE.
            MOVE SPACES TO MAINT-REC
            STRING "  BEFORE IMAGE:"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            PERFORM WRITE-ROUTE-LISTING.

        WRITE-AFTER-IMAGE.
            MOVE SPACES TO MAINT-REC
            STRING "  AFTER IMAGE:"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            PERFORM WRITE-ROUTE-LISTING.

        WRITE-ROUTE-LISTING.
            MOVE RTE-ID TO WS-ROUTE-ID-ED
            MOVE RTE-WPT-COUNT TO WS-WPT-ED
            MOVE SPACES TO MAINT-REC
            STRING "  ROUTE " WS-ROUTE-ID-ED
                " DEPT=" RTE-DEPT
                " ST=" RTE-STATUS
                " WAYPOINTS=" WS-WPT-ED
                " " RTE-DESC
                " BY " RTE-UPD-OPER
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            PERFORM VARYING WS-WPT-SUB FROM 1 BY 1
                UNTIL WS-WPT-SUB > RTE-WPT-COUNT
                PERFORM WRITE-WAYPOINT-LINE
            END-PERFORM.

        WRITE-WAYPOINT-LINE.
            MOVE WS-WPT-SUB TO WS-WPT-ED
            MOVE RTE-STA (WS-WPT-SUB) TO WS-STA-ID-ED
            MOVE ZERO TO WS-ZONE-ID-ED
            MOVE SPACES TO WS-WPT-NOTE
            IF STATMAST-AVAILABLE
                MOVE SITP-SITE-ID TO STA-SITE-ID
                MOVE RTE-STA (WS-WPT-SUB) TO STA-ID
                READ STATMAST
                    INVALID KEY
                        MOVE "NOT ON STATMAST" TO WS-WPT-NOTE
                END-READ
                IF WS-STATION-STATUS EQUAL "00"
                    MOVE STA-ZONE-ID TO WS-ZONE-ID-ED
                    IF NOT STA-ACTIVE
                        MOVE "STATION SUSPENDED" TO WS-WPT-NOTE
                    END-IF
                END-IF
            END-IF
            MOVE SPACES TO MAINT-REC
            IF RTE-ZONE-CROSSING (WS-WPT-SUB)
                STRING "    WPT " WS-WPT-ED
                    " STA " WS-STA-ID-ED
                    " ZONE " WS-ZONE-ID-ED
                    " ZONE CROSSING " WS-WPT-NOTE
                    DELIMITED BY SIZE INTO MAINT-REC
            ELSE
                STRING "    WPT " WS-WPT-ED
                    " STA " WS-STA-ID-ED
                    " ZONE " WS-ZONE-ID-ED
                    "               " WS-WPT-NOTE
                    DELIMITED BY SIZE INTO MAINT-REC
            END-IF
            WRITE MAINT-REC.

        WRITE-REJECT-LINE.
            MOVE SPACES TO MAINT-REC
            STRING "** REJECTED: " WS-REJECT-TEXT
                " - RAW LINE: " TRAN-LINE (1:70)
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        WRITE-MAINT-HEADERS.
            MOVE SPACES TO MAINT-REC
            STRING "PATROL ROUTE MAINTENANCE REPORT"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE SPACES TO MAINT-REC
            STRING "RUN DATE: " WS-RUN-TS (1:10)
                "  TIME: " WS-RUN-TS (11:8)
                "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        WRITE-MAINT-TRAILER.
            MOVE WS-TRAN-COUNT TO WS-TRAN-COUNT-ED
            MOVE WS-APPLIED-COUNT TO WS-APPLIED-COUNT-ED
            MOVE WS-REJECTED-COUNT TO WS-REJECTED-COUNT-ED
            MOVE SPACES TO MAINT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE SPACES TO MAINT-REC
            STRING "MAINTENANCE SUMMARY - TRANSACTIONS READ: "
                WS-TRAN-COUNT-ED
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE SPACES TO MAINT-REC
            STRING "  APPLIED=" WS-APPLIED-COUNT-ED
                "  REJECTED=" WS-REJECTED-COUNT-ED
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        END PROGRAM ROUTEMNT.
