        IDENTIFICATION DIVISION.
        PROGRAM-ID. XREFCHK.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-STATION-STATUS.
            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT DEPTMAST ASSIGN TO "DEPTMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-DEPT-STATUS.
            SELECT CODEMAP ASSIGN TO "CODEMAP"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CMAP-CODE
                FILE STATUS IS WS-MAP-STATUS.
            SELECT ROUTEMST ASSIGN TO "ROUTEMST"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RTE-ID
                FILE STATUS IS WS-ROUTEMST-STATUS.
            SELECT CHECKLST ASSIGN TO "CHECKLST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LIST-STATUS.
            SELECT ROUTETBL ASSIGN TO "ROUTETBL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ROUTE-STATUS.
            SELECT XREFRPT ASSIGN TO "XREFRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD STATMAST.
         COPY STATMAST.

         FD OBSTRMASTER.
         COPY OBSTMAST.

         FD DEPTMAST.
         COPY DEPTMAST.

         FD CODEMAP.
         COPY CODEMAP.

         FD ROUTEMST.
         COPY ROUTEMST.

         FD CHECKLST.
         01 LIST-LINE PIC X(80).

         FD ROUTETBL.
         01 RTBL-LINE PIC X(80).

         FD XREFRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-STATION-STATUS PIC XX.
         01 WS-STATMAST-SW PIC X VALUE "N".
             88 STATMAST-AVAILABLE VALUE "Y".
         01 WS-MASTER-STATUS PIC XX.
         01 WS-MASTER-SW PIC X VALUE "N".
             88 MASTER-AVAILABLE VALUE "Y".
         01 WS-DEPT-STATUS PIC XX.
         01 WS-DEPTMAST-SW PIC X VALUE "N".
             88 DEPTMAST-AVAILABLE VALUE "Y".
         01 WS-MAP-STATUS PIC XX.
         01 WS-ROUTEMST-STATUS PIC XX.
         01 WS-LIST-STATUS PIC XX.
         01 WS-ROUTE-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).

         01 WS-ZONE-FLAG-TABLE.
             05 WS-ZONE-FLAG OCCURS 9999 TIMES.
                10 ZF-ON-MASTER    PIC X.
                10 ZF-STA-COUNT    PIC 9(4).
                10 ZF-ACTIVE-COUNT PIC 9(4).
         01 WS-ZONE-SUB PIC 9(4).

         01 WS-REF-STATION PIC 9(4).
         01 WS-REF-DEPT    PIC X(4).
         01 WS-REF-SW PIC X.
             88 REF-OK         VALUE "K".
             88 REF-MISSING    VALUE "M".
             88 REF-NOT-ACTIVE VALUE "S".
             88 REF-UNCHECKED  VALUE "U".

         01 WS-EXC-SOURCE PIC X(8).
         01 WS-EXC-KEY    PIC X(40).
         01 WS-EXC-TEXT   PIC X(60).
         01 WS-EXC-COUNT  PIC 9(6) VALUE ZERO.

         01 WS-STA-READ-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-ZONE-READ-COUNT PIC 9(6) VALUE ZERO.
         01 WS-MAP-READ-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-ROUTE-READ-COUNT PIC 9(6) VALUE ZERO.
         01 WS-LIST-READ-COUNT PIC 9(6) VALUE ZERO.
         01 WS-RTBL-READ-COUNT PIC 9(6) VALUE ZERO.
         01 WS-COUNT-ED PIC Z(5)9.

         01 WS-PARSE-PTR   PIC 9(4).
         01 WS-T-KEYWORD   PIC X(8).
         01 WS-T-ID        PIC X(4).
         01 WS-T-ZONE      PIC 9(4).
         01 WS-T-STA       PIC 9(4).
         01 WS-T-WPT       PIC 9(2).
         01 WS-L-ZONE      PIC 9(4).
         01 WS-L-DEPT      PIC X(4).

         01 WS-STA-ID-ED   PIC Z(4).
         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-ROUTE-ID-ED PIC Z(3).
         01 WS-WPT-ED      PIC Z9.

         COPY RCTLPARM.
         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "XREFSTEP" TO RCP-STEP
            MOVE "XREFCHK" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT XREFRPT
            CALL "SITESEL" USING SITE-PARM
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            MOVE SPACES TO RPT-REC
            STRING "CROSS-MASTER REFERENTIAL INTEGRITY REPORT"
                "   RUN DATE: " WS-RUN-TS (1:8)
                "  TIME: " WS-RUN-TS (9:6)
                "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            INITIALIZE WS-ZONE-FLAG-TABLE
            OPEN INPUT STATMAST
            IF WS-STATION-STATUS EQUAL "00"
                SET STATMAST-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT OBSTRMASTER
            IF WS-MASTER-STATUS EQUAL "00"
                SET MASTER-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT DEPTMAST
            IF WS-DEPT-STATUS EQUAL "00"
                SET DEPTMAST-AVAILABLE TO TRUE
            END-IF
            PERFORM CHECK-MASTERS-OPEN
            PERFORM LOAD-ZONE-FLAGS
            PERFORM CHECK-STATION-ZONES
            PERFORM CHECK-ZONE-ORPHANS
            PERFORM CHECK-CODE-MAP
            PERFORM CHECK-ROUTE-MASTER
            PERFORM CHECK-CHECK-LIST
            PERFORM CHECK-ROUTE-TABLE
            PERFORM WRITE-XREF-TRAILER
            IF WS-EXC-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            IF STATMAST-AVAILABLE
                CLOSE STATMAST
            END-IF
            IF MASTER-AVAILABLE
                CLOSE OBSTRMASTER
            END-IF
            IF DEPTMAST-AVAILABLE
                CLOSE DEPTMAST
            END-IF
            CLOSE XREFRPT
            MOVE RETURN-CODE TO RCP-RC
            MOVE 0 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        CHECK-MASTERS-OPEN.
            IF SITP-CARD-BAD
                MOVE "SITEPARM" TO WS-EXC-SOURCE
                MOVE SPACES TO WS-EXC-KEY
                MOVE "SITE CARD NOT SITE 01-99 - SITE 01 CHECKED"
                    TO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF
            IF NOT STATMAST-AVAILABLE
                MOVE "STATMAST" TO WS-EXC-SOURCE
                MOVE SPACES TO WS-EXC-KEY
                STRING "FILE STATUS " WS-STATION-STATUS
                    DELIMITED BY SIZE INTO WS-EXC-KEY
                MOVE "STATMAST NOT AVAILABLE - STATION CHECKS NOT MADE"
                    TO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF
            IF NOT MASTER-AVAILABLE
                MOVE "OBSTRMST" TO WS-EXC-SOURCE
                MOVE SPACES TO WS-EXC-KEY
                STRING "FILE STATUS " WS-MASTER-STATUS
                    DELIMITED BY SIZE INTO WS-EXC-KEY
                MOVE "OBSTRMASTER NOT AVAILABLE - ZONE CHECKS NOT MADE"
                    TO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF
            IF NOT DEPTMAST-AVAILABLE
                MOVE "DEPTMAST" TO WS-EXC-SOURCE
                MOVE SPACES TO WS-EXC-KEY
                STRING "FILE STATUS " WS-DEPT-STATUS
                    DELIMITED BY SIZE INTO WS-EXC-KEY
                MOVE "DEPTMAST NOT AVAILABLE - DEPT CHECKS NOT MADE"
                    TO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF.

        LOAD-ZONE-FLAGS.
            IF NOT MASTER-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ OBSTRMASTER
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-ZONE-READ-COUNT
                IF MAST-ZONE-ID NUMERIC AND MAST-ZONE-ID > ZERO
                        AND MAST-SITE-ID EQUAL SITP-SITE-ID
                    MOVE "Y" TO ZF-ON-MASTER (MAST-ZONE-ID)
                END-IF
                READ OBSTRMASTER
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        CHECK-STATION-ZONES.
            IF NOT STATMAST-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            PERFORM WRITE-SECTION-RULE
            MOVE "STATMAST - STATION ZONE AGAINST OBSTRMASTER"
                TO RPT-REC
            WRITE RPT-REC
            MOVE "N" TO WS-EOF-SW
            READ STATMAST NEXT
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF STA-SITE-ID EQUAL SITP-SITE-ID
                    ADD 1 TO WS-STA-READ-COUNT
                    PERFORM CHECK-ONE-STATION-ZONE
                END-IF
                READ STATMAST NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        CHECK-ONE-STATION-ZONE.
            MOVE STA-ID TO WS-STA-ID-ED
            MOVE STA-ZONE-ID TO WS-ZONE-ID-ED
            IF STA-ZONE-ID NOT NUMERIC OR STA-ZONE-ID = ZERO
                MOVE "STATMAST" TO WS-EXC-SOURCE
                MOVE SPACES TO WS-EXC-KEY
                STRING "STATION " WS-STA-ID-ED
                    DELIMITED BY SIZE INTO WS-EXC-KEY
                MOVE "STATION CARRIES NO ZONE" TO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO ZF-STA-COUNT (STA-ZONE-ID)
            IF STA-ACTIVE
                ADD 1 TO ZF-ACTIVE-COUNT (STA-ZONE-ID)
            END-IF
            IF MASTER-AVAILABLE
                    AND ZF-ON-MASTER (STA-ZONE-ID) NOT EQUAL "Y"
                MOVE "STATMAST" TO WS-EXC-SOURCE
                MOVE SPACES TO WS-EXC-KEY
                STRING "STATION " WS-STA-ID-ED
                    " ZONE " WS-ZONE-ID-ED
                    DELIMITED BY SIZE INTO WS-EXC-KEY
                MOVE "ORPHAN STATION - ZONE NOT ON OBSTRMASTER"
                    TO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF.

        CHECK-ZONE-ORPHANS.
            IF NOT MASTER-AVAILABLE OR NOT STATMAST-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            PERFORM WRITE-SECTION-RULE
            MOVE "OBSTRMASTER - ZONES WITHOUT STATIONS" TO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                UNTIL WS-ZONE-SUB > 9999
                IF ZF-ON-MASTER (WS-ZONE-SUB) EQUAL "Y"
                    MOVE WS-ZONE-SUB TO WS-ZONE-ID-ED
                    MOVE "OBSTRMST" TO WS-EXC-SOURCE
                    MOVE SPACES TO WS-EXC-KEY
                    STRING "ZONE " WS-ZONE-ID-ED
                        DELIMITED BY SIZE INTO WS-EXC-KEY
                    IF ZF-STA-COUNT (WS-ZONE-SUB) = ZERO
                        MOVE "ORPHAN ZONE - NO STATIONS ON STATMAST"
                            TO WS-EXC-TEXT
                        PERFORM WRITE-EXCEPTION
                    ELSE
                        IF ZF-ACTIVE-COUNT (WS-ZONE-SUB) = ZERO
                            MOVE "EVERY STATION IN ZONE IS SUSPENDED"
                                TO WS-EXC-TEXT
                            PERFORM WRITE-EXCEPTION
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

        CHECK-CODE-MAP.
            OPEN INPUT CODEMAP
            PERFORM WRITE-SECTION-RULE
            IF WS-MAP-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "CODEMAP NOT AVAILABLE - STATUS " WS-MAP-STATUS
                    " - NO MAPPINGS CHECKED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE "CODEMAP - MAPPED STATION AND DEPARTMENT" TO RPT-REC
            WRITE RPT-REC
            MOVE "N" TO WS-EOF-SW
            READ CODEMAP
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF CMAP-EXP-DATE = ZERO
                        OR CMAP-EXP-DATE NOT < WS-TODAY-NUM
                    ADD 1 TO WS-MAP-READ-COUNT
                    PERFORM CHECK-ONE-MAPPING
                END-IF
                READ CODEMAP
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE CODEMAP.

        CHECK-ONE-MAPPING.
            MOVE "CODEMAP" TO WS-EXC-SOURCE
            MOVE SPACES TO WS-EXC-KEY
            STRING "CODE " CMAP-CODE
                DELIMITED BY SIZE INTO WS-EXC-KEY
            MOVE CMAP-STATION TO WS-REF-STATION
            PERFORM LOOKUP-STATION
            MOVE CMAP-STATION TO WS-STA-ID-ED
            IF REF-MISSING
                MOVE SPACES TO WS-EXC-TEXT
                STRING "STATION " WS-STA-ID-ED " NOT ON STATMAST"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF
            IF REF-NOT-ACTIVE
                MOVE SPACES TO WS-EXC-TEXT
                STRING "STATION " WS-STA-ID-ED " IS SUSPENDED"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF
            MOVE CMAP-DEPT TO WS-REF-DEPT
            PERFORM LOOKUP-DEPARTMENT
            PERFORM WRITE-DEPT-EXCEPTION.

        CHECK-ROUTE-MASTER.
            OPEN INPUT ROUTEMST
            PERFORM WRITE-SECTION-RULE
            IF WS-ROUTEMST-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "ROUTEMST NOT AVAILABLE - STATUS "
                    WS-ROUTEMST-STATUS " - NO WAYPOINTS CHECKED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE "ROUTEMST - ACTIVE ROUTE OWNERS AND WAYPOINT STATIONS"
                TO RPT-REC
            WRITE RPT-REC
            MOVE "N" TO WS-EOF-SW
            READ ROUTEMST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                PERFORM CHECK-ONE-ROUTE
                READ ROUTEMST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE ROUTEMST.

        CHECK-ONE-ROUTE.
            IF RTE-RETIRED
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ROUTE-READ-COUNT
            MOVE RTE-ID TO WS-ROUTE-ID-ED
            MOVE "ROUTEMST" TO WS-EXC-SOURCE
            MOVE SPACES TO WS-EXC-KEY
            STRING "ROUTE " WS-ROUTE-ID-ED " OWNER"
                DELIMITED BY SIZE INTO WS-EXC-KEY
            MOVE RTE-DEPT TO WS-REF-DEPT
            PERFORM LOOKUP-DEPARTMENT
            PERFORM WRITE-DEPT-EXCEPTION
            PERFORM VARYING WS-T-WPT FROM 1 BY 1
                UNTIL WS-T-WPT > RTE-WPT-COUNT
                MOVE RTE-STA (WS-T-WPT) TO WS-T-STA
                PERFORM CHECK-ONE-WAYPOINT
            END-PERFORM.

        CHECK-ONE-WAYPOINT.
            MOVE WS-T-STA TO WS-REF-STATION
            PERFORM LOOKUP-STATION
            IF REF-OK OR REF-UNCHECKED
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-WPT TO WS-WPT-ED
            MOVE WS-T-STA TO WS-STA-ID-ED
            MOVE "ROUTEMST" TO WS-EXC-SOURCE
            MOVE SPACES TO WS-EXC-KEY
            STRING "ROUTE " WS-ROUTE-ID-ED " WAYPOINT " WS-WPT-ED
                DELIMITED BY SIZE INTO WS-EXC-KEY
            MOVE SPACES TO WS-EXC-TEXT
            IF REF-MISSING
                STRING "STATION " WS-STA-ID-ED " NOT ON STATMAST"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
            ELSE
                STRING "STATION " WS-STA-ID-ED " IS SUSPENDED"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
            END-IF
            PERFORM WRITE-EXCEPTION.

        CHECK-CHECK-LIST.
            OPEN INPUT CHECKLST
            PERFORM WRITE-SECTION-RULE
            IF WS-LIST-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "CHECKLST NOT AVAILABLE - STATUS "
                    WS-LIST-STATUS " - NO ZONE/DEPT PAIRS CHECKED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE "CHECKLST - STANDING CHECK ZONE/DEPT PAIRS"
                TO RPT-REC
            WRITE RPT-REC
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
                        AND WS-L-DEPT NOT EQUAL SPACES
                    ADD 1 TO WS-LIST-READ-COUNT
                    PERFORM CHECK-ONE-LIST-PAIR
                END-IF
                READ CHECKLST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE CHECKLST.

        CHECK-ONE-LIST-PAIR.
            MOVE WS-L-ZONE TO WS-ZONE-ID-ED
            MOVE "CHECKLST" TO WS-EXC-SOURCE
            MOVE SPACES TO WS-EXC-KEY
            STRING "ZONE " WS-ZONE-ID-ED " DEPT " WS-L-DEPT
                DELIMITED BY SIZE INTO WS-EXC-KEY
            IF STATMAST-AVAILABLE
                IF ZF-STA-COUNT (WS-L-ZONE) = ZERO
                    MOVE "NO STATIONS FOR ZONE ON STATMAST"
                        TO WS-EXC-TEXT
                    PERFORM WRITE-EXCEPTION
                ELSE
                    IF ZF-ACTIVE-COUNT (WS-L-ZONE) = ZERO
                        MOVE "EVERY STATION FOR ZONE IS SUSPENDED"
                            TO WS-EXC-TEXT
                        PERFORM WRITE-EXCEPTION
                    END-IF
                END-IF
            END-IF
            MOVE WS-L-DEPT TO WS-REF-DEPT
            PERFORM LOOKUP-DEPARTMENT
            PERFORM WRITE-DEPT-EXCEPTION.

        CHECK-ROUTE-TABLE.
            OPEN INPUT ROUTETBL
            PERFORM WRITE-SECTION-RULE
            IF WS-ROUTE-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "ROUTETBL NOT AVAILABLE - STATUS "
                    WS-ROUTE-STATUS " - NO RESPONDERS CHECKED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE "ROUTETBL - RESPONDER DEPARTMENTS AND COVERAGE ZONES"
                TO RPT-REC
            WRITE RPT-REC
            MOVE "N" TO WS-EOF-SW
            READ ROUTETBL
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                PERFORM CHECK-ONE-ROUTE-LINE
                READ ROUTETBL
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE ROUTETBL.

        CHECK-ONE-ROUTE-LINE.
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-T-KEYWORD WS-T-ID
            UNSTRING RTBL-LINE DELIMITED BY ALL SPACE
                INTO WS-T-KEYWORD WS-T-ID
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            MOVE "ROUTETBL" TO WS-EXC-SOURCE
            EVALUATE WS-T-KEYWORD
                WHEN "RESP"
                    ADD 1 TO WS-RTBL-READ-COUNT
                    MOVE SPACES TO WS-EXC-KEY
                    STRING "RESP " WS-T-ID
                        DELIMITED BY SIZE INTO WS-EXC-KEY
                    MOVE WS-T-ID TO WS-REF-DEPT
                    PERFORM LOOKUP-DEPARTMENT
                    PERFORM WRITE-DEPT-EXCEPTION
                WHEN "ZONE"
                    ADD 1 TO WS-RTBL-READ-COUNT
                    MOVE ZERO TO WS-T-ZONE
                    UNSTRING RTBL-LINE DELIMITED BY ALL SPACE
                        INTO WS-T-ZONE
                        WITH POINTER WS-PARSE-PTR
                    END-UNSTRING
                    PERFORM CHECK-COVERAGE-ZONE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        CHECK-COVERAGE-ZONE.
            MOVE SPACES TO WS-EXC-KEY
            IF WS-T-ZONE NOT NUMERIC OR WS-T-ZONE = ZERO
                STRING "ZONE " WS-T-ID
                    DELIMITED BY SIZE INTO WS-EXC-KEY
                MOVE "COVERAGE LINE CARRIES NO VALID ZONE"
                    TO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-ZONE TO WS-ZONE-ID-ED
            STRING "ZONE " WS-T-ID " COVERS " WS-ZONE-ID-ED
                DELIMITED BY SIZE INTO WS-EXC-KEY
            IF MASTER-AVAILABLE
                    AND ZF-ON-MASTER (WS-T-ZONE) NOT EQUAL "Y"
                MOVE "COVERAGE ZONE NOT ON OBSTRMASTER"
                    TO WS-EXC-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF.

        LOOKUP-STATION.
            IF NOT STATMAST-AVAILABLE
                SET REF-UNCHECKED TO TRUE
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO STA-SITE-ID
            MOVE WS-REF-STATION TO STA-ID
            READ STATMAST
                INVALID KEY CONTINUE
            END-READ
            EVALUATE TRUE
                WHEN WS-STATION-STATUS NOT EQUAL "00"
                    SET REF-MISSING TO TRUE
                WHEN NOT STA-ACTIVE
                    SET REF-NOT-ACTIVE TO TRUE
                WHEN OTHER
                    SET REF-OK TO TRUE
            END-EVALUATE.

        LOOKUP-DEPARTMENT.
            IF NOT DEPTMAST-AVAILABLE
                SET REF-UNCHECKED TO TRUE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-REF-DEPT TO DEPT-CODE
            READ DEPTMAST
                INVALID KEY CONTINUE
            END-READ
            EVALUATE TRUE
                WHEN WS-DEPT-STATUS NOT EQUAL "00"
                    SET REF-MISSING TO TRUE
                WHEN NOT DEPT-IS-ACTIVE
                    SET REF-NOT-ACTIVE TO TRUE
                WHEN OTHER
                    SET REF-OK TO TRUE
            END-EVALUATE.

        WRITE-DEPT-EXCEPTION.
            IF REF-OK OR REF-UNCHECKED
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-EXC-TEXT
            IF REF-MISSING
                STRING "DEPT " WS-REF-DEPT " NOT ON DEPTMAST"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
            ELSE
                STRING "DEPT " WS-REF-DEPT " IS NOT ACTIVE"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
            END-IF
            PERFORM WRITE-EXCEPTION.

        WRITE-EXCEPTION.
            ADD 1 TO WS-EXC-COUNT
            MOVE SPACES TO RPT-REC
            STRING "  ** " WS-EXC-SOURCE " " WS-EXC-KEY
                " " WS-EXC-TEXT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-SECTION-RULE.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-XREF-TRAILER.
            PERFORM WRITE-SECTION-RULE
            MOVE WS-STA-READ-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATIONS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ZONE-READ-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ZONES READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-MAP-READ-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CODE MAPPINGS IN EFFECT CHECKED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ROUTE-READ-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ROUTES CHECKED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-LIST-READ-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CHECK LIST PAIRS CHECKED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-RTBL-READ-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ROUTETBL LINES CHECKED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-EXC-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            IF WS-EXC-COUNT > ZERO
                STRING "** INTEGRITY EXCEPTIONS=" WS-COUNT-ED
                    " - HOLD THE CHAIN UNTIL THE MASTERS ARE CORRECTED"
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "INTEGRITY EXCEPTIONS=" WS-COUNT-ED
                    " - ALL CROSS-MASTER REFERENCES HOLD"
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC.

        END PROGRAM XREFCHK.
