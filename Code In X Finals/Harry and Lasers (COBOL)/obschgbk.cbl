        IDENTIFICATION DIVISION.
        PROGRAM-ID. OBSCHGBK.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CHGBPARM ASSIGN TO "CHGBPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT STATHIST ASSIGN TO "STATHIST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
            SELECT ALERTMSTR ASSIGN TO "ALERTMSTR"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALM-KEY
                FILE STATUS IS WS-MSTR-STATUS.
            SELECT DEPTMAST ASSIGN TO "DEPTMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-DEPT-STATUS.
            SELECT CHGBRPT ASSIGN TO "CHGBRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD CHGBPARM.
         01 PARM-LINE PIC X(80).

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

         FD ALERTMSTR.
         COPY ALERTMST.

         FD DEPTMAST.
         COPY DEPTMAST.

         FD CHGBRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-PARM-STATUS PIC XX.
         01 WS-HIST-STATUS PIC XX.
         01 WS-MSTR-STATUS PIC XX.
         01 WS-DEPT-STATUS PIC XX.
         01 WS-DEPTMAST-SW PIC X VALUE "N".
             88 DEPTMAST-AVAILABLE VALUE "Y".
         01 WS-ALERTMSTR-SW PIC X VALUE "N".
             88 ALERTMSTR-AVAILABLE VALUE "Y".
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
         01 WS-TODAY-INT  PIC S9(8).
         01 WS-START-INT  PIC S9(8).
         01 WS-END-INT    PIC S9(8).
         01 WS-END-DATE   PIC 9(8).
         01 WS-ALERT-DAYS PIC 9(6).

         01 WS-H-SITE    PIC 9(2).
         01 WS-K-DEPT    PIC X(4).
         01 WS-K-TYPE    PIC X(4).
         01 WS-K-ZONE    PIC 9(4).
         01 WS-K-SEG     PIC 9(3).

         01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
         01 WS-CHG-TABLE.
             05 WS-CHG-DEPT OCCURS 200 TIMES.
                 10 CD-DEPT       PIC X(4).
                 10 CD-DONE       PIC X.
                 10 CD-TYPE-COUNT PIC 9(2).
                 10 CD-TYPE-ENTRY OCCURS 25 TIMES.
                    15 CT-TYPE       PIC X(4).
                    15 CT-BLOCKED    PIC 9(6).
                    15 CT-NEAR       PIC 9(6).
                    15 CT-ALERT-DAYS PIC 9(6).
         01 WS-DEPT-SUB   PIC 9(3).
         01 WS-DEPT-FOUND PIC 9(3).
         01 WS-TYPE-SUB   PIC 9(2).
         01 WS-TYPE-FOUND PIC 9(2).
         01 WS-LOW-SUB    PIC 9(3).

         01 WS-OFF-COUNT   PIC 9(4) VALUE ZERO.
         01 WS-OFF-DROPPED PIC 9(7) VALUE ZERO.
         01 WS-OFF-TABLE.
             05 WS-OFF-ENTRY OCCURS 2000 TIMES.
                 10 OF-ZONE       PIC 9(4).
                 10 OF-SEG        PIC 9(3).
                 10 OF-DEPT       PIC X(4).
                 10 OF-TYPE       PIC X(4).
                 10 OF-BLOCKED    PIC 9(6).
                 10 OF-NEAR       PIC 9(6).
                 10 OF-ALERT-DAYS PIC 9(6).
                 10 OF-EVENTS     PIC 9(7).
         01 WS-OFF-SUB   PIC 9(4).
         01 WS-OFF-FOUND PIC 9(4).
         01 WS-TOP-SUB   PIC 9(2).
         01 WS-TOP-LISTED PIC 9(2) VALUE ZERO.
         01 WS-BEST-SUB  PIC 9(4).
         01 WS-BEST-EVENTS PIC 9(7).

         01 WS-SUB-BLOCKED    PIC 9(7).
         01 WS-SUB-NEAR       PIC 9(7).
         01 WS-SUB-ALERT-DAYS PIC 9(7).
         01 WS-TOT-BLOCKED    PIC 9(7) VALUE ZERO.
         01 WS-TOT-NEAR       PIC 9(7) VALUE ZERO.
         01 WS-TOT-ALERT-DAYS PIC 9(7) VALUE ZERO.
         01 WS-UNOWNED-EVENTS PIC 9(7) VALUE ZERO.
         01 WS-HIST-READ      PIC 9(7) VALUE ZERO.
         01 WS-ALERTS-READ    PIC 9(7) VALUE ZERO.
         01 WS-DEPT-NAME      PIC X(20).

         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-SEG-ED      PIC Z(3).
         01 WS-RANK-ED     PIC Z9.
         01 WS-COUNT-ED    PIC Z(6)9.
         01 WS-BLK-ED      PIC Z(6)9.
         01 WS-NEAR-ED     PIC Z(6)9.
         01 WS-DAYS-ED     PIC Z(6)9.

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT CHGBRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            PERFORM READ-CHARGE-PARM
            CALL "SITESEL" USING SITE-PARM
            MOVE SPACES TO RPT-REC
            STRING "OBSTRUCTION CHARGEBACK BY OWNING DEPARTMENT"
                " - MONTH "
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
                CLOSE CHGBRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF PARM-BAD
                MOVE SPACES TO RPT-REC
                STRING "** CHGBPARM CARD NOT MONTH YYYYMM: "
                    PARM-LINE (1:40)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE CHGBRPT
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
                CLOSE CHGBRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT DEPTMAST
            IF WS-DEPT-STATUS EQUAL "00"
                SET DEPTMAST-AVAILABLE TO TRUE
            END-IF
            PERFORM BUILD-MONTH-RANGE
            PERFORM TALLY-VERDICT-HISTORY
            CLOSE STATHIST
            OPEN INPUT ALERTMSTR
            IF WS-MSTR-STATUS EQUAL "00"
                SET ALERTMSTR-AVAILABLE TO TRUE
                PERFORM TALLY-ALERT-DAYS
                CLOSE ALERTMSTR
            ELSE
                MOVE SPACES TO RPT-REC
                STRING "** ALERTMSTR STATUS " WS-MSTR-STATUS
                    " - ALERT-DAYS NOT CHARGED THIS RUN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            PERFORM WRITE-CHARGE-SECTION
            PERFORM WRITE-OFFENDER-SECTION
            PERFORM WRITE-CHARGE-TRAILER
            IF DEPTMAST-AVAILABLE
                CLOSE DEPTMAST
            END-IF
            IF WS-UNOWNED-EVENTS > ZERO OR WS-OFF-DROPPED > ZERO
                    OR NOT ALERTMSTR-AVAILABLE
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE CHGBRPT
            STOP RUN.

        READ-CHARGE-PARM.
            MOVE WS-TODAY-NUM (1:6) TO WS-MONTH
            IF WS-MONTH-MM = 1
                SUBTRACT 1 FROM WS-MONTH-YYYY
                MOVE 12 TO WS-MONTH-MM
            ELSE
                SUBTRACT 1 FROM WS-MONTH-MM
            END-IF
            OPEN INPUT CHGBPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ CHGBPARM
                AT END CONTINUE
            END-READ
            PERFORM UNTIL WS-PARM-STATUS NOT EQUAL "00"
                    OR (PARM-LINE NOT EQUAL SPACES
                        AND PARM-LINE (1:1) NOT EQUAL "*")
                READ CHGBPARM
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
            CLOSE CHGBPARM.

        BUILD-MONTH-RANGE.
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
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).

        TALLY-VERDICT-HISTORY.
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
                        AND STAT-ZONE-ID NUMERIC
                    ADD 1 TO WS-HIST-READ
                    PERFORM TALLY-ONE-VERDICT
                END-IF
                READ STATHIST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        TALLY-ONE-VERDICT.
            MOVE STAT-OWNER-DEPT TO WS-K-DEPT
            MOVE STAT-OBS-TYPE TO WS-K-TYPE
            MOVE STAT-ZONE-ID TO WS-K-ZONE
            IF STAT-VERDICT EQUAL "NO "
                    AND STAT-SEGMENT NUMERIC
                    AND STAT-SEGMENT NOT = ZERO
                MOVE STAT-SEGMENT TO WS-K-SEG
                PERFORM FIND-CHARGE-ENTRY
                ADD 1 TO CT-BLOCKED (WS-DEPT-FOUND, WS-TYPE-FOUND)
                ADD 1 TO WS-TOT-BLOCKED
                PERFORM FIND-OFFENDER-ENTRY
                IF WS-OFF-FOUND > ZERO
                    ADD 1 TO OF-BLOCKED (WS-OFF-FOUND)
                    ADD 1 TO OF-EVENTS (WS-OFF-FOUND)
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF STAT-NEAR-SEG NUMERIC AND STAT-NEAR-SEG NOT = ZERO
                MOVE STAT-NEAR-SEG TO WS-K-SEG
                PERFORM FIND-CHARGE-ENTRY
                ADD 1 TO CT-NEAR (WS-DEPT-FOUND, WS-TYPE-FOUND)
                ADD 1 TO WS-TOT-NEAR
                PERFORM FIND-OFFENDER-ENTRY
                IF WS-OFF-FOUND > ZERO
                    ADD 1 TO OF-NEAR (WS-OFF-FOUND)
                    ADD 1 TO OF-EVENTS (WS-OFF-FOUND)
                END-IF
            END-IF.

        TALLY-ALERT-DAYS.
            MOVE "N" TO WS-EOF-SW
            READ ALERTMSTR NEXT RECORD
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF ALM-SITE = SITP-SITE-ID
                        AND ALM-DATE < WS-NEXT-DATE
                        AND ALM-ZONE NUMERIC
                        AND ALM-SEG NUMERIC
                        AND ALM-SEG NOT = ZERO
                    PERFORM TALLY-ONE-ALERT
                END-IF
                READ ALERTMSTR NEXT RECORD
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        TALLY-ONE-ALERT.
            IF FUNCTION TEST-DATE-YYYYMMDD (ALM-DATE) NOT = 0
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE (ALM-DATE)
            MOVE ZERO TO WS-END-DATE
            IF ALM-CLEAR-DATE NUMERIC AND ALM-CLEAR-DATE NOT = ZERO
                MOVE ALM-CLEAR-DATE TO WS-END-DATE
            ELSE
                IF ALM-STATUS EQUAL "R" AND ALM-ACK-TS (1:8) NUMERIC
                    MOVE ALM-ACK-TS (1:8) TO WS-END-DATE
                END-IF
            END-IF
            IF WS-END-DATE = ZERO
                COMPUTE WS-END-INT = WS-TODAY-INT + 1
            ELSE
                IF FUNCTION TEST-DATE-YYYYMMDD (WS-END-DATE) = 0
                    COMPUTE WS-END-INT =
                        FUNCTION INTEGER-OF-DATE (WS-END-DATE)
                ELSE
                    COMPUTE WS-END-INT = WS-START-INT + 1
                END-IF
            END-IF
            IF WS-END-INT NOT > WS-START-INT
                COMPUTE WS-END-INT = WS-START-INT + 1
            END-IF
            IF WS-START-INT < WS-FIRST-INT
                MOVE WS-FIRST-INT TO WS-START-INT
            END-IF
            IF WS-END-INT > WS-NEXT-INT
                MOVE WS-NEXT-INT TO WS-END-INT
            END-IF
            IF WS-END-INT NOT > WS-START-INT
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-ALERT-DAYS = WS-END-INT - WS-START-INT
            ADD 1 TO WS-ALERTS-READ
            MOVE ALM-OWNER-DEPT TO WS-K-DEPT
            MOVE ALM-OBS-TYPE TO WS-K-TYPE
            MOVE ALM-ZONE TO WS-K-ZONE
            MOVE ALM-SEG TO WS-K-SEG
            PERFORM FIND-CHARGE-ENTRY
            ADD WS-ALERT-DAYS
                TO CT-ALERT-DAYS (WS-DEPT-FOUND, WS-TYPE-FOUND)
            ADD WS-ALERT-DAYS TO WS-TOT-ALERT-DAYS
            PERFORM FIND-OFFENDER-ENTRY
            IF WS-OFF-FOUND > ZERO
                ADD WS-ALERT-DAYS TO OF-ALERT-DAYS (WS-OFF-FOUND)
            END-IF.

        FIND-CHARGE-ENTRY.
            IF WS-K-DEPT = SPACES
                MOVE "NONE" TO WS-K-DEPT
                ADD 1 TO WS-UNOWNED-EVENTS
            END-IF
            IF WS-K-TYPE = SPACES
                MOVE "????" TO WS-K-TYPE
            END-IF
            MOVE ZERO TO WS-DEPT-FOUND
            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                    OR WS-DEPT-FOUND > ZERO
                IF CD-DEPT (WS-DEPT-SUB) = WS-K-DEPT
                    MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
                END-IF
            END-PERFORM
            IF WS-DEPT-FOUND = ZERO
                IF WS-DEPT-COUNT < 200
                    ADD 1 TO WS-DEPT-COUNT
                    MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
                    MOVE WS-K-DEPT TO CD-DEPT (WS-DEPT-FOUND)
                    MOVE ZERO TO CD-TYPE-COUNT (WS-DEPT-FOUND)
                ELSE
                    MOVE 200 TO WS-DEPT-FOUND
                    IF CD-DEPT (WS-DEPT-FOUND) NOT = "MORE"
                        MOVE "MORE" TO CD-DEPT (WS-DEPT-FOUND)
                    END-IF
                END-IF
            END-IF
            MOVE ZERO TO WS-TYPE-FOUND
            PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB > CD-TYPE-COUNT (WS-DEPT-FOUND)
                    OR WS-TYPE-FOUND > ZERO
                IF CT-TYPE (WS-DEPT-FOUND, WS-TYPE-SUB) = WS-K-TYPE
                    MOVE WS-TYPE-SUB TO WS-TYPE-FOUND
                END-IF
            END-PERFORM
            IF WS-TYPE-FOUND = ZERO
                IF CD-TYPE-COUNT (WS-DEPT-FOUND) < 25
                    ADD 1 TO CD-TYPE-COUNT (WS-DEPT-FOUND)
                    MOVE CD-TYPE-COUNT (WS-DEPT-FOUND) TO WS-TYPE-FOUND
                ELSE
                    MOVE 25 TO WS-TYPE-FOUND
                    MOVE "MORE" TO WS-K-TYPE
                END-IF
                MOVE WS-K-TYPE TO CT-TYPE (WS-DEPT-FOUND, WS-TYPE-FOUND)
                MOVE ZERO TO CT-BLOCKED (WS-DEPT-FOUND, WS-TYPE-FOUND)
                MOVE ZERO TO CT-NEAR (WS-DEPT-FOUND, WS-TYPE-FOUND)
                MOVE ZERO
                    TO CT-ALERT-DAYS (WS-DEPT-FOUND, WS-TYPE-FOUND)
            END-IF.

        FIND-OFFENDER-ENTRY.
            MOVE ZERO TO WS-OFF-FOUND
            PERFORM VARYING WS-OFF-SUB FROM 1 BY 1
                UNTIL WS-OFF-SUB > WS-OFF-COUNT
                    OR WS-OFF-FOUND > ZERO
                IF OF-ZONE (WS-OFF-SUB) = WS-K-ZONE
                        AND OF-SEG (WS-OFF-SUB) = WS-K-SEG
                    MOVE WS-OFF-SUB TO WS-OFF-FOUND
                END-IF
            END-PERFORM
            IF WS-OFF-FOUND = ZERO
                IF WS-OFF-COUNT < 2000
                    ADD 1 TO WS-OFF-COUNT
                    MOVE WS-OFF-COUNT TO WS-OFF-FOUND
                    MOVE WS-K-ZONE TO OF-ZONE (WS-OFF-FOUND)
                    MOVE WS-K-SEG TO OF-SEG (WS-OFF-FOUND)
                    MOVE ZERO TO OF-BLOCKED (WS-OFF-FOUND)
                    MOVE ZERO TO OF-NEAR (WS-OFF-FOUND)
                    MOVE ZERO TO OF-ALERT-DAYS (WS-OFF-FOUND)
                    MOVE ZERO TO OF-EVENTS (WS-OFF-FOUND)
                ELSE
                    ADD 1 TO WS-OFF-DROPPED
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE WS-K-DEPT TO OF-DEPT (WS-OFF-FOUND)
            MOVE WS-K-TYPE TO OF-TYPE (WS-OFF-FOUND).

        WRITE-CHARGE-SECTION.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "CHARGEBACK BY OWNING DEPARTMENT AND"
                " OBSTRUCTION TYPE"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "  DEPT  NAME                  TYPE"
                "    BLOCKED  NEAR-MISS  ALERT-DAYS"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-DEPT-COUNT = ZERO
                MOVE SPACES TO RPT-REC
                STRING "  (NONE)" DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                MOVE "N" TO CD-DONE (WS-DEPT-SUB)
            END-PERFORM
            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                PERFORM WRITE-NEXT-DEPARTMENT
            END-PERFORM
            MOVE WS-TOT-BLOCKED TO WS-BLK-ED
            MOVE WS-TOT-NEAR TO WS-NEAR-ED
            MOVE WS-TOT-ALERT-DAYS TO WS-DAYS-ED
            MOVE SPACES TO RPT-REC
            STRING "  ALL DEPARTMENTS                   "
                "  " WS-BLK-ED
                "    " WS-NEAR-ED
                "     " WS-DAYS-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-NEXT-DEPARTMENT.
            MOVE ZERO TO WS-LOW-SUB
            PERFORM VARYING WS-DEPT-FOUND FROM 1 BY 1
                UNTIL WS-DEPT-FOUND > WS-DEPT-COUNT
                IF CD-DONE (WS-DEPT-FOUND) = "N"
                    IF WS-LOW-SUB = ZERO
                        MOVE WS-DEPT-FOUND TO WS-LOW-SUB
                    ELSE
                        IF CD-DEPT (WS-DEPT-FOUND)
                                < CD-DEPT (WS-LOW-SUB)
                            MOVE WS-DEPT-FOUND TO WS-LOW-SUB
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-LOW-SUB = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO CD-DONE (WS-LOW-SUB)
            MOVE CD-DEPT (WS-LOW-SUB) TO WS-K-DEPT
            PERFORM LOOKUP-DEPT-NAME
            MOVE ZERO TO WS-SUB-BLOCKED WS-SUB-NEAR WS-SUB-ALERT-DAYS
            PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB > CD-TYPE-COUNT (WS-LOW-SUB)
                MOVE CT-BLOCKED (WS-LOW-SUB, WS-TYPE-SUB) TO WS-BLK-ED
                MOVE CT-NEAR (WS-LOW-SUB, WS-TYPE-SUB) TO WS-NEAR-ED
                MOVE CT-ALERT-DAYS (WS-LOW-SUB, WS-TYPE-SUB)
                    TO WS-DAYS-ED
                ADD CT-BLOCKED (WS-LOW-SUB, WS-TYPE-SUB)
                    TO WS-SUB-BLOCKED
                ADD CT-NEAR (WS-LOW-SUB, WS-TYPE-SUB) TO WS-SUB-NEAR
                ADD CT-ALERT-DAYS (WS-LOW-SUB, WS-TYPE-SUB)
                    TO WS-SUB-ALERT-DAYS
                MOVE SPACES TO RPT-REC
                STRING "  " CD-DEPT (WS-LOW-SUB)
                    "  " WS-DEPT-NAME
                    "  " CT-TYPE (WS-LOW-SUB, WS-TYPE-SUB)
                    "    " WS-BLK-ED
                    "    " WS-NEAR-ED
                    "     " WS-DAYS-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE SPACES TO WS-DEPT-NAME
            END-PERFORM
            MOVE WS-SUB-BLOCKED TO WS-BLK-ED
            MOVE WS-SUB-NEAR TO WS-NEAR-ED
            MOVE WS-SUB-ALERT-DAYS TO WS-DAYS-ED
            MOVE SPACES TO RPT-REC
            STRING "  " CD-DEPT (WS-LOW-SUB)
                "  DEPARTMENT TOTAL          "
                "    " WS-BLK-ED
                "    " WS-NEAR-ED
                "     " WS-DAYS-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC.

        LOOKUP-DEPT-NAME.
            EVALUATE WS-K-DEPT
                WHEN "NONE"
                    MOVE "NO OWNER ASSIGNED" TO WS-DEPT-NAME
                    EXIT PARAGRAPH
                WHEN "MORE"
                    MOVE "OTHER DEPARTMENTS" TO WS-DEPT-NAME
                    EXIT PARAGRAPH
            END-EVALUATE
            MOVE SPACES TO WS-DEPT-NAME
            IF NOT DEPTMAST-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-K-DEPT TO DEPT-CODE
            READ DEPTMAST
                INVALID KEY
                    MOVE "NOT ON DEPTMAST" TO WS-DEPT-NAME
                NOT INVALID KEY
                    MOVE DEPT-NAME TO WS-DEPT-NAME
            END-READ.

        WRITE-OFFENDER-SECTION.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "TOP REPEAT OFFENDERS - SEGMENTS WITH MORE THAN ONE"
                " BLOCK OR NEAR MISS IN THE MONTH"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "  RANK  ZONE  SEG  DEPT  TYPE"
                "    BLOCKED  NEAR-MISS  ALERT-DAYS"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                UNTIL WS-TOP-SUB > 10
                PERFORM WRITE-ONE-OFFENDER
            END-PERFORM
            IF WS-TOP-LISTED = ZERO
                MOVE SPACES TO RPT-REC
                STRING "  (NONE)" DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-ONE-OFFENDER.
            MOVE 1 TO WS-BEST-EVENTS
            MOVE ZERO TO WS-BEST-SUB
            PERFORM VARYING WS-OFF-SUB FROM 1 BY 1
                UNTIL WS-OFF-SUB > WS-OFF-COUNT
                IF OF-EVENTS (WS-OFF-SUB) > WS-BEST-EVENTS
                    MOVE OF-EVENTS (WS-OFF-SUB) TO WS-BEST-EVENTS
                    MOVE WS-OFF-SUB TO WS-BEST-SUB
                END-IF
            END-PERFORM
            IF WS-BEST-SUB = ZERO
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-TOP-LISTED
            MOVE WS-TOP-LISTED TO WS-RANK-ED
            MOVE OF-ZONE (WS-BEST-SUB) TO WS-ZONE-ID-ED
            MOVE OF-SEG (WS-BEST-SUB) TO WS-SEG-ED
            MOVE OF-BLOCKED (WS-BEST-SUB) TO WS-BLK-ED
            MOVE OF-NEAR (WS-BEST-SUB) TO WS-NEAR-ED
            MOVE OF-ALERT-DAYS (WS-BEST-SUB) TO WS-DAYS-ED
            MOVE SPACES TO RPT-REC
            STRING "    " WS-RANK-ED
                "  " WS-ZONE-ID-ED
                "  " WS-SEG-ED
                "  " OF-DEPT (WS-BEST-SUB)
                "  " OF-TYPE (WS-BEST-SUB)
                "    " WS-BLK-ED
                "    " WS-NEAR-ED
                "     " WS-DAYS-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE ZERO TO OF-EVENTS (WS-BEST-SUB).

        WRITE-CHARGE-TRAILER.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-HIST-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATHIST VERDICTS IN MONTH=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-BLOCKED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "BLOCKED SIGHTLINES=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-NEAR TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "NEAR MISSES=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ALERTS-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ALERTS OPEN IN MONTH=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-ALERT-DAYS TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ALERT-DAYS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-UNOWNED-EVENTS TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "EVENTS WITH NO OWNING DEPT=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-OFF-DROPPED > ZERO
                MOVE WS-OFF-DROPPED TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "EVENTS PAST 2000 SEGMENTS NOT RANKED="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        END PROGRAM OBSCHGBK.
