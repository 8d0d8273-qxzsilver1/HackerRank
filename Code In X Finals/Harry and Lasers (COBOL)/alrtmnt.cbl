            SELECT SHIFTCAL ASSIGN TO "SHIFTCAL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
            SELECT ALERTLOG ASSIGN TO "ALERTLOG"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALG-STATUS.
            SELECT STATHIST ASSIGN TO "STATHIST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
            SELECT AUTOCLOS ASSIGN TO "AUTOCLOS"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT MASTJRNL ASSIGN TO "MASTJRNL"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD SHIFTCAL.
         01 CAL-LINE PIC X(80).

         FD ALERTLOG.
         COPY ALERTLOG.

         FD MASTJRNL.
         COPY MASTJRNL.

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

         FD AUTOCLOS.
         01 AUTO-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
             88 ACK-EOF VALUE "Y".
         01 WS-MSTR-EOF-SW PIC X VALUE "N".
             88 MSTR-EOF VALUE "Y".
         01 WS-AUTO-EOF-SW PIC X VALUE "N".
             88 AUTO-EOF VALUE "Y".
         01 WS-HIST-EOF-SW PIC X VALUE "N".
             88 HIST-EOF VALUE "Y".
         01 WS-HIST-STATUS PIC XX.
         01 WS-STATHIST-SW PIC X VALUE "N".
             88 STATHIST-AVAILABLE VALUE "Y".
         01 WS-ACK-STATUS PIC XX.
         01 WS-AUTH-STATUS PIC XX.
         01 WS-OPERAUTH-SW PIC X VALUE "N".
         01 WS-FUNC-HITS PIC 9(2).
         01 WS-NOAUTH-COUNT PIC 9(6) VALUE ZERO.
         01 WS-MSTR-STATUS PIC XX.
         01 WS-ALG-STATUS PIC XX.
         01 WS-ALERTLOG-SW PIC X VALUE "N".
             88 ALERTLOG-AVAILABLE VALUE "Y".
         01 WS-LOG-EVENT  PIC X(8).
         01 WS-LOG-WHO    PIC X(8).
         01 WS-LOG-CODE   PIC X(4).
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-TODAY-INT PIC S9(8).
         01 WS-ZONE-ID-ED    PIC Z(4).
         01 WS-SEG-ED        PIC Z(3).
         01 WS-CASE-ED       PIC Z(6).
         01 WS-STATION-ED    PIC Z(4).
         01 WS-CLEAR-CASE-ED PIC Z(6).
         01 WS-WO-TEXT       PIC X(20).

         01 WS-LOOKBACK-DATE PIC 9(8).
         01 WS-RES-COUNT     PIC 9(5) VALUE ZERO.
         01 WS-RES-SUB       PIC 9(5).
         01 WS-RES-DROPPED   PIC 9(6) VALUE ZERO.
         01 WS-RES-TABLE.
             05 WS-RES-ENTRY OCCURS 20000 TIMES.
                10 RES-KEY     PIC 9(14).
                10 RES-ZONE    PIC 9(4).
                10 RES-STATION PIC 9(4).
                10 RES-SEG     PIC 9(3).
                10 RES-KIND    PIC X.
         01 WS-R-KEY-X.
             05 WS-R-DATE PIC 9(8).
             05 WS-R-CASE PIC 9(6).
         01 WS-R-KEY REDEFINES WS-R-KEY-X PIC 9(14).
         01 WS-R-ZONE    PIC 9(4).
         01 WS-R-STATION PIC 9(4).
         01 WS-R-SEG     PIC 9(3).
         01 WS-R-KIND    PIC X.
         01 WS-FLOOR-KEY-X PIC X(14).
         01 WS-FLOOR-KEY REDEFINES WS-FLOOR-KEY-X PIC 9(14).
         01 WS-BEST-YES-X.
             05 WS-BEST-YES-DATE PIC 9(8).
             05 WS-BEST-YES-CASE PIC 9(6).
         01 WS-BEST-YES REDEFINES WS-BEST-YES-X PIC 9(14).
         01 WS-LAST-BLOCK PIC 9(14).
         01 WS-PRIOR-STATUS PIC X.
         01 WS-AUTO-COUNT    PIC 9(6) VALUE ZERO.
         01 WS-AUTOFAIL-COUNT PIC 9(6) VALUE ZERO.
         01 WS-REOPEN-COUNT  PIC 9(6) VALUE ZERO.

         COPY RCTLPARM.
         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "TRACKSTP" TO RCP-STEP
            MOVE "ALRTMNT" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT ALERTREC
            OPEN OUTPUT AGINGRPT
            OPEN OUTPUT AUTOCLOS
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            CALL "SITESEL" USING SITE-PARM
            IF SITP-CARD-BAD
                MOVE SPACES TO AGING-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    " - NO ALERTS TRACKED"
                    DELIMITED BY SIZE INTO AGING-REC
                WRITE AGING-REC
                CLOSE ALERTREC
                CLOSE AGINGRPT
                CLOSE AUTOCLOS
                MOVE 8 TO RCP-RC
                MOVE 4 TO RCP-MAX-RC
                SET RCP-FINISH-STEP TO TRUE
                CALL "STEPCTL" USING RCTL-PARM
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-SHIFT-CALENDAR
            OPEN INPUT OPERAUTH
            IF WS-AUTH-STATUS EQUAL "00"
                CLOSE ALERTMSTR
                OPEN I-O ALERTMSTR
            END-IF
            OPEN EXTEND ALERTLOG
            IF WS-ALG-STATUS EQUAL "00"
                SET ALERTLOG-AVAILABLE TO TRUE
            END-IF
            OPEN EXTEND MASTJRNL
            PERFORM LOAD-TODAYS-ALERTS
            PERFORM APPLY-ACK-TRANSACTIONS
            PERFORM LOAD-RECENT-RESULTS
            PERFORM AUTO-RESOLVE-ALERTS
            PERFORM WRITE-AGING-REPORT
            IF WS-BADACK-COUNT > ZERO OR WS-UNPARSED-COUNT > ZERO
                    OR WS-NOAUTH-COUNT > ZERO
                    OR WS-AUTOFAIL-COUNT > ZERO
                    OR WS-RES-DROPPED > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
                CLOSE OPERAUTH
            END-IF
            CLOSE ALERTMSTR
            IF ALERTLOG-AVAILABLE
                CLOSE ALERTLOG
            END-IF
            CLOSE MASTJRNL
            CLOSE AGINGRPT
            CLOSE AUTOCLOS
            MOVE RETURN-CODE TO RCP-RC
            MOVE 4 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        LOAD-SHIFT-CALENDAR.
                        AND ALR-CASE NOT = ZERO
                        AND ALR-ZONE NUMERIC
                        AND ALR-SEG NUMERIC
                    PERFORM NOTE-TONIGHTS-BLOCK
                    PERFORM STORE-ONE-ALERT
                ELSE
                    ADD 1 TO WS-UNPARSED-COUNT
        STORE-ONE-ALERT.
            MOVE ALR-DATE TO ALM-DATE
            MOVE ALR-CASE TO ALM-CASE
            MOVE SITP-SITE-ID TO ALM-SITE
            IF ALR-SITE NUMERIC AND ALR-SITE NOT = ZERO
                MOVE ALR-SITE TO ALM-SITE
            END-IF
            READ ALERTMSTR
                INVALID KEY CONTINUE
            END-READ
            IF WS-MSTR-STATUS EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO ALM-REC
            MOVE ALR-DATE TO ALM-DATE
            MOVE ALR-CASE TO ALM-CASE
            MOVE SITP-SITE-ID TO ALM-SITE
            IF ALR-SITE NUMERIC AND ALR-SITE NOT = ZERO
                MOVE ALR-SITE TO ALM-SITE
            END-IF
            MOVE ALR-ZONE TO ALM-ZONE
            MOVE ALR-SEG TO ALM-SEG
            MOVE "O" TO ALM-STATUS
            MOVE SPACES TO ALM-ACK-OPER ALM-RESOL-CODE ALM-ACK-TS
            MOVE ALR-TEXT (1:100) TO ALM-TEXT
            MOVE ALR-OWNER-DEPT TO ALM-OWNER-DEPT
            MOVE ALR-OBS-TYPE TO ALM-OBS-TYPE
            EVALUATE ALR-SEVERITY
                WHEN "NEARMISS"
                    SET ALM-SEV-NEARMISS TO TRUE
                WHEN "MARGINAL"
                    SET ALM-SEV-MARGINAL TO TRUE
                WHEN OTHER
                    MOVE "D" TO ALM-SEVERITY
            END-EVALUATE
            SET ALM-ESC-NONE TO TRUE
            IF ALR-STATION NUMERIC
                MOVE ALR-STATION TO ALM-STATION
            ELSE
                MOVE ZERO TO ALM-STATION
            END-IF
            MOVE ZERO TO ALM-CLEAR-DATE ALM-CLEAR-CASE
            WRITE ALM-REC
                INVALID KEY CONTINUE
            END-WRITE
            IF WS-MSTR-STATUS EQUAL "00"
                ADD 1 TO WS-LOADED-COUNT
                MOVE "ADD" TO MSJ-ACTION
                PERFORM WRITE-MASTER-JOURNAL
                MOVE "TRACKED" TO WS-LOG-EVENT
                MOVE SPACES TO WS-LOG-WHO WS-LOG-CODE
                PERFORM WRITE-ALERT-LOG
            END-IF.

        APPLY-ACK-TRANSACTIONS.
            END-IF
            MOVE WS-ACK-DATE TO ALM-DATE
            MOVE WS-ACK-CASE TO ALM-CASE
            MOVE SITP-SITE-ID TO ALM-SITE
            READ ALERTMSTR
                INVALID KEY
                    ADD 1 TO WS-BADACK-COUNT
                WHEN "RES"
                    MOVE "R" TO ALM-STATUS
                    ADD 1 TO WS-RESOL-COUNT
                WHEN "REO"
                    IF ALM-STATUS NOT EQUAL "R"
                        ADD 1 TO WS-BADACK-COUNT
                        EXIT PARAGRAPH
                    END-IF
                    MOVE "O" TO ALM-STATUS
                    SET ALM-ESC-NONE TO TRUE
                    ADD 1 TO WS-REOPEN-COUNT
                WHEN OTHER
                    ADD 1 TO WS-BADACK-COUNT
                    EXIT PARAGRAPH
            REWRITE ALM-REC
                INVALID KEY
                    ADD 1 TO WS-BADACK-COUNT
            END-REWRITE
            IF WS-MSTR-STATUS EQUAL "00"
                MOVE "CHANGE" TO MSJ-ACTION
                PERFORM WRITE-MASTER-JOURNAL
                EVALUATE WS-ACK-ACTION
                    WHEN "RES"
                        MOVE "RESOLVE" TO WS-LOG-EVENT
                    WHEN "REO"
                        MOVE "REOPEN" TO WS-LOG-EVENT
                    WHEN OTHER
                        MOVE "ACK" TO WS-LOG-EVENT
                END-EVALUATE
                MOVE WS-ACK-OPER TO WS-LOG-WHO
                MOVE WS-ACK-CODE TO WS-LOG-CODE
                PERFORM WRITE-ALERT-LOG
            END-IF.

        NOTE-TONIGHTS-BLOCK.
            IF ALR-STATION NOT NUMERIC OR ALR-STATION = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE ALR-DATE TO WS-R-DATE
            MOVE ALR-CASE TO WS-R-CASE
            MOVE ALR-ZONE TO WS-R-ZONE
            MOVE ALR-STATION TO WS-R-STATION
            MOVE ALR-SEG TO WS-R-SEG
            MOVE "B" TO WS-R-KIND
            PERFORM ADD-RESULT-ENTRY.

        ADD-RESULT-ENTRY.
            IF WS-RES-COUNT >= 20000
                ADD 1 TO WS-RES-DROPPED
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-RES-COUNT
            MOVE WS-R-KEY TO RES-KEY (WS-RES-COUNT)
            MOVE WS-R-ZONE TO RES-ZONE (WS-RES-COUNT)
            MOVE WS-R-STATION TO RES-STATION (WS-RES-COUNT)
            MOVE WS-R-SEG TO RES-SEG (WS-RES-COUNT)
            MOVE WS-R-KIND TO RES-KIND (WS-RES-COUNT).

        LOAD-RECENT-RESULTS.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
            COMPUTE WS-LOOKBACK-DATE =
                FUNCTION DATE-OF-INTEGER (WS-TODAY-INT - 1)
            OPEN INPUT STATHIST
            IF WS-HIST-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            SET STATHIST-AVAILABLE TO TRUE
            READ STATHIST
                AT END SET HIST-EOF TO TRUE
            END-READ
            PERFORM UNTIL HIST-EOF
                IF STAT-RUN-DATE NUMERIC
                        AND STAT-RUN-DATE >= WS-LOOKBACK-DATE
                        AND STAT-CASE-NUM NUMERIC
                        AND STAT-ZONE-ID NUMERIC
                        AND STAT-SEGMENT NUMERIC
                        AND STAT-STATION NUMERIC
                        AND STAT-STATION NOT = ZERO
                    PERFORM NOTE-SITE-RESULT
                END-IF
                READ STATHIST
                    AT END SET HIST-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE STATHIST.

        NOTE-SITE-RESULT.
            IF STAT-SITE-ID NUMERIC AND STAT-SITE-ID NOT = ZERO
                IF STAT-SITE-ID = SITP-SITE-ID
                    PERFORM NOTE-ONE-RESULT
                END-IF
            ELSE
                IF SITP-SITE-ID = 1
                    PERFORM NOTE-ONE-RESULT
                END-IF
            END-IF.

        NOTE-ONE-RESULT.
            EVALUATE STAT-VERDICT
                WHEN "YES"
                    MOVE "Y" TO WS-R-KIND
                WHEN "NO "
                WHEN "NAR"
                    MOVE "B" TO WS-R-KIND
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE
            MOVE STAT-RUN-DATE TO WS-R-DATE
            MOVE STAT-CASE-NUM TO WS-R-CASE
            MOVE STAT-ZONE-ID TO WS-R-ZONE
            MOVE STAT-STATION TO WS-R-STATION
            MOVE STAT-SEGMENT TO WS-R-SEG
            PERFORM ADD-RESULT-ENTRY.

        AUTO-RESOLVE-ALERTS.
            MOVE SPACES TO AUTO-REC
            STRING "AUTO-RESOLVED ALERT LIST - RUN "
                WS-RUN-TS (1:10) "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO AUTO-REC
            WRITE AUTO-REC
            MOVE SPACES TO AUTO-REC
            STRING "ALERTS CLOSED BECAUSE A LATER CHECK OF THE SAME"
                " ZONE AND STATION CAME BACK YES. TO REOPEN, KEY"
                " DATE CASE REO CODE OPER ON ACKTRANS."
                DELIMITED BY SIZE INTO AUTO-REC
            WRITE AUTO-REC
            MOVE SPACES TO AUTO-REC
            STRING "DATE      CASE    ZONE  STA   SEG  WAS"
                "  CLEARED BY CHECK"
                DELIMITED BY SIZE INTO AUTO-REC
            WRITE AUTO-REC
            IF STATHIST-AVAILABLE
                PERFORM SCAN-OPEN-ALERTS
            ELSE
                MOVE SPACES TO AUTO-REC
                STRING "** STATHIST NOT AVAILABLE - STATUS "
                    WS-HIST-STATUS " - NO ALERTS AUTO-RESOLVED"
                    DELIMITED BY SIZE INTO AUTO-REC
                WRITE AUTO-REC
            END-IF
            MOVE SPACES TO AUTO-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO AUTO-REC
            WRITE AUTO-REC
            MOVE WS-AUTO-COUNT TO WS-COUNT-ED
            MOVE SPACES TO AUTO-REC
            STRING "ALERTS AUTO-RESOLVED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO AUTO-REC
            WRITE AUTO-REC
            MOVE WS-RES-COUNT TO WS-COUNT-ED
            MOVE SPACES TO AUTO-REC
            STRING "CHECK RESULTS CONSULTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO AUTO-REC
            WRITE AUTO-REC
            IF WS-RES-DROPPED > ZERO
                MOVE WS-RES-DROPPED TO WS-COUNT-ED
                MOVE SPACES TO AUTO-REC
                STRING "** CHECK RESULTS NOT LOADED - TABLE FULL="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO AUTO-REC
                WRITE AUTO-REC
            END-IF
            IF WS-AUTOFAIL-COUNT > ZERO
                MOVE WS-AUTOFAIL-COUNT TO WS-COUNT-ED
                MOVE SPACES TO AUTO-REC
                STRING "** AUTO-RESOLUTIONS NOT REWRITTEN="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO AUTO-REC
                WRITE AUTO-REC
            END-IF.

        SCAN-OPEN-ALERTS.
            MOVE ZERO TO ALM-DATE ALM-CASE ALM-SITE
            START ALERTMSTR KEY NOT < ALM-KEY
                INVALID KEY SET AUTO-EOF TO TRUE
            END-START
            IF WS-MSTR-STATUS NOT EQUAL "00"
                SET AUTO-EOF TO TRUE
            END-IF
            PERFORM UNTIL AUTO-EOF
                READ ALERTMSTR NEXT
                    AT END SET AUTO-EOF TO TRUE
                END-READ
                IF WS-MSTR-STATUS NOT EQUAL "00"
                    SET AUTO-EOF TO TRUE
                END-IF
                IF NOT AUTO-EOF
                    IF ALM-STATUS NOT EQUAL "R"
                            AND ALM-SITE EQUAL SITP-SITE-ID
                            AND ALM-STATION NUMERIC
                            AND ALM-STATION NOT = ZERO
                        PERFORM CHECK-ONE-OPEN-ALERT
                    END-IF
                END-IF
            END-PERFORM.

        CHECK-ONE-OPEN-ALERT.
            MOVE ALM-KEY TO WS-FLOOR-KEY-X
            IF ALM-CLEAR-KEY NUMERIC
                    AND ALM-CLEAR-KEY > ALM-KEY (1:14)
                MOVE ALM-CLEAR-KEY TO WS-FLOOR-KEY-X
            END-IF
            MOVE ZERO TO WS-BEST-YES WS-LAST-BLOCK
            PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                UNTIL WS-RES-SUB > WS-RES-COUNT
                IF RES-ZONE (WS-RES-SUB) EQUAL ALM-ZONE
                        AND RES-STATION (WS-RES-SUB) EQUAL ALM-STATION
                        AND RES-KEY (WS-RES-SUB) > WS-FLOOR-KEY
                    IF RES-KIND (WS-RES-SUB) EQUAL "Y"
                        IF RES-KEY (WS-RES-SUB) > WS-BEST-YES
                            MOVE RES-KEY (WS-RES-SUB) TO WS-BEST-YES
                        END-IF
                    ELSE
                        IF RES-SEG (WS-RES-SUB) EQUAL ALM-SEG
                                AND RES-KEY (WS-RES-SUB)
                                    > WS-LAST-BLOCK
                            MOVE RES-KEY (WS-RES-SUB)
                                TO WS-LAST-BLOCK
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-BEST-YES = ZERO OR WS-BEST-YES NOT > WS-LAST-BLOCK
                EXIT PARAGRAPH
            END-IF
            MOVE ALM-STATUS TO WS-PRIOR-STATUS
            MOVE "R" TO ALM-STATUS
            MOVE "SYSTEM" TO ALM-ACK-OPER
            MOVE "AUTO" TO ALM-RESOL-CODE
            MOVE WS-RUN-TS TO ALM-ACK-TS
            MOVE WS-BEST-YES-DATE TO ALM-CLEAR-DATE
            MOVE WS-BEST-YES-CASE TO ALM-CLEAR-CASE
            REWRITE ALM-REC
                INVALID KEY CONTINUE
            END-REWRITE
            IF WS-MSTR-STATUS NOT EQUAL "00"
                ADD 1 TO WS-AUTOFAIL-COUNT
                MOVE ALM-CASE TO WS-CASE-ED
                MOVE SPACES TO AUTO-REC
                STRING "** ALERT " ALM-DATE " " WS-CASE-ED
                    " NOT REWRITTEN - STATUS " WS-MSTR-STATUS
                    DELIMITED BY SIZE INTO AUTO-REC
                WRITE AUTO-REC
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-AUTO-COUNT
            MOVE "CHANGE" TO MSJ-ACTION
            PERFORM WRITE-MASTER-JOURNAL
            MOVE "RESOLVE" TO WS-LOG-EVENT
            MOVE "SYSTEM" TO WS-LOG-WHO
            MOVE "AUTO" TO WS-LOG-CODE
            PERFORM WRITE-ALERT-LOG
            MOVE ALM-CASE TO WS-CASE-ED
            MOVE ALM-ZONE TO WS-ZONE-ID-ED
            MOVE ALM-STATION TO WS-STATION-ED
            MOVE ALM-SEG TO WS-SEG-ED
            MOVE ALM-CLEAR-CASE TO WS-CLEAR-CASE-ED
            MOVE SPACES TO AUTO-REC
            STRING ALM-DATE "  " WS-CASE-ED
                "  " WS-ZONE-ID-ED "  " WS-STATION-ED
                "  " WS-SEG-ED "   " WS-PRIOR-STATUS
                "    " ALM-CLEAR-DATE " " WS-CLEAR-CASE-ED
                DELIMITED BY SIZE INTO AUTO-REC
            WRITE AUTO-REC.

        WRITE-MASTER-JOURNAL.
            MOVE WS-RUN-TS (1:8) TO MSJ-DATE
            MOVE WS-RUN-TS (9:6) TO MSJ-TIME
            MOVE "ALRTMNT" TO MSJ-PROGRAM
            MOVE "ALERTMST" TO MSJ-MASTER
            MOVE ALM-REC TO MSJ-IMAGE
            WRITE MSJ-REC.

        WRITE-ALERT-LOG.
            IF NOT ALERTLOG-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO ALG-REC
            MOVE ALM-DATE TO ALG-DATE
            MOVE ALM-CASE TO ALG-CASE
            MOVE ALM-SITE TO ALG-SITE
            MOVE WS-LOG-EVENT TO ALG-EVENT
            MOVE WS-RUN-TS (1:14) TO ALG-TS
            MOVE WS-LOG-WHO TO ALG-WHO
            MOVE ALM-ZONE TO ALG-ZONE
            MOVE WS-LOG-CODE TO ALG-CODE
            MOVE RCP-STEP TO ALG-STEP
            WRITE ALG-REC.

        CHECK-OPERATOR-AUTHORITY.
            SET OPERATOR-AUTHORIZED TO TRUE
        WRITE-AGING-REPORT.
            MOVE SPACES TO AGING-REC
            STRING "OPEN ALERT AGING REPORT - RUN "
                WS-RUN-TS (1:10) "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO AGING-REC
            WRITE AGING-REC
            MOVE SPACES TO AGING-REC
            STRING "DATE      CASE    ZONE  SEG  ST  SHIFTS OPEN"
                "  WORK ORDER"
                DELIMITED BY SIZE INTO AGING-REC
            WRITE AGING-REC
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
            MOVE ZERO TO ALM-DATE ALM-CASE ALM-SITE
            START ALERTMSTR KEY NOT < ALM-KEY
                INVALID KEY SET MSTR-EOF TO TRUE
            END-START
                END-IF
                IF NOT MSTR-EOF
                    IF ALM-STATUS NOT EQUAL "R"
                            AND ALM-SITE EQUAL SITP-SITE-ID
                        ADD 1 TO WS-OPEN-COUNT
                        PERFORM WRITE-AGING-LINE
                    END-IF
            STRING "TOTAL ALERTS STILL OPEN=" WS-COUNT-ED
                DELIMITED BY SIZE INTO AGING-REC
            WRITE AGING-REC
            MOVE WS-AUTO-COUNT TO WS-COUNT-ED
            MOVE SPACES TO AGING-REC
            STRING "ALERTS AUTO-RESOLVED THIS RUN=" WS-COUNT-ED
                " (SEE AUTOCLOS LIST)"
                DELIMITED BY SIZE INTO AGING-REC
            WRITE AGING-REC
            IF WS-REOPEN-COUNT > ZERO
                MOVE WS-REOPEN-COUNT TO WS-COUNT-ED
                MOVE SPACES TO AGING-REC
                STRING "ALERTS REOPENED THIS RUN=" WS-COUNT-ED
                    DELIMITED BY SIZE INTO AGING-REC
                WRITE AGING-REC
            END-IF
            IF WS-NOAUTH-COUNT > ZERO
                MOVE WS-NOAUTH-COUNT TO WS-COUNT-ED
                MOVE SPACES TO AGING-REC
            MOVE ALM-CASE TO WS-CASE-ED
            MOVE ALM-ZONE TO WS-ZONE-ID-ED
            MOVE ALM-SEG TO WS-SEG-ED
            PERFORM FORMAT-WO-TEXT
            MOVE SPACES TO AGING-REC
            STRING ALM-DATE "  " WS-CASE-ED
                "  " WS-ZONE-ID-ED "  " WS-SEG-ED
                "   " ALM-STATUS "   " WS-AGE-ED
                "       " WS-WO-TEXT
                DELIMITED BY SIZE INTO AGING-REC
            WRITE AGING-REC.

        FORMAT-WO-TEXT.
            MOVE SPACES TO WS-WO-TEXT
            IF ALM-WO-NUMBER NOT EQUAL SPACES
                STRING "WO " DELIMITED BY SIZE
                    ALM-WO-NUMBER DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    ALM-WO-STATUS DELIMITED BY SPACE
                    INTO WS-WO-TEXT
            ELSE
                IF ALM-WO-REQUESTED
                    MOVE "WO REQUESTED" TO WS-WO-TEXT
                END-IF
            END-IF.

        END PROGRAM ALRTMNT.
