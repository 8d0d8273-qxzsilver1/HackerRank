        IDENTIFICATION DIVISION.
        PROGRAM-ID. INCDCORR.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INCDMAST ASSIGN TO "INCDMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS INC-KEY
                FILE STATUS IS WS-INC-STATUS.
            SELECT STATHIST ASSIGN TO "STATHIST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-STAT-STATUS.
            SELECT SEGSUMM ASSIGN TO "SEGSUMM"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SSUM-KEY
                FILE STATUS IS WS-SSUM-STATUS.
            SELECT ALERTMSTR ASSIGN TO "ALERTMSTR"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALM-KEY
                FILE STATUS IS WS-MSTR-STATUS.
            SELECT CORRPARM ASSIGN TO "CORRPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT CORRRPT ASSIGN TO "CORRRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD INCDMAST.
         COPY INCDMAST.

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

         FD SEGSUMM.
         COPY SEGSUMM.

         FD ALERTMSTR.
         COPY ALERTMST.

         FD CORRPARM.
         01 PARM-LINE PIC X(80).

         FD CORRRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-INC-STATUS PIC XX.
         01 WS-STAT-STATUS PIC XX.
         01 WS-SSUM-STATUS PIC XX.
         01 WS-MSTR-STATUS PIC XX.
         01 WS-PARM-STATUS PIC XX.
         01 WS-SEGSUMM-SW PIC X VALUE "N".
             88 SEGSUMM-AVAILABLE VALUE "Y".
         01 WS-ALERTS-SW PIC X VALUE "N".
             88 ALERTS-AVAILABLE VALUE "Y".
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-LOOKBACK-DAYS PIC 9(3) VALUE 3.
         01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
         01 WS-TO-DATE PIC 9(8) VALUE 99999999.
         01 WS-PARM-TOKEN PIC X(8).
         01 WS-PARM-VALUE PIC 9(8).
         01 WS-PARSE-PTR PIC 9(4).
         01 WS-STAT-SITE PIC 9(2).
         01 WS-INC-STAMP PIC X(12).
         01 WS-ACK-STAMP PIC X(12).
         01 WS-CLASS-TEXT PIC X(10).
         01 WS-TOP-SEG PIC 9(3).
         01 WS-TOP-HITS PIC 9(7).

         01 WS-INCIDENT-TABLE.
             05 WS-INCIDENT OCCURS 500 TIMES INDEXED BY INC-IDX.
                10 TBL-ID         PIC X(12).
                10 TBL-ZONE       PIC 9(4).
                10 TBL-DATE       PIC 9(8).
                10 TBL-WIN-START  PIC 9(8).
                10 TBL-CHECKS     PIC 9(5).
                10 TBL-YES        PIC 9(5).
                10 TBL-BLOCKED    PIC 9(5).
                10 TBL-OTHER      PIC 9(5).
         01 WS-INCIDENT-COUNT PIC 9(3) VALUE ZERO.
         01 WS-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.

         01 WS-ALERT-COUNT   PIC 9(3).
         01 WS-UNACKED-COUNT PIC 9(3).
         01 WS-LATE-ACK-COUNT PIC 9(3).
         01 WS-HIT-TOTAL     PIC 9(7).

         01 WS-REPORTED-COUNT PIC 9(5) VALUE ZERO.
         01 WS-MISSED-COUNT   PIC 9(5) VALUE ZERO.
         01 WS-UNCHECKED-COUNT PIC 9(5) VALUE ZERO.
         01 WS-IGNORED-COUNT  PIC 9(5) VALUE ZERO.
         01 WS-BOTH-COUNT     PIC 9(5) VALUE ZERO.
         01 WS-STAT-READ      PIC 9(7) VALUE ZERO.

         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-SEG-ED      PIC Z(3).
         01 WS-DAYS-ED     PIC ZZ9.
         01 WS-CHK-ED      PIC Z(4)9.
         01 WS-YES-ED      PIC Z(4)9.
         01 WS-NO-ED       PIC Z(4)9.
         01 WS-OTH-ED      PIC Z(4)9.
         01 WS-HITS-ED     PIC Z(6)9.
         01 WS-ALR-ED      PIC ZZ9.
         01 WS-UNACK-ED    PIC ZZ9.
         01 WS-LATE-ED     PIC ZZ9.
         01 WS-XM-ED       PIC -ZZZZZ9.
         01 WS-YM-ED       PIC -ZZZZZ9.
         01 WS-CASE-ED     PIC Z(6).
         01 WS-COUNT-ED    PIC Z(6)9.

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT CORRRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            CALL "SITESEL" USING SITE-PARM
            PERFORM TAKE-CORR-PARMS
            MOVE WS-LOOKBACK-DAYS TO WS-DAYS-ED
            MOVE SPACES TO RPT-REC
            STRING "PLANT INCIDENTS AGAINST PRIOR SIGHTLINE VERDICTS"
                " - RUN " WS-RUN-TS (1:10)
                "  SITE: " SITP-SITE-ID
                "  LOOKBACK " WS-DAYS-ED " DAYS"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE CORRRPT
                STOP RUN
            END-IF
            MOVE SPACES TO RPT-REC
            STRING "INCIDENTS DATED " WS-FROM-DATE " THRU " WS-TO-DATE
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            OPEN I-O INCDMAST
            IF WS-INC-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** INCDMAST NOT AVAILABLE - STATUS "
                    WS-INC-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE CORRRPT
                STOP RUN
            END-IF
            PERFORM LOAD-INCIDENT-TABLE
            PERFORM TALLY-STATION-VERDICTS
            OPEN INPUT SEGSUMM
            IF WS-SSUM-STATUS EQUAL "00"
                SET SEGSUMM-AVAILABLE TO TRUE
            ELSE
                MOVE SPACES TO RPT-REC
                STRING "** SEGSUMM NOT AVAILABLE - STATUS "
                    WS-SSUM-STATUS " - SEGMENT HITS NOT SHOWN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            OPEN INPUT ALERTMSTR
            IF WS-MSTR-STATUS EQUAL "00"
                SET ALERTS-AVAILABLE TO TRUE
            ELSE
                MOVE SPACES TO RPT-REC
                STRING "** ALERTMSTR NOT AVAILABLE - STATUS "
                    WS-MSTR-STATUS " - IGNORED ALERTS NOT CHECKED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            PERFORM VARYING INC-IDX FROM 1 BY 1
                UNTIL INC-IDX > WS-INCIDENT-COUNT
                PERFORM CORRELATE-ONE-INCIDENT
            END-PERFORM
            PERFORM WRITE-CORR-TRAILER
            IF WS-MISSED-COUNT > ZERO OR WS-IGNORED-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE INCDMAST
            IF SEGSUMM-AVAILABLE
                CLOSE SEGSUMM
            END-IF
            IF ALERTS-AVAILABLE
                CLOSE ALERTMSTR
            END-IF
            CLOSE CORRRPT
            STOP RUN.

        TAKE-CORR-PARMS.
            OPEN INPUT CORRPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ CORRPARM
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
                IF WS-PARM-VALUE NUMERIC
                    EVALUATE WS-PARM-TOKEN
                        WHEN "DAYS"
                            IF WS-PARM-VALUE > ZERO
                                    AND WS-PARM-VALUE < 1000
                                MOVE WS-PARM-VALUE
                                    TO WS-LOOKBACK-DAYS
                            END-IF
                        WHEN "FROM"
                            MOVE WS-PARM-VALUE TO WS-FROM-DATE
                        WHEN "TO"
                            MOVE WS-PARM-VALUE TO WS-TO-DATE
                    END-EVALUATE
                END-IF
                READ CORRPARM
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE CORRPARM
            MOVE "N" TO WS-EOF-SW.

        LOAD-INCIDENT-TABLE.
            MOVE SITP-SITE-ID TO INC-SITE
            MOVE LOW-VALUES TO INC-ID
            START INCDMAST KEY IS NOT LESS THAN INC-KEY
                INVALID KEY SET EOF TO TRUE
            END-START
            IF NOT EOF
                READ INCDMAST NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EOF OR INC-SITE NOT EQUAL SITP-SITE-ID
                IF INC-DATE >= WS-FROM-DATE AND INC-DATE <= WS-TO-DATE
                    PERFORM STORE-INCIDENT
                END-IF
                READ INCDMAST NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            MOVE "N" TO WS-EOF-SW.

        STORE-INCIDENT.
            IF WS-INCIDENT-COUNT >= 500
                ADD 1 TO WS-OVERFLOW-COUNT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-INCIDENT-COUNT
            SET INC-IDX TO WS-INCIDENT-COUNT
            MOVE INC-ID TO TBL-ID (INC-IDX)
            MOVE INC-ZONE TO TBL-ZONE (INC-IDX)
            MOVE INC-DATE TO TBL-DATE (INC-IDX)
            COMPUTE TBL-WIN-START (INC-IDX) =
                FUNCTION DATE-OF-INTEGER (
                    FUNCTION INTEGER-OF-DATE (INC-DATE)
                    - WS-LOOKBACK-DAYS)
            MOVE ZERO TO TBL-CHECKS (INC-IDX) TBL-YES (INC-IDX)
                TBL-BLOCKED (INC-IDX) TBL-OTHER (INC-IDX).

        TALLY-STATION-VERDICTS.
            IF WS-INCIDENT-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT STATHIST
            IF WS-STAT-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** STATHIST NOT AVAILABLE - STATUS "
                    WS-STAT-STATUS
                    " - EVERY INCIDENT WILL SHOW AS UNCHECKED"
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
                    PERFORM VARYING INC-IDX FROM 1 BY 1
                        UNTIL INC-IDX > WS-INCIDENT-COUNT
                        IF STAT-ZONE-ID EQUAL TBL-ZONE (INC-IDX)
                                AND STAT-RUN-DATE >=
                                    TBL-WIN-START (INC-IDX)
                                AND STAT-RUN-DATE <= TBL-DATE (INC-IDX)
                            PERFORM COUNT-ONE-VERDICT
                        END-IF
                    END-PERFORM
                END-IF
                READ STATHIST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE STATHIST
            MOVE "N" TO WS-EOF-SW.

        COUNT-ONE-VERDICT.
            ADD 1 TO TBL-CHECKS (INC-IDX)
            EVALUATE STAT-VERDICT
                WHEN "YES"
                    ADD 1 TO TBL-YES (INC-IDX)
                WHEN "NO "
                    ADD 1 TO TBL-BLOCKED (INC-IDX)
                WHEN OTHER
                    ADD 1 TO TBL-OTHER (INC-IDX)
            END-EVALUATE.

        CORRELATE-ONE-INCIDENT.
            MOVE SITP-SITE-ID TO INC-SITE
            MOVE TBL-ID (INC-IDX) TO INC-ID
            READ INCDMAST
                INVALID KEY CONTINUE
            END-READ
            IF WS-INC-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-REPORTED-COUNT
            MOVE SPACES TO WS-INC-STAMP
            STRING INC-DATE INC-TIME DELIMITED BY SIZE
                INTO WS-INC-STAMP
            PERFORM WRITE-INCIDENT-HEADING
            PERFORM TAKE-SEGMENT-HITS
            PERFORM TAKE-PRIOR-ALERTS
            MOVE "N" TO INC-MISSED-SW INC-IGNORED-SW
            IF TBL-BLOCKED (INC-IDX) = ZERO
                SET INC-MISSED TO TRUE
                ADD 1 TO WS-MISSED-COUNT
                IF TBL-CHECKS (INC-IDX) = ZERO
                    ADD 1 TO WS-UNCHECKED-COUNT
                END-IF
            END-IF
            IF WS-UNACKED-COUNT > ZERO OR WS-LATE-ACK-COUNT > ZERO
                SET INC-IGNORED TO TRUE
                ADD 1 TO WS-IGNORED-COUNT
            END-IF
            IF INC-MISSED AND INC-IGNORED
                ADD 1 TO WS-BOTH-COUNT
            END-IF
            PERFORM WRITE-INCIDENT-LINES
            MOVE WS-TODAY-NUM TO INC-CORR-DATE
            MOVE WS-LOOKBACK-DAYS TO INC-CORR-DAYS
            MOVE TBL-CHECKS (INC-IDX) TO INC-CORR-CHECKS
            MOVE TBL-BLOCKED (INC-IDX) TO INC-CORR-BLOCKED
            MOVE WS-ALERT-COUNT TO INC-CORR-ALERTS
            REWRITE INC-REC
                INVALID KEY CONTINUE
            END-REWRITE.

        TAKE-SEGMENT-HITS.
            MOVE ZERO TO WS-HIT-TOTAL WS-TOP-SEG WS-TOP-HITS
            IF NOT SEGSUMM-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO SSUM-SITE
            MOVE INC-ZONE TO SSUM-ZONE
            MOVE TBL-WIN-START (INC-IDX) TO SSUM-DATE
            MOVE ZERO TO SSUM-SEG
            START SEGSUMM KEY IS NOT LESS THAN SSUM-KEY
                INVALID KEY SET EOF TO TRUE
            END-START
            IF NOT EOF
                READ SEGSUMM NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EOF
                    OR SSUM-SITE NOT EQUAL SITP-SITE-ID
                    OR SSUM-ZONE NOT EQUAL INC-ZONE
                    OR SSUM-DATE > INC-DATE
                ADD SSUM-HITS TO WS-HIT-TOTAL
                IF SSUM-HITS > WS-TOP-HITS
                    MOVE SSUM-HITS TO WS-TOP-HITS
                    MOVE SSUM-SEG TO WS-TOP-SEG
                END-IF
                READ SEGSUMM NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            MOVE "N" TO WS-EOF-SW.

        TAKE-PRIOR-ALERTS.
            MOVE ZERO TO WS-ALERT-COUNT WS-UNACKED-COUNT
                WS-LATE-ACK-COUNT
            IF NOT ALERTS-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE TBL-WIN-START (INC-IDX) TO ALM-DATE
            MOVE ZERO TO ALM-CASE ALM-SITE
            START ALERTMSTR KEY IS NOT LESS THAN ALM-KEY
                INVALID KEY SET EOF TO TRUE
            END-START
            IF NOT EOF
                READ ALERTMSTR NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EOF OR ALM-DATE > INC-DATE
                IF ALM-SITE EQUAL SITP-SITE-ID
                        AND ALM-ZONE EQUAL INC-ZONE
                    PERFORM CHECK-ONE-PRIOR-ALERT
                END-IF
                READ ALERTMSTR NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            MOVE "N" TO WS-EOF-SW.

        CHECK-ONE-PRIOR-ALERT.
            ADD 1 TO WS-ALERT-COUNT
            MOVE ALM-ACK-TS (1:12) TO WS-ACK-STAMP
            IF ALM-STATUS EQUAL "O" OR WS-ACK-STAMP NOT NUMERIC
                ADD 1 TO WS-UNACKED-COUNT
                MOVE ALM-CASE TO WS-CASE-ED
                MOVE ALM-SEG TO WS-SEG-ED
                MOVE SPACES TO RPT-REC
                STRING "      UNACKNOWLEDGED ALERT " ALM-DATE
                    " CASE " WS-CASE-ED " SEG " WS-SEG-ED
                    " STATUS " ALM-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            IF WS-ACK-STAMP > WS-INC-STAMP
                ADD 1 TO WS-LATE-ACK-COUNT
                MOVE ALM-CASE TO WS-CASE-ED
                MOVE ALM-SEG TO WS-SEG-ED
                MOVE SPACES TO RPT-REC
                STRING "      ALERT " ALM-DATE
                    " CASE " WS-CASE-ED " SEG " WS-SEG-ED
                    " ACKNOWLEDGED ONLY AFTER THE INCIDENT ("
                    ALM-ACK-TS (1:8) " BY " ALM-ACK-OPER ")"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-INCIDENT-HEADING.
            MOVE INC-ZONE TO WS-ZONE-ID-ED
            MOVE INC-XM TO WS-XM-ED
            MOVE INC-YM TO WS-YM-ED
            IF INC-NEAR-MISS
                MOVE "NEAR MISS" TO WS-CLASS-TEXT
            ELSE
                MOVE "INCIDENT" TO WS-CLASS-TEXT
            END-IF
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING WS-CLASS-TEXT " " INC-ID
                "  ZONE " WS-ZONE-ID-ED
                "  " INC-DATE " " INC-TIME
                "  AT X=" WS-XM-ED " Y=" WS-YM-ED
                "  " INC-DESC
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-INCIDENT-LINES.
            MOVE TBL-CHECKS (INC-IDX) TO WS-CHK-ED
            MOVE TBL-YES (INC-IDX) TO WS-YES-ED
            MOVE TBL-BLOCKED (INC-IDX) TO WS-NO-ED
            MOVE TBL-OTHER (INC-IDX) TO WS-OTH-ED
            MOVE SPACES TO RPT-REC
            STRING "    STATHIST " TBL-WIN-START (INC-IDX)
                " THRU " INC-DATE
                ": CHECKS=" WS-CHK-ED " YES=" WS-YES-ED
                " NO=" WS-NO-ED " ERR/EXC/SUS=" WS-OTH-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-HIT-TOTAL TO WS-HITS-ED
            MOVE SPACES TO RPT-REC
            IF WS-TOP-SEG > ZERO
                MOVE WS-TOP-SEG TO WS-SEG-ED
                STRING "    SEGSUMM HITS=" WS-HITS-ED
                    "  MOST HIT SEG " WS-SEG-ED
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "    SEGSUMM HITS=" WS-HITS-ED
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC
            MOVE WS-ALERT-COUNT TO WS-ALR-ED
            MOVE WS-UNACKED-COUNT TO WS-UNACK-ED
            MOVE WS-LATE-ACK-COUNT TO WS-LATE-ED
            MOVE SPACES TO RPT-REC
            STRING "    ALERTS=" WS-ALR-ED
                "  NEVER ACKNOWLEDGED=" WS-UNACK-ED
                "  ACKNOWLEDGED AFTER THE INCIDENT=" WS-LATE-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF INC-MISSED
                MOVE SPACES TO RPT-REC
                IF TBL-CHECKS (INC-IDX) = ZERO
                    STRING "    ** MISSED - ZONE NOT CHECKED IN THE "
                        "LOOKBACK WINDOW"
                        DELIMITED BY SIZE INTO RPT-REC
                ELSE
                    STRING "    ** MISSED - NO BLOCKED VERDICT BEFORE "
                        "THE INCIDENT"
                        DELIMITED BY SIZE INTO RPT-REC
                END-IF
                WRITE RPT-REC
            END-IF
            IF INC-IGNORED
                MOVE SPACES TO RPT-REC
                STRING "    ** IGNORED - FOLLOWED AN ALERT NOBODY "
                    "ACKNOWLEDGED IN TIME"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-CORR-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-REPORTED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "INCIDENTS CORRELATED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-MISSED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "MISSED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-UNCHECKED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  OF WHICH ZONE NOT CHECKED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-IGNORED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "IGNORED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-BOTH-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "MISSED AND IGNORED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-STAT-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATHIST RECORDS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-OVERFLOW-COUNT > ZERO
                MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** NOT CORRELATED (OVER 500 IN THE RANGE)="
                    WS-COUNT-ED " - NARROW FROM/TO AND RERUN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        END PROGRAM INCDCORR.
