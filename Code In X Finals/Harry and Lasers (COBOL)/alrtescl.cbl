        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALRTESCL.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
            SELECT ALERTLOG ASSIGN TO "ALERTLOG"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALG-STATUS.
            SELECT SHIFTCAL ASSIGN TO "SHIFTCAL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
            SELECT ESCLPARM ASSIGN TO "ESCLPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT ESCLFILE ASSIGN TO "ESCLFILE"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT ESCLRPT ASSIGN TO "ESCLRPT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT MASTJRNL ASSIGN TO "MASTJRNL"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD ALERTMSTR.
         COPY ALERTMST.

         FD DEPTMAST.
         COPY DEPTMAST.

         FD ALERTLOG.
         COPY ALERTLOG.

         FD SHIFTCAL.
         01 CAL-LINE PIC X(80).

         FD ESCLPARM.
         01 PARM-LINE PIC X(80).

         FD ESCLFILE.
         COPY ALERTREC.

         FD ESCLRPT.
         01 RPT-REC PIC X(132).

         FD MASTJRNL.
         COPY MASTJRNL.

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-MSTR-STATUS PIC XX.
         01 WS-DEPT-STATUS PIC XX.
         01 WS-DEPTMAST-SW PIC X VALUE "N".
             88 DEPTMAST-AVAILABLE VALUE "Y".
         01 WS-ALG-STATUS PIC XX.
         01 WS-ALERTLOG-SW PIC X VALUE "N".
             88 ALERTLOG-AVAILABLE VALUE "Y".
         01 WS-CAL-STATUS PIC XX.
         01 WS-PARM-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-TODAY-INT PIC S9(8).
         01 WS-NOW-HOUR PIC 9(2).
         01 WS-LOG-EVENT PIC X(8).
         01 WS-LOG-WHO   PIC X(8).
         01 WS-LOG-CODE  PIC X(4).

         01 WS-PARM-TOKEN PIC X(8).
         01 WS-PARM-FIRST PIC X(8).
         01 WS-PARM-HOURS PIC 9(4).
         01 WS-PARM-SAFE-HOURS PIC 9(4).
         01 WS-PARSE-PTR PIC 9(4).
         01 WS-BADPARM-COUNT PIC 9(3) VALUE ZERO.
         01 WS-DEADLINE-TABLE.
             05 WS-DEADLINE-ENTRY OCCURS 3 TIMES.
                10 DL-SEVERITY  PIC X(8).
                10 DL-SUPV-HRS  PIC 9(4).
                10 DL-SAFE-HRS  PIC 9(4).
         01 WS-DL-SUB PIC 9.
         01 WS-SAFETY-DEPT PIC X(4) VALUE "SAFE".
         01 WS-SAFETY-NAME PIC X(20).
         01 WS-SAFETY-SUPV PIC X(8).

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
         01 WS-PREV-SHIFTS PIC 9.
         01 WS-START-INT PIC S9(8).
         01 WS-START-DATE PIC 9(8).
         01 WS-START-HOUR PIC 9(2).
         01 WS-FROM-HOUR PIC 9(2).
         01 WS-TO-HOUR   PIC 9(2).
         01 WS-HOUR      PIC 9(2).
         01 WS-HOUR-SHIFT PIC 9.
         01 WS-OPEN-HOURS PIC 9(5).

         01 WS-OPEN-COUNT PIC 9(4) VALUE ZERO.
         01 WS-OPEN-TABLE.
             05 WS-OPEN-ENTRY OCCURS 3000 TIMES
                 ASCENDING KEY IS OA-KEY
                 INDEXED BY OA-IDX.
                10 OA-KEY.
                   15 OA-DATE  PIC 9(8).
                   15 OA-CASE  PIC 9(6).
                   15 OA-SITE  PIC 9(2).
                10 OA-RESP     PIC X(4).
                10 OA-TRACK-TS PIC X(14).
         01 WS-OPEN-SUB PIC 9(4).
         01 WS-LOG-KEY.
             05 WS-LOG-DATE PIC 9(8).
             05 WS-LOG-CASE PIC 9(6).
             05 WS-LOG-SITE PIC 9(2).

         01 WS-RESP-DEPT PIC X(4).
         01 WS-TO-DEPT   PIC X(4).
         01 WS-TO-NAME   PIC X(20).
         01 WS-TO-SUPV   PIC X(8).
         01 WS-SEV-NAME  PIC X(8).
         01 WS-DEADLINE-HRS PIC 9(4).
         01 WS-ESC-KIND  PIC X(7).
         01 WS-ESC-NOTE  PIC X(40).

         01 WS-ALERTS-READ   PIC 9(6) VALUE ZERO.
         01 WS-OVERFLOW-COUNT PIC 9(6) VALUE ZERO.
         01 WS-SUPV-COUNT    PIC 9(6) VALUE ZERO.
         01 WS-SAFETY-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-NOSUPV-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-FAIL-COUNT    PIC 9(6) VALUE ZERO.
         01 WS-LOG-READ      PIC 9(7) VALUE ZERO.

         01 WS-CASE-ED     PIC Z(5)9.
         01 WS-ZONE-ED     PIC Z(3)9.
         01 WS-SEG-ED      PIC ZZ9.
         01 WS-STATION-ED  PIC Z(3)9.
         01 WS-HOURS-ED    PIC Z(4)9.
         01 WS-DEADLINE-ED PIC Z(3)9.
         01 WS-SAFE-ED     PIC Z(3)9.
         01 WS-COUNT-ED    PIC Z(6)9.

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT ESCLRPT
            OPEN OUTPUT ESCLFILE
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            MOVE WS-RUN-TS (9:2) TO WS-NOW-HOUR
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
            CALL "SITESEL" USING SITE-PARM
            MOVE SPACES TO RPT-REC
            STRING "UNACKNOWLEDGED ALERT ESCALATION - RUN "
                WS-RUN-TS (1:12) "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM TAKE-ESCL-PARMS
            PERFORM LOAD-SHIFT-CALENDAR
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE ESCLRPT ESCLFILE
                STOP RUN
            END-IF
            PERFORM WRITE-DEADLINE-LINES
            OPEN I-O ALERTMSTR
            IF WS-MSTR-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** ALERTMSTR NOT AVAILABLE - STATUS "
                    WS-MSTR-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE ESCLRPT ESCLFILE
                STOP RUN
            END-IF
            OPEN INPUT DEPTMAST
            IF WS-DEPT-STATUS EQUAL "00"
                SET DEPTMAST-AVAILABLE TO TRUE
            END-IF
            PERFORM TAKE-SAFETY-SUPERVISOR
            PERFORM LOAD-OPEN-ALERTS
            IF WS-OPEN-COUNT > ZERO
                PERFORM SCAN-ALERT-LOG
            END-IF
            OPEN EXTEND ALERTLOG
            IF WS-ALG-STATUS EQUAL "00"
                SET ALERTLOG-AVAILABLE TO TRUE
            END-IF
            OPEN EXTEND MASTJRNL
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "DATE      CASE    ZONE SEG  STA  SEVERITY"
                "  HOURS DEADLN  ESCALATED    RESP TO   SUPERVISOR"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                PERFORM CHECK-ONE-ALERT
            END-PERFORM
            IF WS-SUPV-COUNT = ZERO AND WS-SAFETY-COUNT = ZERO
                MOVE "    (NO ALERT PAST ITS ACKNOWLEDGMENT DEADLINE)"
                    TO RPT-REC
                WRITE RPT-REC
            END-IF
            PERFORM WRITE-ESCL-TRAILER
            IF WS-FAIL-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-SUPV-COUNT > ZERO OR WS-SAFETY-COUNT > ZERO
                        OR WS-NOSUPV-COUNT > ZERO
                        OR WS-OVERFLOW-COUNT > ZERO
                        OR WS-BADPARM-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
            CLOSE ALERTMSTR
            IF DEPTMAST-AVAILABLE
                CLOSE DEPTMAST
            END-IF
            IF ALERTLOG-AVAILABLE
                CLOSE ALERTLOG
            END-IF
            CLOSE MASTJRNL
            CLOSE ESCLRPT ESCLFILE
            STOP RUN.

        TAKE-ESCL-PARMS.
            MOVE "DIRECT" TO DL-SEVERITY (1)
            MOVE 8 TO DL-SUPV-HRS (1)
            MOVE 24 TO DL-SAFE-HRS (1)
            MOVE "MARGINAL" TO DL-SEVERITY (2)
            MOVE 16 TO DL-SUPV-HRS (2)
            MOVE 48 TO DL-SAFE-HRS (2)
            MOVE "NEARMISS" TO DL-SEVERITY (3)
            MOVE 24 TO DL-SUPV-HRS (3)
            MOVE 72 TO DL-SAFE-HRS (3)
            OPEN INPUT ESCLPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ ESCLPARM
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                PERFORM TAKE-ONE-ESCL-PARM
                READ ESCLPARM
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE ESCLPARM
            MOVE "N" TO WS-EOF-SW.

        TAKE-ONE-ESCL-PARM.
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-PARM-TOKEN WS-PARM-FIRST
            UNSTRING PARM-LINE DELIMITED BY ALL SPACE
                INTO WS-PARM-TOKEN WS-PARM-FIRST
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-PARM-TOKEN EQUAL SPACES
                EXIT PARAGRAPH
            END-IF
            IF WS-PARM-TOKEN EQUAL "SAFETY"
                IF WS-PARM-FIRST NOT EQUAL SPACES
                    MOVE WS-PARM-FIRST TO WS-SAFETY-DEPT
                    EXIT PARAGRAPH
                END-IF
            END-IF
            PERFORM VARYING WS-DL-SUB FROM 1 BY 1
                UNTIL WS-DL-SUB > 3
                    OR DL-SEVERITY (WS-DL-SUB) EQUAL WS-PARM-TOKEN
                CONTINUE
            END-PERFORM
            MOVE ZERO TO WS-PARM-HOURS WS-PARM-SAFE-HOURS
            IF WS-DL-SUB <= 3
                MOVE 1 TO WS-PARSE-PTR
                UNSTRING PARM-LINE DELIMITED BY ALL SPACE
                    INTO WS-PARM-TOKEN WS-PARM-HOURS WS-PARM-SAFE-HOURS
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
            END-IF
            IF WS-PARM-HOURS NUMERIC AND WS-PARM-SAFE-HOURS NUMERIC
                    AND WS-PARM-HOURS > ZERO
                    AND WS-PARM-SAFE-HOURS > WS-PARM-HOURS
                MOVE WS-PARM-HOURS TO DL-SUPV-HRS (WS-DL-SUB)
                MOVE WS-PARM-SAFE-HOURS TO DL-SAFE-HRS (WS-DL-SUB)
            ELSE
                ADD 1 TO WS-BADPARM-COUNT
                MOVE SPACES TO RPT-REC
                STRING "** ESCLPARM CARD IGNORED - EXPECT SEVERITY"
                    " SUPV-HOURS SAFETY-HOURS OR SAFETY DEPT: "
                    PARM-LINE (1:40)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-DEADLINE-LINES.
            PERFORM VARYING WS-DL-SUB FROM 1 BY 1 UNTIL WS-DL-SUB > 3
                MOVE DL-SUPV-HRS (WS-DL-SUB) TO WS-DEADLINE-ED
                MOVE DL-SAFE-HRS (WS-DL-SUB) TO WS-SAFE-ED
                MOVE SPACES TO RPT-REC
                STRING "DEADLINE " DL-SEVERITY (WS-DL-SUB)
                    "  SUPERVISOR AFTER" WS-DEADLINE-ED
                    "  PLANT SAFETY AFTER" WS-SAFE-ED
                    " PRODUCTION SHIFT HOURS"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-PERFORM.

        TAKE-SAFETY-SUPERVISOR.
            MOVE SPACES TO WS-SAFETY-NAME WS-SAFETY-SUPV
            IF DEPTMAST-AVAILABLE
                MOVE WS-SAFETY-DEPT TO DEPT-CODE
                READ DEPTMAST
                    INVALID KEY
                        MOVE "X" TO DEPT-STAT
                END-READ
                IF WS-DEPT-STATUS EQUAL "00" AND DEPT-IS-ACTIVE
                    MOVE DEPT-NAME TO WS-SAFETY-NAME
                    MOVE DEPT-SUPV TO WS-SAFETY-SUPV
                END-IF
            END-IF
            MOVE SPACES TO RPT-REC
            IF WS-SAFETY-SUPV EQUAL SPACES
                ADD 1 TO WS-BADPARM-COUNT
                STRING "** PLANT SAFETY DEPT " WS-SAFETY-DEPT
                    " HAS NO ACTIVE SUPERVISOR ON DEPTMAST - ITS"
                    " ESCALATIONS WILL LAND ON UNDELIV"
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "PLANT SAFETY: DEPT " WS-SAFETY-DEPT
                    " " WS-SAFETY-NAME " SUPERVISOR " WS-SAFETY-SUPV
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC.

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

        LOAD-OPEN-ALERTS.
            MOVE HIGH-VALUES TO WS-OPEN-TABLE
            MOVE SITP-SITE-ID TO ALM-SITE
            MOVE ZERO TO ALM-DATE ALM-CASE
            START ALERTMSTR KEY NOT < ALM-KEY
                INVALID KEY SET EOF TO TRUE
            END-START
            PERFORM UNTIL EOF
                READ ALERTMSTR NEXT
                    AT END SET EOF TO TRUE
                END-READ
                IF WS-MSTR-STATUS NOT EQUAL "00"
                    SET EOF TO TRUE
                END-IF
                IF NOT EOF
                    ADD 1 TO WS-ALERTS-READ
                    IF ALM-STATUS EQUAL "O"
                            AND ALM-SITE EQUAL SITP-SITE-ID
                            AND NOT ALM-ESC-TO-SAFETY
                        PERFORM STORE-OPEN-ALERT
                    END-IF
                END-IF
            END-PERFORM
            MOVE "N" TO WS-EOF-SW.

        STORE-OPEN-ALERT.
            IF WS-OPEN-COUNT >= 3000
                ADD 1 TO WS-OVERFLOW-COUNT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-OPEN-COUNT
            MOVE ALM-DATE TO OA-DATE (WS-OPEN-COUNT)
            MOVE ALM-CASE TO OA-CASE (WS-OPEN-COUNT)
            MOVE ALM-SITE TO OA-SITE (WS-OPEN-COUNT)
            MOVE SPACES TO OA-RESP (WS-OPEN-COUNT)
                OA-TRACK-TS (WS-OPEN-COUNT).

        SCAN-ALERT-LOG.
            OPEN INPUT ALERTLOG
            IF WS-ALG-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** ALERTLOG NOT AVAILABLE - STATUS "
                    WS-ALG-STATUS " - AGES RUN FROM THE ALERT DATE,"
                    " RESPONDER TAKEN FROM THE OWNING DEPARTMENT"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            READ ALERTLOG
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-LOG-READ
                IF ALG-TRACKED OR ALG-DISPATCHED OR ALG-REOPENED
                    PERFORM NOTE-ONE-LOG-EVENT
                END-IF
                READ ALERTLOG
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE ALERTLOG
            MOVE "N" TO WS-EOF-SW.

        NOTE-ONE-LOG-EVENT.
            IF ALG-DATE NOT NUMERIC OR ALG-CASE NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE ALG-DATE TO WS-LOG-DATE
            MOVE ALG-CASE TO WS-LOG-CASE
            MOVE 1 TO WS-LOG-SITE
            IF ALG-SITE NUMERIC AND ALG-SITE NOT = ZERO
                MOVE ALG-SITE TO WS-LOG-SITE
            END-IF
            SEARCH ALL WS-OPEN-ENTRY
                AT END
                    EXIT PARAGRAPH
                WHEN OA-KEY (OA-IDX) EQUAL WS-LOG-KEY
                    CONTINUE
            END-SEARCH
            IF ALG-TRACKED OR ALG-REOPENED
                IF ALG-TS > OA-TRACK-TS (OA-IDX)
                    MOVE ALG-TS TO OA-TRACK-TS (OA-IDX)
                END-IF
            ELSE
                IF OA-RESP (OA-IDX) EQUAL SPACES
                    MOVE ALG-WHO (1:4) TO OA-RESP (OA-IDX)
                END-IF
            END-IF.

        CHECK-ONE-ALERT.
            MOVE OA-DATE (WS-OPEN-SUB) TO ALM-DATE
            MOVE OA-CASE (WS-OPEN-SUB) TO ALM-CASE
            MOVE OA-SITE (WS-OPEN-SUB) TO ALM-SITE
            READ ALERTMSTR
                INVALID KEY CONTINUE
            END-READ
            IF WS-MSTR-STATUS NOT EQUAL "00"
                    OR ALM-STATUS NOT EQUAL "O"
                EXIT PARAGRAPH
            END-IF
            MOVE ALM-DATE TO WS-START-DATE
            MOVE ZERO TO WS-START-HOUR
            IF OA-TRACK-TS (WS-OPEN-SUB) (1:10) NUMERIC
                MOVE OA-TRACK-TS (WS-OPEN-SUB) (1:8) TO WS-START-DATE
                MOVE OA-TRACK-TS (WS-OPEN-SUB) (9:2) TO WS-START-HOUR
            END-IF
            PERFORM COUNT-SHIFT-HOURS
            EVALUATE TRUE
                WHEN ALM-SEV-NEARMISS
                    MOVE 3 TO WS-DL-SUB
                WHEN ALM-SEV-MARGINAL
                    MOVE 2 TO WS-DL-SUB
                WHEN OTHER
                    MOVE 1 TO WS-DL-SUB
            END-EVALUATE
            MOVE DL-SEVERITY (WS-DL-SUB) TO WS-SEV-NAME
            MOVE OA-RESP (WS-OPEN-SUB) TO WS-RESP-DEPT
            IF WS-RESP-DEPT EQUAL SPACES
                MOVE ALM-OWNER-DEPT TO WS-RESP-DEPT
            END-IF
            IF ALM-ESC-NONE
                    AND WS-OPEN-HOURS >= DL-SUPV-HRS (WS-DL-SUB)
                MOVE DL-SUPV-HRS (WS-DL-SUB) TO WS-DEADLINE-HRS
                PERFORM ESCALATE-TO-SUPERVISOR
            END-IF
            IF ALM-ESC-TO-SUPV
                    AND WS-OPEN-HOURS >= DL-SAFE-HRS (WS-DL-SUB)
                MOVE DL-SAFE-HRS (WS-DL-SUB) TO WS-DEADLINE-HRS
                PERFORM ESCALATE-TO-SAFETY
            END-IF.

        COUNT-SHIFT-HOURS.
            MOVE ZERO TO WS-OPEN-HOURS
            IF WS-START-DATE NOT NUMERIC OR WS-START-DATE = ZERO
                    OR WS-START-DATE > WS-TODAY-NUM
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-START-INT =
                FUNCTION INTEGER-OF-DATE (WS-START-DATE)
            PERFORM VARYING WS-DAY-INT FROM WS-START-INT BY 1
                UNTIL WS-DAY-INT > WS-TODAY-INT
                COMPUTE WS-DAY-DATE =
                    FUNCTION DATE-OF-INTEGER (WS-DAY-INT - 1)
                PERFORM TAKE-DAY-SHIFTS
                MOVE WS-DAY-SHIFTS TO WS-PREV-SHIFTS
                COMPUTE WS-DAY-DATE =
                    FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                PERFORM TAKE-DAY-SHIFTS
                MOVE ZERO TO WS-FROM-HOUR
                MOVE 24 TO WS-TO-HOUR
                IF WS-DAY-INT = WS-START-INT
                    MOVE WS-START-HOUR TO WS-FROM-HOUR
                END-IF
                IF WS-DAY-INT = WS-TODAY-INT
                    MOVE WS-NOW-HOUR TO WS-TO-HOUR
                END-IF
                PERFORM COUNT-DAY-HOURS
            END-PERFORM.

        COUNT-DAY-HOURS.
            PERFORM VARYING WS-HOUR FROM WS-FROM-HOUR BY 1
                UNTIL WS-HOUR >= WS-TO-HOUR
                IF WS-HOUR >= 6 AND WS-HOUR < 14
                    MOVE 1 TO WS-HOUR-SHIFT
                ELSE
                    IF WS-HOUR >= 14 AND WS-HOUR < 22
                        MOVE 2 TO WS-HOUR-SHIFT
                    ELSE
                        MOVE 3 TO WS-HOUR-SHIFT
                    END-IF
                END-IF
                IF WS-HOUR < 6
                    IF WS-HOUR-SHIFT <= WS-PREV-SHIFTS
                        ADD 1 TO WS-OPEN-HOURS
                    END-IF
                ELSE
                    IF WS-HOUR-SHIFT <= WS-DAY-SHIFTS
                        ADD 1 TO WS-OPEN-HOURS
                    END-IF
                END-IF
            END-PERFORM.

        ESCALATE-TO-SUPERVISOR.
            MOVE SPACES TO WS-ESC-NOTE
            MOVE SPACES TO WS-TO-SUPV WS-TO-NAME
            MOVE WS-RESP-DEPT TO WS-TO-DEPT
            IF DEPTMAST-AVAILABLE AND WS-RESP-DEPT NOT EQUAL SPACES
                MOVE WS-RESP-DEPT TO DEPT-CODE
                READ DEPTMAST
                    INVALID KEY
                        MOVE "X" TO DEPT-STAT
                END-READ
                IF WS-DEPT-STATUS EQUAL "00" AND DEPT-IS-ACTIVE
                    MOVE DEPT-NAME TO WS-TO-NAME
                    MOVE DEPT-SUPV TO WS-TO-SUPV
                END-IF
            END-IF
            IF WS-TO-SUPV EQUAL SPACES
                ADD 1 TO WS-NOSUPV-COUNT
                MOVE "NO SUPERVISOR ON FILE - SENT TO SAFETY"
                    TO WS-ESC-NOTE
                MOVE WS-SAFETY-DEPT TO WS-TO-DEPT
                MOVE WS-SAFETY-NAME TO WS-TO-NAME
                MOVE WS-SAFETY-SUPV TO WS-TO-SUPV
            END-IF
            SET ALM-ESC-TO-SUPV TO TRUE
            MOVE "ESCSUPV" TO WS-ESC-KIND
            PERFORM RECORD-ESCALATION
            IF ALM-ESC-TO-SUPV
                ADD 1 TO WS-SUPV-COUNT
            END-IF.

        ESCALATE-TO-SAFETY.
            MOVE SPACES TO WS-ESC-NOTE
            MOVE WS-SAFETY-DEPT TO WS-TO-DEPT
            MOVE WS-SAFETY-NAME TO WS-TO-NAME
            MOVE WS-SAFETY-SUPV TO WS-TO-SUPV
            SET ALM-ESC-TO-SAFETY TO TRUE
            MOVE "ESCSAFE" TO WS-ESC-KIND
            PERFORM RECORD-ESCALATION
            IF ALM-ESC-TO-SAFETY
                ADD 1 TO WS-SAFETY-COUNT
            END-IF.

        RECORD-ESCALATION.
            REWRITE ALM-REC
                INVALID KEY CONTINUE
            END-REWRITE
            IF WS-MSTR-STATUS NOT EQUAL "00"
                ADD 1 TO WS-FAIL-COUNT
                MOVE ALM-CASE TO WS-CASE-ED
                MOVE SPACES TO RPT-REC
                STRING "** ALERT " ALM-DATE " " WS-CASE-ED
                    " NOT STAMPED - STATUS " WS-MSTR-STATUS
                    " - " WS-ESC-KIND " NOT SENT"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                SET ALM-ESC-NONE TO TRUE
                EXIT PARAGRAPH
            END-IF
            MOVE "CHANGE" TO MSJ-ACTION
            PERFORM WRITE-MASTER-JOURNAL
            MOVE WS-ESC-KIND TO WS-LOG-EVENT
            MOVE WS-TO-SUPV TO WS-LOG-WHO
            MOVE WS-RESP-DEPT TO WS-LOG-CODE
            IF WS-LOG-CODE EQUAL SPACES
                MOVE "NONE" TO WS-LOG-CODE
            END-IF
            PERFORM WRITE-ALERT-LOG
            PERFORM WRITE-ESCALATION-RECORD
            PERFORM WRITE-ESCALATION-LINE.

        WRITE-ESCALATION-RECORD.
            MOVE ALM-CASE TO WS-CASE-ED
            MOVE ALM-ZONE TO WS-ZONE-ED
            MOVE ALM-SEG TO WS-SEG-ED
            MOVE ALM-STATION TO WS-STATION-ED
            MOVE WS-OPEN-HOURS TO WS-HOURS-ED
            MOVE WS-DEADLINE-HRS TO WS-DEADLINE-ED
            MOVE SPACES TO ALR-REC
            MOVE ALM-DATE TO ALR-DATE
            MOVE ALM-CASE TO ALR-CASE
            MOVE ALM-ZONE TO ALR-ZONE
            MOVE ALM-SEG TO ALR-SEG
            MOVE ZERO TO ALR-STATION ALR-ROUTE ALR-LEG
            IF ALM-STATION NUMERIC
                MOVE ALM-STATION TO ALR-STATION
            END-IF
            MOVE WS-ESC-KIND TO ALR-SEVERITY
            MOVE ALM-OBS-TYPE TO ALR-OBS-TYPE
            MOVE WS-TO-DEPT TO ALR-DEPT
            MOVE ALM-SITE TO ALR-SITE
            MOVE ALM-OWNER-DEPT TO ALR-OWNER-DEPT
            IF ALM-ESC-TO-SAFETY
                STRING "PLANT SAFETY ESCALATION - " WS-SEV-NAME
                    " ALERT " ALM-DATE " CASE" WS-CASE-ED
                    " ZONE " WS-ZONE-ED " SEG " WS-SEG-ED
                    " STATION " WS-STATION-ED
                    " STILL UNACKNOWLEDGED AFTER" WS-HOURS-ED
                    " SHIFT HOURS (LIMIT" WS-DEADLINE-ED
                    ") - RESPONDER " WS-RESP-DEPT
                    " AND ITS SUPERVISOR ALREADY NOTIFIED - "
                    ALM-TEXT
                    DELIMITED BY SIZE INTO ALR-TEXT
            ELSE
                STRING "SUPERVISOR ESCALATION - " WS-SEV-NAME
                    " ALERT " ALM-DATE " CASE" WS-CASE-ED
                    " ZONE " WS-ZONE-ED " SEG " WS-SEG-ED
                    " STATION " WS-STATION-ED
                    " NOT ACKNOWLEDGED IN" WS-HOURS-ED
                    " SHIFT HOURS (LIMIT" WS-DEADLINE-ED
                    ") BY RESPONDER " WS-RESP-DEPT " - "
                    ALM-TEXT
                    DELIMITED BY SIZE INTO ALR-TEXT
            END-IF
            WRITE ALR-REC.

        WRITE-ESCALATION-LINE.
            MOVE SPACES TO RPT-REC
            STRING ALM-DATE "  " WS-CASE-ED
                "  " WS-ZONE-ED " " WS-SEG-ED
                "  " WS-STATION-ED "  " WS-SEV-NAME
                " " WS-HOURS-ED "  " WS-DEADLINE-ED
                "   " WS-ESC-KIND
                "      " WS-RESP-DEPT " " WS-TO-DEPT
                " " WS-TO-SUPV
                "  " WS-ESC-NOTE
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-MASTER-JOURNAL.
            MOVE WS-RUN-TS (1:8) TO MSJ-DATE
            MOVE WS-RUN-TS (9:6) TO MSJ-TIME
            MOVE "ALRTESCL" TO MSJ-PROGRAM
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
            MOVE "ESCLSTEP" TO ALG-STEP
            WRITE ALG-REC.

        WRITE-ESCL-TRAILER.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE ALL "-" TO RPT-REC (1:40)
            WRITE RPT-REC
            MOVE WS-ALERTS-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ALERTS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-OPEN-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "OPEN AND UNACKNOWLEDGED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SUPV-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ESCALATED TO SUPERVISOR=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SAFETY-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ESCALATED TO PLANT SAFETY=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-LOG-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ALERTLOG RECORDS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-NOSUPV-COUNT > ZERO
                MOVE WS-NOSUPV-COUNT TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** RESPONDERS WITH NO SUPERVISOR ON FILE="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            IF WS-FAIL-COUNT > ZERO
                MOVE WS-FAIL-COUNT TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** ALERTS NOT STAMPED=" WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            IF WS-OVERFLOW-COUNT > ZERO
                MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** OPEN ALERT TABLE FULL - NOT CHECKED="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        END PROGRAM ALRTESCL.
