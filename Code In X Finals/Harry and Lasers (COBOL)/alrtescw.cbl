        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALRTESCW.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ALERTLOG ASSIGN TO "ALERTLOG"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALG-STATUS.
            SELECT ALERTMSTR ASSIGN TO "ALERTMSTR"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ALM-KEY
                FILE STATUS IS WS-MSTR-STATUS.
            SELECT DEPTMAST ASSIGN TO "DEPTMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-DEPT-STATUS.
            SELECT ESCWPARM ASSIGN TO "ESCWPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT ESCWRPT ASSIGN TO "ESCWRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD ALERTLOG.
         COPY ALERTLOG.

         FD ALERTMSTR.
         COPY ALERTMST.

         FD DEPTMAST.
         COPY DEPTMAST.

         FD ESCWPARM.
         01 PARM-LINE PIC X(80).

         FD ESCWRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-ALG-STATUS PIC XX.
         01 WS-MSTR-STATUS PIC XX.
         01 WS-ALERTMSTR-SW PIC X VALUE "N".
             88 ALERTMSTR-AVAILABLE VALUE "Y".
         01 WS-DEPT-STATUS PIC XX.
         01 WS-DEPTMAST-SW PIC X VALUE "N".
             88 DEPTMAST-AVAILABLE VALUE "Y".
         01 WS-PARM-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-TODAY-INT PIC S9(8).
         01 WS-WEEK-DAYS PIC 9(3) VALUE 7.
         01 WS-FROM-DATE PIC 9(8).
         01 WS-PARM-TOKEN PIC X(8).
         01 WS-PARM-VALUE PIC 9(8).
         01 WS-PARSE-PTR PIC 9(4).
         01 WS-LOG-SITE PIC 9(2).

         01 WS-ESC-COUNT PIC 9(4) VALUE ZERO.
         01 WS-ESC-TABLE.
             05 WS-ESC-ENTRY OCCURS 2000 TIMES.
                10 EW-SORT-KEY.
                   15 EW-RESP     PIC X(4).
                   15 EW-DEPT     PIC X(4).
                   15 EW-DATE     PIC 9(8).
                   15 EW-CASE     PIC 9(6).
                   15 EW-SITE     PIC 9(2).
                10 EW-ZONE        PIC 9(4).
                10 EW-SEG         PIC 9(3).
                10 EW-SEVERITY    PIC X.
                10 EW-STATUS      PIC X.
                10 EW-ACK-OPER    PIC X(8).
                10 EW-ACK-TS      PIC X(14).
                10 EW-SUPV-TS     PIC X(14).
                10 EW-SUPV-TO     PIC X(8).
                10 EW-SAFE-TS     PIC X(14).
                10 EW-SAFE-TO     PIC X(8).
         01 WS-ESC-SUB  PIC 9(4).
         01 WS-MOVE-SUB PIC 9(4).
         01 WS-NEW-KEY.
             05 WS-NEW-RESP PIC X(4).
             05 WS-NEW-DEPT PIC X(4).
             05 WS-NEW-DATE PIC 9(8).
             05 WS-NEW-CASE PIC 9(6).
             05 WS-NEW-SITE PIC 9(2).
         01 WS-FOUND-SW PIC X.
             88 ENTRY-FOUND VALUE "Y".

         01 WS-PREV-RESP PIC X(4).
         01 WS-PREV-DEPT PIC X(4).
         01 WS-LOOK-NAME PIC X(20).
         01 WS-SEV-NAME  PIC X(8).
         01 WS-NOW-TEXT  PIC X(30).
         01 WS-RSP-ALERTS PIC 9(5).
         01 WS-RSP-SAFETY PIC 9(5).
         01 WS-RSP-OPEN   PIC 9(5).

         01 WS-EVENTS-READ  PIC 9(7) VALUE ZERO.
         01 WS-ESC-EVENTS   PIC 9(6) VALUE ZERO.
         01 WS-SUPV-TOTAL   PIC 9(6) VALUE ZERO.
         01 WS-SAFETY-TOTAL PIC 9(6) VALUE ZERO.
         01 WS-OPEN-TOTAL   PIC 9(6) VALUE ZERO.
         01 WS-RESP-TOTAL   PIC 9(6) VALUE ZERO.
         01 WS-OVERFLOW-COUNT PIC 9(6) VALUE ZERO.

         01 WS-CASE-ED    PIC Z(5)9.
         01 WS-ZONE-ED    PIC Z(3)9.
         01 WS-SEG-ED     PIC ZZ9.
         01 WS-DAYS-ED    PIC ZZ9.
         01 WS-COUNT-ED   PIC Z(6)9.
         01 WS-SUB-ED     PIC Z(4)9.
         01 WS-SUB2-ED    PIC Z(4)9.
         01 WS-SUB3-ED    PIC Z(4)9.
         01 WS-SUPV-TEXT  PIC X(26).
         01 WS-SAFE-TEXT  PIC X(26).

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT ESCWRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
            CALL "SITESEL" USING SITE-PARM
            PERFORM TAKE-ESCW-PARMS
            COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                (WS-TODAY-INT - WS-WEEK-DAYS + 1)
            MOVE WS-WEEK-DAYS TO WS-DAYS-ED
            MOVE SPACES TO RPT-REC
            STRING "WEEKLY ALERT ESCALATION REPORT - RUN "
                WS-RUN-TS (1:10) "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE ESCWRPT
                STOP RUN
            END-IF
            MOVE SPACES TO RPT-REC
            STRING "ALERTS ESCALATED FOR WANT OF ACKNOWLEDGMENT SINCE "
                WS-FROM-DATE " (" WS-DAYS-ED " DAYS)"
                " - BY RESPONDER AND OWNING DEPARTMENT"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            OPEN INPUT ALERTLOG
            IF WS-ALG-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** ALERTLOG NOT AVAILABLE - STATUS "
                    WS-ALG-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE ESCWRPT
                STOP RUN
            END-IF
            OPEN INPUT ALERTMSTR
            IF WS-MSTR-STATUS EQUAL "00"
                SET ALERTMSTR-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT DEPTMAST
            IF WS-DEPT-STATUS EQUAL "00"
                SET DEPTMAST-AVAILABLE TO TRUE
            END-IF
            PERFORM LOAD-ESCALATIONS
            CLOSE ALERTLOG
            IF WS-ESC-COUNT = ZERO
                MOVE SPACES TO RPT-REC
                WRITE RPT-REC
                MOVE "    (NO ALERTS ESCALATED IN THE PERIOD)"
                    TO RPT-REC
                WRITE RPT-REC
            ELSE
                PERFORM WRITE-ESCALATION-GROUPS
            END-IF
            PERFORM WRITE-ESCW-TRAILER
            IF WS-OVERFLOW-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            IF ALERTMSTR-AVAILABLE
                CLOSE ALERTMSTR
            END-IF
            IF DEPTMAST-AVAILABLE
                CLOSE DEPTMAST
            END-IF
            CLOSE ESCWRPT
            STOP RUN.

        TAKE-ESCW-PARMS.
            OPEN INPUT ESCWPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ ESCWPARM
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
                IF WS-PARM-TOKEN EQUAL "DAYS"
                        AND WS-PARM-VALUE NUMERIC
                        AND WS-PARM-VALUE > ZERO
                        AND WS-PARM-VALUE < 367
                    MOVE WS-PARM-VALUE TO WS-WEEK-DAYS
                END-IF
                READ ESCWPARM
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE ESCWPARM
            MOVE "N" TO WS-EOF-SW.

        LOAD-ESCALATIONS.
            READ ALERTLOG
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-EVENTS-READ
                IF ALG-ESC-SUPV OR ALG-ESC-SAFETY
                    PERFORM NOTE-ONE-ESCALATION
                END-IF
                READ ALERTLOG
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            MOVE "N" TO WS-EOF-SW.

        NOTE-ONE-ESCALATION.
            MOVE 1 TO WS-LOG-SITE
            IF ALG-SITE NUMERIC AND ALG-SITE NOT = ZERO
                MOVE ALG-SITE TO WS-LOG-SITE
            END-IF
            IF WS-LOG-SITE NOT EQUAL SITP-SITE-ID
                    OR ALG-TS (1:8) < WS-FROM-DATE
                    OR ALG-DATE NOT NUMERIC
                    OR ALG-CASE NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ESC-EVENTS
            MOVE "N" TO WS-FOUND-SW
            PERFORM VARYING WS-ESC-SUB FROM 1 BY 1
                UNTIL WS-ESC-SUB > WS-ESC-COUNT OR ENTRY-FOUND
                IF EW-DATE (WS-ESC-SUB) EQUAL ALG-DATE
                        AND EW-CASE (WS-ESC-SUB) EQUAL ALG-CASE
                        AND EW-SITE (WS-ESC-SUB) EQUAL WS-LOG-SITE
                    SET ENTRY-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF ENTRY-FOUND
                SUBTRACT 1 FROM WS-ESC-SUB
            ELSE
                PERFORM INSERT-ESCALATED-ALERT
                IF NOT ENTRY-FOUND
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF ALG-ESC-SUPV
                MOVE ALG-TS TO EW-SUPV-TS (WS-ESC-SUB)
                MOVE ALG-WHO TO EW-SUPV-TO (WS-ESC-SUB)
            ELSE
                MOVE ALG-TS TO EW-SAFE-TS (WS-ESC-SUB)
                MOVE ALG-WHO TO EW-SAFE-TO (WS-ESC-SUB)
            END-IF.

        INSERT-ESCALATED-ALERT.
            IF WS-ESC-COUNT >= 2000
                ADD 1 TO WS-OVERFLOW-COUNT
                EXIT PARAGRAPH
            END-IF
            MOVE ALG-CODE TO WS-NEW-RESP
            MOVE ALG-DATE TO WS-NEW-DATE ALM-DATE
            MOVE ALG-CASE TO WS-NEW-CASE ALM-CASE
            MOVE WS-LOG-SITE TO WS-NEW-SITE ALM-SITE
            MOVE "----" TO WS-NEW-DEPT
            MOVE "00" TO WS-MSTR-STATUS
            IF ALERTMSTR-AVAILABLE
                READ ALERTMSTR
                    INVALID KEY CONTINUE
                END-READ
            ELSE
                MOVE "35" TO WS-MSTR-STATUS
            END-IF
            IF WS-MSTR-STATUS EQUAL "00"
                    AND ALM-OWNER-DEPT NOT EQUAL SPACES
                MOVE ALM-OWNER-DEPT TO WS-NEW-DEPT
            END-IF
            PERFORM VARYING WS-ESC-SUB FROM 1 BY 1
                UNTIL WS-ESC-SUB > WS-ESC-COUNT
                    OR EW-SORT-KEY (WS-ESC-SUB) > WS-NEW-KEY
                CONTINUE
            END-PERFORM
            PERFORM VARYING WS-MOVE-SUB FROM WS-ESC-COUNT BY -1
                UNTIL WS-MOVE-SUB < WS-ESC-SUB
                MOVE WS-ESC-ENTRY (WS-MOVE-SUB)
                    TO WS-ESC-ENTRY (WS-MOVE-SUB + 1)
            END-PERFORM
            ADD 1 TO WS-ESC-COUNT
            MOVE SPACES TO WS-ESC-ENTRY (WS-ESC-SUB)
            MOVE WS-NEW-KEY TO EW-SORT-KEY (WS-ESC-SUB)
            MOVE ALG-ZONE TO EW-ZONE (WS-ESC-SUB)
            MOVE ZERO TO EW-SEG (WS-ESC-SUB)
            MOVE "?" TO EW-STATUS (WS-ESC-SUB)
            IF WS-MSTR-STATUS EQUAL "00"
                MOVE ALM-SEG TO EW-SEG (WS-ESC-SUB)
                MOVE ALM-SEVERITY TO EW-SEVERITY (WS-ESC-SUB)
                MOVE ALM-STATUS TO EW-STATUS (WS-ESC-SUB)
                MOVE ALM-ACK-OPER TO EW-ACK-OPER (WS-ESC-SUB)
                MOVE ALM-ACK-TS (1:14) TO EW-ACK-TS (WS-ESC-SUB)
            END-IF
            SET ENTRY-FOUND TO TRUE.

        WRITE-ESCALATION-GROUPS.
            MOVE HIGH-VALUES TO WS-PREV-RESP WS-PREV-DEPT
            MOVE ZERO TO WS-RSP-ALERTS WS-RSP-SAFETY WS-RSP-OPEN
            PERFORM VARYING WS-ESC-SUB FROM 1 BY 1
                UNTIL WS-ESC-SUB > WS-ESC-COUNT
                IF EW-RESP (WS-ESC-SUB) NOT EQUAL WS-PREV-RESP
                    IF WS-ESC-SUB > 1
                        PERFORM WRITE-RESPONDER-TOTAL
                    END-IF
                    PERFORM WRITE-RESPONDER-HEADING
                END-IF
                IF EW-DEPT (WS-ESC-SUB) NOT EQUAL WS-PREV-DEPT
                    PERFORM WRITE-DEPARTMENT-HEADING
                END-IF
                PERFORM WRITE-ESCALATED-ALERT
            END-PERFORM
            PERFORM WRITE-RESPONDER-TOTAL.

        WRITE-RESPONDER-HEADING.
            ADD 1 TO WS-RESP-TOTAL
            MOVE EW-RESP (WS-ESC-SUB) TO WS-PREV-RESP
            MOVE HIGH-VALUES TO WS-PREV-DEPT
            MOVE ZERO TO WS-RSP-ALERTS WS-RSP-SAFETY WS-RSP-OPEN
            MOVE EW-RESP (WS-ESC-SUB) TO DEPT-CODE
            PERFORM LOOK-UP-DEPT-NAME
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "RESPONDER " EW-RESP (WS-ESC-SUB)
                " " WS-LOOK-NAME
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-DEPARTMENT-HEADING.
            MOVE EW-DEPT (WS-ESC-SUB) TO WS-PREV-DEPT
            MOVE EW-DEPT (WS-ESC-SUB) TO DEPT-CODE
            PERFORM LOOK-UP-DEPT-NAME
            MOVE SPACES TO RPT-REC
            STRING "  DEPARTMENT " EW-DEPT (WS-ESC-SUB)
                " " WS-LOOK-NAME
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "    DATE      CASE   ZONE SEG SEVERITY"
                "  TO SUPERVISOR             TO PLANT SAFETY"
                "             NOW"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        LOOK-UP-DEPT-NAME.
            MOVE SPACES TO WS-LOOK-NAME
            IF NOT DEPTMAST-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            READ DEPTMAST
                INVALID KEY CONTINUE
            END-READ
            IF WS-DEPT-STATUS EQUAL "00"
                MOVE DEPT-NAME TO WS-LOOK-NAME
            ELSE
                MOVE "(NOT ON DEPTMAST)" TO WS-LOOK-NAME
            END-IF.

        WRITE-ESCALATED-ALERT.
            ADD 1 TO WS-RSP-ALERTS
            EVALUATE EW-SEVERITY (WS-ESC-SUB)
                WHEN "N"
                    MOVE "NEARMISS" TO WS-SEV-NAME
                WHEN "M"
                    MOVE "MARGINAL" TO WS-SEV-NAME
                WHEN OTHER
                    MOVE "DIRECT" TO WS-SEV-NAME
            END-EVALUATE
            MOVE SPACES TO WS-SUPV-TEXT WS-SAFE-TEXT
            IF EW-SUPV-TS (WS-ESC-SUB) NOT EQUAL SPACES
                ADD 1 TO WS-SUPV-TOTAL
                STRING EW-SUPV-TS (WS-ESC-SUB) (1:8) " "
                    EW-SUPV-TS (WS-ESC-SUB) (9:4) " "
                    EW-SUPV-TO (WS-ESC-SUB)
                    DELIMITED BY SIZE INTO WS-SUPV-TEXT
            END-IF
            IF EW-SAFE-TS (WS-ESC-SUB) NOT EQUAL SPACES
                ADD 1 TO WS-SAFETY-TOTAL
                ADD 1 TO WS-RSP-SAFETY
                STRING EW-SAFE-TS (WS-ESC-SUB) (1:8) " "
                    EW-SAFE-TS (WS-ESC-SUB) (9:4) " "
                    EW-SAFE-TO (WS-ESC-SUB)
                    DELIMITED BY SIZE INTO WS-SAFE-TEXT
            END-IF
            EVALUATE EW-STATUS (WS-ESC-SUB)
                WHEN "O"
                    ADD 1 TO WS-OPEN-TOTAL
                    ADD 1 TO WS-RSP-OPEN
                    MOVE "STILL OPEN" TO WS-NOW-TEXT
                WHEN "A"
                    MOVE SPACES TO WS-NOW-TEXT
                    STRING "ACK " EW-ACK-OPER (WS-ESC-SUB)
                        " " EW-ACK-TS (WS-ESC-SUB) (1:8)
                        DELIMITED BY SIZE INTO WS-NOW-TEXT
                WHEN "R"
                    MOVE SPACES TO WS-NOW-TEXT
                    STRING "RESOLVED " EW-ACK-OPER (WS-ESC-SUB)
                        " " EW-ACK-TS (WS-ESC-SUB) (1:8)
                        DELIMITED BY SIZE INTO WS-NOW-TEXT
                WHEN OTHER
                    MOVE "NOT ON ALERTMSTR" TO WS-NOW-TEXT
            END-EVALUATE
            MOVE EW-CASE (WS-ESC-SUB) TO WS-CASE-ED
            MOVE EW-ZONE (WS-ESC-SUB) TO WS-ZONE-ED
            MOVE EW-SEG (WS-ESC-SUB) TO WS-SEG-ED
            MOVE SPACES TO RPT-REC
            STRING "    " EW-DATE (WS-ESC-SUB) " " WS-CASE-ED
                " " WS-ZONE-ED " " WS-SEG-ED " " WS-SEV-NAME
                "  " WS-SUPV-TEXT WS-SAFE-TEXT WS-NOW-TEXT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-RESPONDER-TOTAL.
            MOVE WS-RSP-ALERTS TO WS-SUB-ED
            MOVE WS-RSP-SAFETY TO WS-SUB2-ED
            MOVE WS-RSP-OPEN TO WS-SUB3-ED
            MOVE SPACES TO RPT-REC
            STRING "  RESPONDER " WS-PREV-RESP
                " ALERTS ESCALATED=" WS-SUB-ED
                "  REACHED PLANT SAFETY=" WS-SUB2-ED
                "  STILL OPEN=" WS-SUB3-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-ESCW-TRAILER.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE ALL "-" TO RPT-REC (1:40)
            WRITE RPT-REC
            MOVE WS-EVENTS-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ALERTLOG RECORDS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ESC-EVENTS TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ESCALATION EVENTS IN PERIOD=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ESC-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ALERTS ESCALATED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SUPV-TOTAL TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "SENT TO SUPERVISOR=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SAFETY-TOTAL TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "SENT TO PLANT SAFETY=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-OPEN-TOTAL TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STILL OPEN=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-RESP-TOTAL TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "RESPONDERS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF NOT ALERTMSTR-AVAILABLE
                MOVE SPACES TO RPT-REC
                STRING "** ALERTMSTR NOT AVAILABLE - DEPARTMENT AND"
                    " CURRENT STATUS NOT SHOWN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            IF WS-OVERFLOW-COUNT > ZERO
                MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** ESCALATION TABLE FULL - NOT LISTED="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        END PROGRAM ALRTESCW.
