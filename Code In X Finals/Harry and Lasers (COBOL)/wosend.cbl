        IDENTIFICATION DIVISION.
        PROGRAM-ID. WOSEND.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ALERTREC ASSIGN TO "ALERTREC"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT WOCTL ASSIGN TO "WOCTL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
            SELECT ALERTMSTR ASSIGN TO "ALERTMSTR"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALM-KEY
                FILE STATUS IS WS-MSTR-STATUS.
            SELECT WOSEQ ASSIGN TO "WOSEQ"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WOSEQ-STATUS.
            SELECT WOREQ ASSIGN TO "WOREQ"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT ALERTLOG ASSIGN TO "ALERTLOG"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALG-STATUS.
            SELECT WORPT ASSIGN TO "WORPT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT MASTJRNL ASSIGN TO "MASTJRNL"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD ALERTREC.
         COPY ALERTREC.

         FD WOCTL.
         01 CTL-LINE PIC X(80).

         FD ALERTMSTR.
         COPY ALERTMST.

         FD WOSEQ.
         01 WOSEQ-REC PIC 9(6).

         FD WOREQ.
         01 WOREQ-REC PIC X(150).

         FD ALERTLOG.
         COPY ALERTLOG.

         FD WORPT.
         01 RPT-REC PIC X(132).

         FD MASTJRNL.
         COPY MASTJRNL.

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-CTL-EOF-SW PIC X VALUE "N".
             88 CTL-EOF VALUE "Y".
         01 WS-MSTR-EOF-SW PIC X VALUE "N".
             88 MSTR-EOF VALUE "Y".
         01 WS-CTL-STATUS PIC XX.
         01 WS-MSTR-STATUS PIC XX.
         01 WS-WOSEQ-STATUS PIC XX.
         01 WS-ALG-STATUS PIC XX.
         01 WS-WOCTL-SW PIC X VALUE "N".
             88 WOCTL-AVAILABLE VALUE "Y".
         01 WS-ALERTMSTR-SW PIC X VALUE "N".
             88 ALERTMSTR-AVAILABLE VALUE "Y".
         01 WS-ALERTLOG-SW PIC X VALUE "N".
             88 ALERTLOG-AVAILABLE VALUE "Y".
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-PARSE-PTR PIC 9(4).

         01 WS-T-TYPE     PIC X(4).
         01 WS-T-MINSEV   PIC X(8).
         01 WS-T-PRIORITY PIC 9.
         01 WS-T-CRAFT    PIC X(8).

         01 WS-WOC-COUNT PIC 9(3) VALUE ZERO.
         01 WS-WOC-SUB   PIC 9(3).
         01 WS-WOC-TABLE.
             05 WS-WOC-ENTRY OCCURS 50 TIMES.
                10 WOC-TYPE     PIC X(4).
                10 WOC-MIN-RANK PIC 9.
                10 WOC-PRIORITY PIC 9.
                10 WOC-CRAFT    PIC X(8).
         01 WS-RULE-SUB   PIC 9(3).
         01 WS-DFLT-SUB   PIC 9(3).
         01 WS-ALERT-RANK PIC 9.
         01 WS-ALERT-SITE PIC 9(2).

         01 WS-OWO-COUNT PIC 9(5) VALUE ZERO.
         01 WS-OWO-SUB   PIC 9(5).
         01 WS-OWO-FOUND PIC 9(5).
         01 WS-OWO-TABLE.
             05 WS-OWO-ENTRY OCCURS 5000 TIMES.
                10 OWO-SITE      PIC 9(2).
                10 OWO-ZONE      PIC 9(4).
                10 OWO-SEG       PIC 9(3).
                10 OWO-WO-NUMBER PIC X(10).

         01 WS-WO-SEQ-NUM   PIC 9(6) VALUE ZERO.
         01 WS-WO-COUNT     PIC 9(7) VALUE ZERO.
         01 WS-WO-HASH      PIC 9(12) VALUE ZERO.
         01 WS-WOR-HEADER.
             05 FILLER            PIC X VALUE "H".
             05 WOR-H-RUN-DATE    PIC 9(8).
             05 WOR-H-SEQ-NUM     PIC 9(6).
             05 WOR-H-SENDER      PIC X(8) VALUE "HARRYLSR".
             05 FILLER            PIC X(127) VALUE SPACES.
         01 WS-WOR-DETAIL.
             05 FILLER            PIC X VALUE "D".
             05 WOR-D-ALERT-DATE  PIC 9(8).
             05 WOR-D-ALERT-CASE  PIC 9(6).
             05 WOR-D-ZONE        PIC 9(4).
             05 WOR-D-SEG         PIC 9(3).
             05 WOR-D-STATION     PIC 9(4).
             05 WOR-D-OBS-TYPE    PIC X(4).
             05 WOR-D-OBS-DESC    PIC X(20).
             05 WOR-D-SEVERITY    PIC X(8).
             05 WOR-D-DEPT        PIC X(4).
             05 WOR-D-PRIORITY    PIC 9.
             05 WOR-D-CRAFT       PIC X(8).
             05 WOR-D-TEXT        PIC X(77).
             05 WOR-D-SITE        PIC 9(2).
         01 WS-WOR-TRAILER.
             05 FILLER            PIC X VALUE "T".
             05 WOR-T-COUNT       PIC 9(7).
             05 WOR-T-HASH        PIC 9(12).
             05 FILLER            PIC X(130) VALUE SPACES.

         01 WS-READ-COUNT      PIC 9(6) VALUE ZERO.
         01 WS-UNUSABLE-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-NORULE-COUNT    PIC 9(6) VALUE ZERO.
         01 WS-BELOW-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-DUP-COUNT       PIC 9(6) VALUE ZERO.
         01 WS-BADCTL-COUNT    PIC 9(6) VALUE ZERO.
         01 WS-NOMARK-COUNT    PIC 9(6) VALUE ZERO.
         01 WS-OWO-DROPPED     PIC 9(6) VALUE ZERO.
         01 WS-COUNT-ED        PIC Z(5)9.
         01 WS-SEQ-ED          PIC Z(5)9.
         01 WS-CASE-ED         PIC Z(6).
         01 WS-ZONE-ID-ED      PIC Z(4).
         01 WS-SEG-ED          PIC Z(3).
         01 WS-STATION-ED      PIC Z(4).

         COPY RCTLPARM.
         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "WOSTEP" TO RCP-STEP
            MOVE "WOSEND" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT ALERTREC
            OPEN OUTPUT WOREQ
            OPEN OUTPUT WORPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            CALL "SITESEL" USING SITE-PARM
            IF SITP-CARD-BAD
                PERFORM WRITE-REPORT-HEADERS
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    " - NO WORK ORDERS REQUESTED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE ALERTREC
                CLOSE WOREQ
                CLOSE WORPT
                MOVE 8 TO RCP-RC
                MOVE 4 TO RCP-MAX-RC
                SET RCP-FINISH-STEP TO TRUE
                CALL "STEPCTL" USING RCTL-PARM
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O ALERTMSTR
            IF WS-MSTR-STATUS EQUAL "00"
                SET ALERTMSTR-AVAILABLE TO TRUE
            END-IF
            OPEN EXTEND ALERTLOG
            IF WS-ALG-STATUS EQUAL "00"
                SET ALERTLOG-AVAILABLE TO TRUE
            END-IF
            OPEN EXTEND MASTJRNL
            PERFORM WRITE-REPORT-HEADERS
            PERFORM LOAD-WORK-ORDER-RULES
            PERFORM LOAD-OPEN-WORK-ORDERS
            PERFORM LOAD-REQUEST-SEQUENCE
            MOVE WS-TODAY-NUM TO WOR-H-RUN-DATE
            MOVE WS-WO-SEQ-NUM TO WOR-H-SEQ-NUM
            MOVE WS-WOR-HEADER TO WOREQ-REC
            WRITE WOREQ-REC
            READ ALERTREC
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-READ-COUNT
                IF ALR-DATE NUMERIC AND ALR-DATE NOT = ZERO
                        AND ALR-CASE NUMERIC
                        AND ALR-CASE NOT = ZERO
                        AND ALR-ZONE NUMERIC
                        AND ALR-SEG NUMERIC
                    PERFORM SELECT-ONE-ALERT
                ELSE
                    ADD 1 TO WS-UNUSABLE-COUNT
                END-IF
                READ ALERTREC
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            MOVE WS-WO-COUNT TO WOR-T-COUNT
            MOVE WS-WO-HASH TO WOR-T-HASH
            MOVE WS-WOR-TRAILER TO WOREQ-REC
            WRITE WOREQ-REC
            PERFORM SAVE-REQUEST-SEQUENCE
            PERFORM WRITE-REPORT-TRAILER
            IF NOT WOCTL-AVAILABLE OR WS-BADCTL-COUNT > ZERO
                    OR WS-UNUSABLE-COUNT > ZERO
                    OR WS-NOMARK-COUNT > ZERO
                    OR WS-OWO-DROPPED > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE ALERTREC
            CLOSE WOREQ
            CLOSE WORPT
            IF ALERTMSTR-AVAILABLE
                CLOSE ALERTMSTR
            END-IF
            IF ALERTLOG-AVAILABLE
                CLOSE ALERTLOG
            END-IF
            CLOSE MASTJRNL
            MOVE RETURN-CODE TO RCP-RC
            MOVE 4 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        LOAD-WORK-ORDER-RULES.
            OPEN INPUT WOCTL
            IF WS-CTL-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** WOCTL NOT AVAILABLE - STATUS " WS-CTL-STATUS
                    " - NO WORK ORDERS REQUESTED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            SET WOCTL-AVAILABLE TO TRUE
            READ WOCTL
                AT END SET CTL-EOF TO TRUE
            END-READ
            PERFORM UNTIL CTL-EOF
                PERFORM LOAD-ONE-RULE
                READ WOCTL
                    AT END SET CTL-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE WOCTL.

        LOAD-ONE-RULE.
            IF CTL-LINE EQUAL SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-T-TYPE WS-T-MINSEV WS-T-CRAFT
            MOVE ZERO TO WS-T-PRIORITY
            UNSTRING CTL-LINE DELIMITED BY ALL SPACE
                INTO WS-T-TYPE WS-T-MINSEV WS-T-PRIORITY WS-T-CRAFT
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-TYPE EQUAL SPACES
                    OR WS-T-PRIORITY NOT NUMERIC
                    OR WS-T-PRIORITY = ZERO
                    OR WS-WOC-COUNT >= 50
                PERFORM WRITE-BAD-RULE-LINE
                EXIT PARAGRAPH
            END-IF
            EVALUATE WS-T-MINSEV
                WHEN "NEARMISS"
                    MOVE 1 TO WS-ALERT-RANK
                WHEN "MARGINAL"
                    MOVE 2 TO WS-ALERT-RANK
                WHEN "DIRECT"
                    MOVE 3 TO WS-ALERT-RANK
                WHEN "NONE"
                    MOVE 9 TO WS-ALERT-RANK
                WHEN OTHER
                    PERFORM WRITE-BAD-RULE-LINE
                    EXIT PARAGRAPH
            END-EVALUATE
            ADD 1 TO WS-WOC-COUNT
            MOVE WS-T-TYPE TO WOC-TYPE (WS-WOC-COUNT)
            MOVE WS-ALERT-RANK TO WOC-MIN-RANK (WS-WOC-COUNT)
            MOVE WS-T-PRIORITY TO WOC-PRIORITY (WS-WOC-COUNT)
            MOVE WS-T-CRAFT TO WOC-CRAFT (WS-WOC-COUNT).

        WRITE-BAD-RULE-LINE.
            ADD 1 TO WS-BADCTL-COUNT
            MOVE SPACES TO RPT-REC
            STRING "** WOCTL LINE NOT USABLE - SKIPPED: "
                CTL-LINE (1:60)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        LOAD-OPEN-WORK-ORDERS.
            IF NOT ALERTMSTR-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO ALM-DATE ALM-CASE ALM-SITE
            START ALERTMSTR KEY NOT < ALM-KEY
                INVALID KEY SET MSTR-EOF TO TRUE
            END-START
            IF WS-MSTR-STATUS NOT EQUAL "00"
                SET MSTR-EOF TO TRUE
            END-IF
            PERFORM UNTIL MSTR-EOF
                READ ALERTMSTR NEXT
                    AT END SET MSTR-EOF TO TRUE
                END-READ
                IF WS-MSTR-STATUS NOT EQUAL "00"
                    SET MSTR-EOF TO TRUE
                END-IF
                IF NOT MSTR-EOF
                    IF ALM-STATUS NOT EQUAL "R"
                            AND NOT ALM-WO-CLOSED
                            AND (ALM-WO-NUMBER NOT EQUAL SPACES
                                 OR ALM-WO-REQUESTED)
                        PERFORM NOTE-OPEN-WORK-ORDER
                    END-IF
                END-IF
            END-PERFORM.

        NOTE-OPEN-WORK-ORDER.
            IF WS-OWO-COUNT >= 5000
                ADD 1 TO WS-OWO-DROPPED
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-OWO-COUNT
            MOVE ALM-SITE TO OWO-SITE (WS-OWO-COUNT)
            MOVE ALM-ZONE TO OWO-ZONE (WS-OWO-COUNT)
            MOVE ALM-SEG TO OWO-SEG (WS-OWO-COUNT)
            IF ALM-WO-NUMBER EQUAL SPACES
                MOVE "REQUESTED" TO OWO-WO-NUMBER (WS-OWO-COUNT)
            ELSE
                MOVE ALM-WO-NUMBER TO OWO-WO-NUMBER (WS-OWO-COUNT)
            END-IF.

        LOAD-REQUEST-SEQUENCE.
            OPEN INPUT WOSEQ
            IF WS-WOSEQ-STATUS EQUAL "00"
                READ WOSEQ
                    AT END CONTINUE
                    NOT AT END
                        IF WOSEQ-REC NUMERIC
                            MOVE WOSEQ-REC TO WS-WO-SEQ-NUM
                        END-IF
                END-READ
                CLOSE WOSEQ
            END-IF
            ADD 1 TO WS-WO-SEQ-NUM.

        SAVE-REQUEST-SEQUENCE.
            OPEN OUTPUT WOSEQ
            MOVE WS-WO-SEQ-NUM TO WOSEQ-REC
            WRITE WOSEQ-REC
            CLOSE WOSEQ.

        SELECT-ONE-ALERT.
            MOVE SITP-SITE-ID TO WS-ALERT-SITE
            IF ALR-SITE NUMERIC AND ALR-SITE NOT = ZERO
                MOVE ALR-SITE TO WS-ALERT-SITE
            END-IF
            MOVE ZERO TO WS-RULE-SUB WS-DFLT-SUB
            PERFORM VARYING WS-WOC-SUB FROM 1 BY 1
                UNTIL WS-WOC-SUB > WS-WOC-COUNT
                IF WOC-TYPE (WS-WOC-SUB) EQUAL ALR-OBS-TYPE
                        AND WS-RULE-SUB = ZERO
                    MOVE WS-WOC-SUB TO WS-RULE-SUB
                END-IF
                IF WOC-TYPE (WS-WOC-SUB) EQUAL "DFLT"
                        AND WS-DFLT-SUB = ZERO
                    MOVE WS-WOC-SUB TO WS-DFLT-SUB
                END-IF
            END-PERFORM
            IF WS-RULE-SUB = ZERO
                MOVE WS-DFLT-SUB TO WS-RULE-SUB
            END-IF
            IF WS-RULE-SUB = ZERO
                ADD 1 TO WS-NORULE-COUNT
                EXIT PARAGRAPH
            END-IF
            EVALUATE ALR-SEVERITY
                WHEN "NEARMISS"
                    MOVE 1 TO WS-ALERT-RANK
                WHEN "MARGINAL"
                    MOVE 2 TO WS-ALERT-RANK
                WHEN OTHER
                    MOVE 3 TO WS-ALERT-RANK
            END-EVALUATE
            IF WS-ALERT-RANK < WOC-MIN-RANK (WS-RULE-SUB)
                ADD 1 TO WS-BELOW-COUNT
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-OWO-FOUND
            PERFORM VARYING WS-OWO-SUB FROM 1 BY 1
                UNTIL WS-OWO-SUB > WS-OWO-COUNT
                IF OWO-SITE (WS-OWO-SUB) EQUAL WS-ALERT-SITE
                        AND OWO-ZONE (WS-OWO-SUB) EQUAL ALR-ZONE
                        AND OWO-SEG (WS-OWO-SUB) EQUAL ALR-SEG
                        AND WS-OWO-FOUND = ZERO
                    MOVE WS-OWO-SUB TO WS-OWO-FOUND
                END-IF
            END-PERFORM
            MOVE ALR-CASE TO WS-CASE-ED
            MOVE ALR-ZONE TO WS-ZONE-ID-ED
            MOVE ALR-SEG TO WS-SEG-ED
            IF WS-OWO-FOUND NOT = ZERO
                ADD 1 TO WS-DUP-COUNT
                MOVE SPACES TO RPT-REC
                STRING ALR-DATE "  " WS-CASE-ED
                    "  " WS-ZONE-ID-ED "  " WS-SEG-ED
                    "  NOT SENT - WO "
                    OWO-WO-NUMBER (WS-OWO-FOUND)
                    " ALREADY OPEN FOR THIS ZONE AND SEGMENT"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            PERFORM WRITE-REQUEST-DETAIL.

        WRITE-REQUEST-DETAIL.
            MOVE ALR-DATE TO WOR-D-ALERT-DATE
            MOVE ALR-CASE TO WOR-D-ALERT-CASE
            MOVE ALR-ZONE TO WOR-D-ZONE
            MOVE ALR-SEG TO WOR-D-SEG
            IF ALR-STATION NUMERIC
                MOVE ALR-STATION TO WOR-D-STATION
            ELSE
                MOVE ZERO TO WOR-D-STATION
            END-IF
            MOVE ALR-OBS-TYPE TO WOR-D-OBS-TYPE
            MOVE ALR-OBS-DESC TO WOR-D-OBS-DESC
            MOVE ALR-SEVERITY TO WOR-D-SEVERITY
            MOVE ALR-DEPT TO WOR-D-DEPT
            MOVE WOC-PRIORITY (WS-RULE-SUB) TO WOR-D-PRIORITY
            MOVE WOC-CRAFT (WS-RULE-SUB) TO WOR-D-CRAFT
            MOVE ALR-TEXT (1:77) TO WOR-D-TEXT
            MOVE WS-ALERT-SITE TO WOR-D-SITE
            MOVE WS-WOR-DETAIL TO WOREQ-REC
            WRITE WOREQ-REC
            ADD 1 TO WS-WO-COUNT
            ADD ALR-CASE TO WS-WO-HASH
            IF WS-OWO-COUNT < 5000
                ADD 1 TO WS-OWO-COUNT
                MOVE WS-ALERT-SITE TO OWO-SITE (WS-OWO-COUNT)
                MOVE ALR-ZONE TO OWO-ZONE (WS-OWO-COUNT)
                MOVE ALR-SEG TO OWO-SEG (WS-OWO-COUNT)
                MOVE "REQUESTED" TO OWO-WO-NUMBER (WS-OWO-COUNT)
            END-IF
            PERFORM MARK-ALERT-REQUESTED
            MOVE WOR-D-STATION TO WS-STATION-ED
            MOVE SPACES TO RPT-REC
            STRING ALR-DATE "  " WS-CASE-ED
                "  " WS-ZONE-ID-ED "  " WS-SEG-ED
                "  " WS-STATION-ED "  " ALR-OBS-TYPE
                "  " ALR-SEVERITY "  " WOR-D-PRIORITY
                "  " WOR-D-CRAFT "  SENT"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        MARK-ALERT-REQUESTED.
            IF NOT ALERTMSTR-AVAILABLE
                ADD 1 TO WS-NOMARK-COUNT
                EXIT PARAGRAPH
            END-IF
            MOVE ALR-DATE TO ALM-DATE
            MOVE ALR-CASE TO ALM-CASE
            MOVE WS-ALERT-SITE TO ALM-SITE
            READ ALERTMSTR
                INVALID KEY CONTINUE
            END-READ
            IF WS-MSTR-STATUS NOT EQUAL "00"
                ADD 1 TO WS-NOMARK-COUNT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO ALM-WO-NUMBER
            MOVE "SENT" TO ALM-WO-STATUS
            MOVE WS-TODAY-NUM TO ALM-WO-DATE
            REWRITE ALM-REC
                INVALID KEY CONTINUE
            END-REWRITE
            IF WS-MSTR-STATUS NOT EQUAL "00"
                ADD 1 TO WS-NOMARK-COUNT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-RUN-TS (1:8) TO MSJ-DATE
            MOVE WS-RUN-TS (9:6) TO MSJ-TIME
            MOVE "WOSEND" TO MSJ-PROGRAM
            MOVE "ALERTMST" TO MSJ-MASTER
            MOVE "CHANGE" TO MSJ-ACTION
            MOVE ALM-REC TO MSJ-IMAGE
            WRITE MSJ-REC
            IF ALERTLOG-AVAILABLE
                MOVE SPACES TO ALG-REC
                MOVE ALM-DATE TO ALG-DATE
                MOVE ALM-CASE TO ALG-CASE
                MOVE ALM-SITE TO ALG-SITE
                MOVE "WOREQ" TO ALG-EVENT
                MOVE WS-RUN-TS (1:14) TO ALG-TS
                MOVE "CMMS" TO ALG-WHO
                MOVE ALM-ZONE TO ALG-ZONE
                MOVE SPACES TO ALG-CODE
                MOVE RCP-STEP TO ALG-STEP
                WRITE ALG-REC
            END-IF.

        WRITE-REPORT-HEADERS.
            MOVE SPACES TO RPT-REC
            STRING "WORK-ORDER REQUESTS TO PLANT MAINTENANCE - RUN "
                WS-RUN-TS (1:10) "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "DATE      CASE    ZONE  SEG   STA  TYPE"
                "  SEVERITY  P  CRAFT"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-REPORT-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-WO-SEQ-NUM TO WS-SEQ-ED
            MOVE SPACES TO RPT-REC
            STRING "REQUEST FILE SEQUENCE=" WS-SEQ-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-READ-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ALERTS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-WO-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "WORK ORDERS REQUESTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-DUP-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "NOT SENT - WO ALREADY OPEN=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-BELOW-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "NOT SENT - BELOW WOCTL SEVERITY=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-NORULE-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "NOT SENT - NO WOCTL RULE FOR TYPE=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-UNUSABLE-COUNT > ZERO
                MOVE WS-UNUSABLE-COUNT TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** UNSTRUCTURED ALERT RECORDS SKIPPED="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            IF WS-NOMARK-COUNT > ZERO
                MOVE WS-NOMARK-COUNT TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** REQUESTS NOT MARKED ON ALERTMSTR="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            IF WS-OWO-DROPPED > ZERO
                MOVE WS-OWO-DROPPED TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** OPEN WORK ORDERS NOT LOADED - TABLE FULL="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        END PROGRAM WOSEND.
