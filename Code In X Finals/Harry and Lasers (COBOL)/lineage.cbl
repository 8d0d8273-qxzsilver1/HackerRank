        IDENTIFICATION DIVISION.
        PROGRAM-ID. LINEAGE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LINQRY ASSIGN TO "LINQRY"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-QRY-STATUS.
            SELECT AUDITFILE ASSIGN TO "AUDITFILE"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
            SELECT RULEFILE ASSIGN TO "RULEFILE"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RULE-KEY
                FILE STATUS IS WS-RULE-STATUS.
            SELECT CODEMAP ASSIGN TO "CODEMAP"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CMAP-CODE
                FILE STATUS IS WS-MAP-STATUS.
            SELECT CASELINK ASSIGN TO "CASELINK"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CLK-STATUS.
            SELECT STATHIST ASSIGN TO "STATHIST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-STAT-STATUS.
            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT ZONEJRNL ASSIGN TO "ZONEJRNL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.
            SELECT ALERTMSTR ASSIGN TO "ALERTMSTR"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ALM-KEY
                FILE STATUS IS WS-MSTR-STATUS.
            SELECT ALERTLOG ASSIGN TO "ALERTLOG"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALG-STATUS.
            SELECT LINRPT ASSIGN TO "LINRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD LINQRY.
         01 QRY-LINE PIC X(80).

         FD AUDITFILE.
         01 AUDIT-REC PIC X(160).

         FD RULEFILE.
         01 RULE-REC.
             05 RULE-KEY.
                10 RULE-FROM     PIC 9(2).
                10 RULE-EFF-FROM PIC 9(8).
             05 RULE-TO       PIC 9(2).
             05 RULE-EFF-TO   PIC 9(8).
             05 RULE-UPD-TS   PIC X(14).
             05 FILLER        PIC X(6).

         FD CODEMAP.
         COPY CODEMAP.

         FD CASELINK.
         COPY CASELINK.

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

         FD OBSTRMASTER.
         COPY OBSTMAST.

         FD ZONEJRNL.
         COPY OBSTJRNL.

         FD ALERTMSTR.
         COPY ALERTMST.

         FD ALERTLOG.
         COPY ALERTLOG.

         FD LINRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-QRY-EOF-SW PIC X VALUE "N".
             88 QRY-EOF VALUE "Y".
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-SCAN-EOF-SW PIC X VALUE "N".
             88 SCAN-EOF VALUE "Y".
         01 WS-QRY-STATUS PIC XX.
         01 WS-AUDIT-STATUS PIC XX.
         01 WS-RULE-STATUS PIC XX.
         01 WS-MAP-STATUS PIC XX.
         01 WS-CLK-STATUS PIC XX.
         01 WS-STAT-STATUS PIC XX.
         01 WS-MASTER-STATUS PIC XX.
         01 WS-JRNL-STATUS PIC XX.
         01 WS-MSTR-STATUS PIC XX.
         01 WS-ALG-STATUS PIC XX.
         01 WS-RULEFILE-SW PIC X VALUE "N".
             88 RULEFILE-AVAILABLE VALUE "Y".
         01 WS-CODEMAP-SW PIC X VALUE "N".
             88 CODEMAP-AVAILABLE VALUE "Y".
         01 WS-MASTER-SW PIC X VALUE "N".
             88 MASTER-AVAILABLE VALUE "Y".
         01 WS-ALERTMSTR-SW PIC X VALUE "N".
             88 ALERTMSTR-AVAILABLE VALUE "Y".
         01 WS-RUN-TS PIC X(26).

         01 WS-PARSE-PTR PIC 9(4).
         01 WS-Q-TYPE    PIC X(8).
         01 WS-Q-CODE    PIC 9(36).
         01 WS-Q-DATE    PIC 9(8).
         01 WS-Q-CASE    PIC 9(6).
         01 WS-Q-SITE    PIC 9(2).
         01 WS-QUERY-SW  PIC X.
             88 QUERY-ANSWERED VALUE "Y".

         01 WS-SPLIT-HEAD PIC X(160).
         01 WS-SPLIT-TAIL PIC X(160).
         01 WS-REC-CODE-N PIC 9(36).
         01 WS-OUT-CODE   PIC 9(36).
         01 WS-LAST-OUTPUT PIC 9(36).
         01 WS-AUD-TS     PIC X(26).
         01 WS-AUD-OPER   PIC X(8).
         01 WS-AUD-DATE   PIC 9(8).
         01 WS-AUD-HITS   PIC 9(5).

         COPY XLATETBL.

         01 WS-RULE-DATE  PIC 9(8).
         01 WS-RULE-TEXT  PIC X(80).
         01 WS-EXPECT-TO  PIC 9(2).
         01 WS-ACTIVE-RULES PIC 9(4).
         01 WS-RULE-FOUND-SW PIC X.
             88 RULE-FOUND VALUE "Y".
         01 WS-HIT-FROM     PIC 9(2).
         01 WS-HIT-TO       PIC 9(2).
         01 WS-HIT-EFF-FROM PIC 9(8).
         01 WS-HIT-EFF-TO   PIC 9(8).
         01 WS-HIT-UPD-TS   PIC X(14).

         COPY CASELINK REPLACING ==CLK-REC== BY ==HLD-REC==
                                 LEADING ==CLK-== BY ==HLD-==.
         01 WS-CASE-HITS PIC 9(5).
         01 WS-CH-VERDICT PIC X(3).
         01 WS-CH-ZONE    PIC 9(4).
         01 WS-CH-SEG     PIC 9(3).
         01 WS-CH-SITE    PIC 9(2).
         01 WS-REC-SITE   PIC 9(2).
         01 WS-STAT-FOUND-SW PIC X.
             88 STAT-FOUND VALUE "Y".

         01 WS-JRNL-COUNT PIC 9(4) VALUE ZERO.
         01 WS-JRNL-TABLE.
             05 WS-JRNL-ENTRY OCCURS 500 TIMES.
                10 JT-DATE   PIC 9(8).
                10 JT-TIME   PIC 9(6).
                10 JT-OPER   PIC X(8).
                10 JT-ACTION PIC X(8).
                10 JT-SEG    PIC 9(3).
                10 JT-BEFORE PIC X(89).
         01 WS-JRNL-SUB PIC 9(4).
         01 WS-SEG-SUB PIC 9(3).
         01 WS-SHIFT-SUB PIC 9(3).
         01 WS-JRNL-OVER-SW PIC X.
             88 JOURNAL-WINDOW-OVERFLOWED VALUE "Y".
         01 WS-DROP-SW PIC X.
             88 ZONE-DROPPED VALUE "Y".
         01 WS-IMAGE-SW PIC X.
             88 SEGMENT-IMAGE-FOUND VALUE "Y".
         01 WS-HOLD-SEG PIC X(89).
         01 WS-HOLD-BND REDEFINES WS-HOLD-SEG.
             05 HB-X1 PIC S9(6).
             05 HB-Y1 PIC S9(6).
             05 HB-X2 PIC S9(6).
             05 HB-Y2 PIC S9(6).
             05 FILLER PIC X(65).
         01 WS-SHOW-SEG.
             05 SS-X1       PIC S9(6).
             05 SS-Y1       PIC S9(6).
             05 SS-X2       PIC S9(6).
             05 SS-Y2       PIC S9(6).
             05 SS-EFF-DATE PIC 9(8).
             05 SS-EXP-DATE PIC 9(8).
             05 SS-OBS-TYPE PIC X(4).
             05 SS-OBS-DESC PIC X(20).
             05 SS-Z-FROM   PIC S9(6).
             05 SS-Z-TO     PIC S9(6).
             05 SS-SHAPE    PIC X.
             05 SS-TIME-FROM PIC 9(4).
             05 SS-TIME-TO   PIC 9(4).
             05 SS-OWNER-DEPT PIC X(4).

         01 WS-STATUS-TEXT PIC X(12).
         01 WS-LOG-HITS    PIC 9(5).

         01 WS-QUERY-COUNT    PIC 9(5) VALUE ZERO.
         01 WS-ANSWERED-COUNT PIC 9(5) VALUE ZERO.
         01 WS-NOTFOUND-COUNT PIC 9(5) VALUE ZERO.
         01 WS-BADCARD-COUNT  PIC 9(5) VALUE ZERO.
         01 WS-COUNT-ED    PIC Z(4)9.
         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-SEG-ED      PIC Z(3).
         01 WS-STATION-ED  PIC Z(4).
         01 WS-X1-ED       PIC -ZZZZZ9.
         01 WS-Y1-ED       PIC -ZZZZZ9.
         01 WS-X2-ED       PIC -ZZZZZ9.
         01 WS-Y2-ED       PIC -ZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT LINRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE SPACES TO RPT-REC
            STRING "CODE-TO-ALERT LINEAGE INQUIRY - RUN "
                WS-RUN-TS (1:10)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            OPEN INPUT LINQRY
            IF WS-QRY-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** LINQRY NOT AVAILABLE - STATUS "
                    WS-QRY-STATUS " - NO INQUIRY RUN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE LINRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-KEYED-FILES
            READ LINQRY
                AT END SET QRY-EOF TO TRUE
            END-READ
            PERFORM UNTIL QRY-EOF
                IF QRY-LINE NOT EQUAL SPACES
                        AND QRY-LINE (1:1) NOT EQUAL "*"
                    PERFORM PROCESS-ONE-QUERY
                END-IF
                READ LINQRY
                    AT END SET QRY-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE LINQRY
            PERFORM WRITE-LINEAGE-TRAILER
            IF WS-QUERY-COUNT = ZERO OR WS-BADCARD-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-NOTFOUND-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
            PERFORM CLOSE-KEYED-FILES
            CLOSE LINRPT
            STOP RUN.

        OPEN-KEYED-FILES.
            OPEN INPUT RULEFILE
            IF WS-RULE-STATUS EQUAL "00"
                SET RULEFILE-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT CODEMAP
            IF WS-MAP-STATUS EQUAL "00"
                SET CODEMAP-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT OBSTRMASTER
            IF WS-MASTER-STATUS EQUAL "00"
                SET MASTER-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT ALERTMSTR
            IF WS-MSTR-STATUS EQUAL "00"
                SET ALERTMSTR-AVAILABLE TO TRUE
            END-IF.

        CLOSE-KEYED-FILES.
            IF RULEFILE-AVAILABLE
                CLOSE RULEFILE
            END-IF
            IF CODEMAP-AVAILABLE
                CLOSE CODEMAP
            END-IF
            IF MASTER-AVAILABLE
                CLOSE OBSTRMASTER
            END-IF
            IF ALERTMSTR-AVAILABLE
                CLOSE ALERTMSTR
            END-IF.

        PROCESS-ONE-QUERY.
            ADD 1 TO WS-QUERY-COUNT
            MOVE "N" TO WS-QUERY-SW
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "INQUIRY: " QRY-LINE
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-Q-TYPE
            UNSTRING QRY-LINE DELIMITED BY ALL SPACE
                INTO WS-Q-TYPE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            EVALUATE WS-Q-TYPE
                WHEN "CODE"
                    MOVE ZERO TO WS-Q-CODE
                    UNSTRING QRY-LINE DELIMITED BY ALL SPACE
                        INTO WS-Q-CODE
                        WITH POINTER WS-PARSE-PTR
                    END-UNSTRING
                    IF WS-Q-CODE NOT NUMERIC OR WS-Q-CODE = ZERO
                        PERFORM REJECT-QUERY-CARD
                    ELSE
                        PERFORM QUERY-BY-CODE
                    END-IF
                WHEN "ALERT"
                    MOVE ZERO TO WS-Q-DATE WS-Q-CASE WS-Q-SITE
                    UNSTRING QRY-LINE DELIMITED BY ALL SPACE
                        INTO WS-Q-DATE WS-Q-CASE WS-Q-SITE
                        WITH POINTER WS-PARSE-PTR
                    END-UNSTRING
                    IF WS-Q-SITE NOT NUMERIC OR WS-Q-SITE = ZERO
                        MOVE 1 TO WS-Q-SITE
                    END-IF
                    IF WS-Q-DATE NOT NUMERIC OR WS-Q-DATE = ZERO
                            OR WS-Q-CASE NOT NUMERIC
                            OR WS-Q-CASE = ZERO
                        PERFORM REJECT-QUERY-CARD
                    ELSE
                        PERFORM QUERY-BY-ALERT
                    END-IF
                WHEN OTHER
                    PERFORM REJECT-QUERY-CARD
            END-EVALUATE.

        REJECT-QUERY-CARD.
            ADD 1 TO WS-BADCARD-COUNT
            MOVE SPACES TO RPT-REC
            STRING "** CARD MUST BE  CODE NNN...  OR"
                "  ALERT YYYYMMDD CASE [SITE]  - NOT PROCESSED"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        QUERY-BY-CODE.
            PERFORM LIST-TRANSLATIONS
            IF WS-AUD-HITS > ZERO
                SET QUERY-ANSWERED TO TRUE
                MOVE WS-LAST-OUTPUT TO WS-OUT-CODE
                PERFORM SHOW-CODE-MAP
            END-IF
            MOVE ZERO TO WS-CASE-HITS
            OPEN INPUT CASELINK
            IF WS-CLK-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "  ** CASELINK NOT AVAILABLE - STATUS "
                    WS-CLK-STATUS " - NO CASES CAN BE TRACED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            ELSE
                MOVE "N" TO WS-SCAN-EOF-SW
                READ CASELINK
                    AT END SET SCAN-EOF TO TRUE
                END-READ
                PERFORM UNTIL SCAN-EOF
                    IF CLK-ORIG-CODE EQUAL WS-Q-CODE
                        ADD 1 TO WS-CASE-HITS
                        MOVE CLK-REC TO HLD-REC
                        PERFORM SHOW-CASE-CHAIN
                    END-IF
                    READ CASELINK
                        AT END SET SCAN-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE CASELINK
                IF WS-CASE-HITS = ZERO
                    MOVE SPACES TO RPT-REC
                    STRING "  NO HARRY_LASERS CASE CARRIED THIS"
                        " ORIGINAL CODE"
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                ELSE
                    SET QUERY-ANSWERED TO TRUE
                END-IF
            END-IF
            PERFORM COUNT-QUERY-RESULT.

        QUERY-BY-ALERT.
            MOVE SPACES TO HLD-REC
            MOVE ZERO TO HLD-ORIG-CODE HLD-STATION HLD-ZONE
                HLD-SEGMENT
            MOVE WS-Q-DATE TO HLD-RUN-DATE
            MOVE WS-Q-CASE TO HLD-CASE
            MOVE WS-Q-SITE TO HLD-SITE
            MOVE ZERO TO WS-CASE-HITS
            OPEN INPUT CASELINK
            IF WS-CLK-STATUS EQUAL "00"
                MOVE "N" TO WS-SCAN-EOF-SW
                READ CASELINK
                    AT END SET SCAN-EOF TO TRUE
                END-READ
                PERFORM UNTIL SCAN-EOF OR WS-CASE-HITS > ZERO
                    IF CLK-SITE NUMERIC AND CLK-SITE NOT = ZERO
                        MOVE CLK-SITE TO WS-REC-SITE
                    ELSE
                        MOVE 1 TO WS-REC-SITE
                    END-IF
                    IF CLK-RUN-DATE EQUAL WS-Q-DATE
                            AND CLK-CASE EQUAL WS-Q-CASE
                            AND WS-REC-SITE EQUAL WS-Q-SITE
                        ADD 1 TO WS-CASE-HITS
                        MOVE CLK-REC TO HLD-REC
                    END-IF
                    READ CASELINK
                        AT END SET SCAN-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE CASELINK
            END-IF
            IF WS-CASE-HITS = ZERO
                MOVE SPACES TO RPT-REC
                STRING "  NO CASE LINK FOR THIS ALERT - THE CASE LINE"
                    " CARRIED NO ORIGINAL CODE"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            ELSE
                MOVE HLD-ORIG-CODE TO WS-Q-CODE
                PERFORM LIST-TRANSLATIONS
                IF WS-AUD-HITS > ZERO
                    MOVE WS-LAST-OUTPUT TO WS-OUT-CODE
                    PERFORM SHOW-CODE-MAP
                END-IF
            END-IF
            PERFORM SHOW-CASE-CHAIN
            IF WS-CASE-HITS > ZERO OR STAT-FOUND
                SET QUERY-ANSWERED TO TRUE
            END-IF
            PERFORM COUNT-QUERY-RESULT.

        COUNT-QUERY-RESULT.
            IF QUERY-ANSWERED
                ADD 1 TO WS-ANSWERED-COUNT
            ELSE
                ADD 1 TO WS-NOTFOUND-COUNT
                MOVE SPACES TO RPT-REC
                STRING "  ** NOTHING ON FILE FOR THIS INQUIRY"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        LIST-TRANSLATIONS.
            MOVE ZERO TO WS-AUD-HITS WS-LAST-OUTPUT
            MOVE SPACES TO RPT-REC
            STRING "  ORIGINAL CODE " WS-Q-CODE
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            OPEN INPUT AUDITFILE
            IF WS-AUDIT-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "  ** AUDITFILE NOT AVAILABLE - STATUS "
                    WS-AUDIT-STATUS " - TRANSLATION NOT SHOWN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-SCAN-EOF-SW
            READ AUDITFILE
                AT END SET SCAN-EOF TO TRUE
            END-READ
            PERFORM UNTIL SCAN-EOF
                PERFORM TAKE-AUDIT-RECORD
                READ AUDITFILE
                    AT END SET SCAN-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE AUDITFILE
            IF WS-AUD-HITS = ZERO
                MOVE SPACES TO RPT-REC
                STRING "  NO ACCEPT_IT AUDIT RECORD FOR THIS CODE ON"
                    " THE CURRENT AUDITFILE - SEE AUDRETRV FOR"
                    " ARCHIVED GENERATIONS"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        TAKE-AUDIT-RECORD.
            MOVE SPACES TO WS-SPLIT-HEAD WS-SPLIT-TAIL
            UNSTRING AUDIT-REC DELIMITED BY "ORIGINAL="
                INTO WS-SPLIT-HEAD WS-SPLIT-TAIL
            END-UNSTRING
            IF WS-SPLIT-TAIL EQUAL SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-REC-CODE-N
            UNSTRING WS-SPLIT-TAIL DELIMITED BY ALL SPACE
                INTO WS-REC-CODE-N
            END-UNSTRING
            IF WS-REC-CODE-N NOT NUMERIC
                    OR WS-REC-CODE-N NOT EQUAL WS-Q-CODE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-SPLIT-HEAD WS-SPLIT-TAIL
            UNSTRING AUDIT-REC DELIMITED BY "OUTPUT="
                INTO WS-SPLIT-HEAD WS-SPLIT-TAIL
            END-UNSTRING
            MOVE ZERO TO WS-OUT-CODE
            UNSTRING WS-SPLIT-TAIL DELIMITED BY ALL SPACE
                INTO WS-OUT-CODE
            END-UNSTRING
            IF WS-OUT-CODE NOT NUMERIC
                MOVE ZERO TO WS-OUT-CODE
            END-IF
            MOVE SPACES TO WS-SPLIT-HEAD WS-SPLIT-TAIL
            UNSTRING AUDIT-REC DELIMITED BY "RUN-TS="
                INTO WS-SPLIT-HEAD WS-SPLIT-TAIL
            END-UNSTRING
            MOVE WS-SPLIT-TAIL (1:26) TO WS-AUD-TS
            MOVE SPACES TO WS-SPLIT-HEAD WS-SPLIT-TAIL
            UNSTRING AUDIT-REC DELIMITED BY "OPER="
                INTO WS-SPLIT-HEAD WS-SPLIT-TAIL
            END-UNSTRING
            MOVE WS-SPLIT-TAIL (1:8) TO WS-AUD-OPER
            ADD 1 TO WS-AUD-HITS
            MOVE WS-OUT-CODE TO WS-LAST-OUTPUT
            MOVE SPACES TO RPT-REC
            STRING "  ACCEPT_IT RUN " WS-AUD-TS (1:14)
                " OPER " WS-AUD-OPER
                " OUTPUT " WS-OUT-CODE
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE ZERO TO WS-AUD-DATE
            IF WS-AUD-TS (1:8) NUMERIC
                MOVE WS-AUD-TS (1:8) TO WS-AUD-DATE
            END-IF
            MOVE WS-AUD-DATE TO WS-RULE-DATE
            PERFORM DESCRIBE-RULE-IN-FORCE
            MOVE SPACES TO RPT-REC
            STRING "    RULE: " WS-RULE-TEXT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-EXPECT-TO NOT EQUAL WS-OUT-CODE
                MOVE SPACES TO RPT-REC
                STRING "    ** RULE FILE NOW GIVES " WS-EXPECT-TO
                    " FOR THAT DATE - THE RULE WAS CHANGED AFTER"
                    " THE RUN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        DESCRIBE-RULE-IN-FORCE.
            MOVE "N" TO WS-RULE-FOUND-SW
            MOVE ZERO TO WS-ACTIVE-RULES
            IF RULEFILE-AVAILABLE
                MOVE ZERO TO RULE-FROM RULE-EFF-FROM
                START RULEFILE KEY IS NOT LESS THAN RULE-KEY
                    INVALID KEY CONTINUE
                END-START
                IF WS-RULE-STATUS EQUAL "00"
                    PERFORM SCAN-RULES-FOR-DATE
                END-IF
            END-IF
            MOVE SPACES TO WS-RULE-TEXT
            IF WS-Q-CODE > 99
                MOVE WS-XLATE-DEFAULT-TO TO WS-EXPECT-TO
                STRING "NO RULE CAN MATCH A CODE ABOVE 99 - DEFAULT "
                    WS-XLATE-DEFAULT-TO
                    DELIMITED BY SIZE INTO WS-RULE-TEXT
                EXIT PARAGRAPH
            END-IF
            IF RULE-FOUND
                MOVE WS-HIT-TO TO WS-EXPECT-TO
                STRING "RULEFILE " WS-HIT-FROM " TO " WS-HIT-TO
                    " EFFECTIVE " WS-HIT-EFF-FROM
                    " THRU " WS-HIT-EFF-TO
                    " UPDATED " WS-HIT-UPD-TS
                    DELIMITED BY SIZE INTO WS-RULE-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-ACTIVE-RULES = ZERO
                PERFORM VARYING WS-XLATE-IDX FROM 1 BY 1
                    UNTIL WS-XLATE-IDX > 10 OR RULE-FOUND
                    IF WS-XLATE-FROM (WS-XLATE-IDX) EQUAL WS-Q-CODE
                        SET RULE-FOUND TO TRUE
                        MOVE WS-XLATE-TO (WS-XLATE-IDX)
                            TO WS-EXPECT-TO
                        STRING "BUILT-IN TABLE "
                            WS-XLATE-FROM (WS-XLATE-IDX)
                            " TO " WS-XLATE-TO (WS-XLATE-IDX)
                            " - NO RULEFILE ENTRIES IN FORCE"
                            DELIMITED BY SIZE INTO WS-RULE-TEXT
                    END-IF
                END-PERFORM
                IF RULE-FOUND
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE WS-XLATE-DEFAULT-TO TO WS-EXPECT-TO
            STRING "NO RULE FOR THIS CODE IN FORCE - DEFAULT "
                WS-XLATE-DEFAULT-TO
                DELIMITED BY SIZE INTO WS-RULE-TEXT.

        SCAN-RULES-FOR-DATE.
            MOVE "N" TO WS-EOF-SW
            READ RULEFILE NEXT RECORD
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF RULE-EFF-FROM <= WS-RULE-DATE
                        AND (RULE-EFF-TO = ZERO
                             OR WS-RULE-DATE <= RULE-EFF-TO)
                    ADD 1 TO WS-ACTIVE-RULES
                    IF RULE-FROM EQUAL WS-Q-CODE
                        SET RULE-FOUND TO TRUE
                        MOVE RULE-FROM TO WS-HIT-FROM
                        MOVE RULE-TO TO WS-HIT-TO
                        MOVE RULE-EFF-FROM TO WS-HIT-EFF-FROM
                        MOVE RULE-EFF-TO TO WS-HIT-EFF-TO
                        MOVE RULE-UPD-TS TO WS-HIT-UPD-TS
                    END-IF
                END-IF
                READ RULEFILE NEXT RECORD
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            MOVE "N" TO WS-EOF-SW.

        SHOW-CODE-MAP.
            IF NOT CODEMAP-AVAILABLE
                MOVE SPACES TO RPT-REC
                STRING "  ** CODEMAP NOT AVAILABLE - STATUS "
                    WS-MAP-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE WS-OUT-CODE TO CMAP-CODE
            READ CODEMAP
                INVALID KEY CONTINUE
            END-READ
            IF WS-MAP-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "  CODEMAP: OUTPUT " WS-OUT-CODE
                    " NOT ON THE MAP - THE BRIDGE LISTS IT AS AN"
                    " EXCEPTION"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE CMAP-STATION TO WS-STATION-ED
            MOVE SPACES TO RPT-REC
            STRING "  CODEMAP: DEPT " CMAP-DEPT
                " STATION " WS-STATION-ED
                " EFFECTIVE " CMAP-EFF-DATE
                " EXPIRES " CMAP-EXP-DATE
                " UPDATED " CMAP-UPD-TS
                " BY " CMAP-UPD-OPER
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        SHOW-CASE-CHAIN.
            IF HLD-SITE NUMERIC AND HLD-SITE NOT = ZERO
                MOVE HLD-SITE TO WS-CH-SITE
            ELSE
                MOVE 1 TO WS-CH-SITE
            END-IF
            MOVE HLD-VERDICT TO WS-CH-VERDICT
            MOVE HLD-ZONE TO WS-CH-ZONE
            MOVE HLD-SEGMENT TO WS-CH-SEG
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            IF HLD-ORIG-CODE NOT = ZERO
                MOVE HLD-STATION TO WS-STATION-ED
                MOVE HLD-ZONE TO WS-ZONE-ID-ED
                MOVE SPACES TO RPT-REC
                STRING "  CASE " HLD-CASE
                    " SITE " WS-CH-SITE
                    " RUN " HLD-RUN-DATE
                    " RUN-ID " HLD-RUN-ID
                    " STATION " WS-STATION-ED
                    " DEPT " HLD-DEPT
                    " ZONE " WS-ZONE-ID-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            PERFORM FIND-STATHIST-RECORD
            PERFORM SHOW-SEGMENT-IN-FORCE
            PERFORM SHOW-ALERT-STATUS
            PERFORM SHOW-ALERT-HISTORY.

        FIND-STATHIST-RECORD.
            MOVE "N" TO WS-STAT-FOUND-SW
            OPEN INPUT STATHIST
            IF WS-STAT-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "  ** STATHIST NOT AVAILABLE - STATUS "
                    WS-STAT-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ STATHIST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF STAT-SITE-ID NUMERIC AND STAT-SITE-ID NOT = ZERO
                    MOVE STAT-SITE-ID TO WS-REC-SITE
                ELSE
                    MOVE 1 TO WS-REC-SITE
                END-IF
                IF STAT-RUN-DATE EQUAL HLD-RUN-DATE
                        AND STAT-CASE-NUM EQUAL HLD-CASE
                        AND WS-REC-SITE EQUAL WS-CH-SITE
                        AND (HLD-RUN-ID EQUAL SPACES
                             OR STAT-RUN-ID EQUAL HLD-RUN-ID)
                    SET STAT-FOUND TO TRUE
                    MOVE STAT-VERDICT TO WS-CH-VERDICT
                    MOVE STAT-ZONE-ID TO WS-CH-ZONE
                    MOVE STAT-SEGMENT TO WS-CH-SEG
                    MOVE STAT-ZONE-ID TO WS-ZONE-ID-ED
                    MOVE STAT-SEGMENT TO WS-SEG-ED
                    MOVE SPACES TO RPT-REC
                    STRING "  HARRY_LASERS VERDICT " STAT-VERDICT
                        " ZONE " WS-ZONE-ID-ED
                        " HIT SEGMENT " WS-SEG-ED
                        " DEPT " STAT-DEPT
                        " SOURCE " STAT-SOURCE
                        " RUN-ID " STAT-RUN-ID
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                END-IF
                READ STATHIST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE STATHIST
            MOVE "N" TO WS-EOF-SW
            IF NOT STAT-FOUND
                MOVE SPACES TO RPT-REC
                STRING "  ** NO STATHIST RECORD FOR RUN " HLD-RUN-DATE
                    " CASE " HLD-CASE
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                IF HLD-ORIG-CODE NOT = ZERO
                    MOVE HLD-SEGMENT TO WS-SEG-ED
                    MOVE SPACES TO RPT-REC
                    STRING "  CASE LINK VERDICT " HLD-VERDICT
                        " HIT SEGMENT " WS-SEG-ED
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                END-IF
            END-IF.

        SHOW-SEGMENT-IN-FORCE.
            IF WS-CH-ZONE = ZERO OR WS-CH-SEG = ZERO
                MOVE SPACES TO RPT-REC
                STRING "  NO OBSTRUCTION SEGMENT WAS HIT - VERDICT "
                    WS-CH-VERDICT
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-ZONE-JOURNAL
            MOVE WS-CH-ZONE TO WS-ZONE-ID-ED
            MOVE WS-CH-SEG TO WS-SEG-ED
            MOVE "N" TO WS-IMAGE-SW
            MOVE "N" TO WS-DROP-SW
            IF MASTER-AVAILABLE
                MOVE WS-CH-SITE TO MAST-SITE-ID
                MOVE WS-CH-ZONE TO MAST-ZONE-ID
                READ OBSTRMASTER
                    INVALID KEY CONTINUE
                END-READ
            END-IF
            IF MASTER-AVAILABLE AND WS-MASTER-STATUS EQUAL "00"
                PERFORM VARYING WS-JRNL-SUB FROM WS-JRNL-COUNT BY -1
                    UNTIL WS-JRNL-SUB < 1 OR ZONE-DROPPED
                    PERFORM REVERSE-ONE-ENTRY
                END-PERFORM
                IF NOT ZONE-DROPPED
                        AND WS-CH-SEG NOT > MAST-NUM-SEGMENTS
                    SET SEGMENT-IMAGE-FOUND TO TRUE
                    MOVE MAST-SEGMENT (WS-CH-SEG) TO WS-SHOW-SEG
                END-IF
            ELSE
                MOVE SPACES TO RPT-REC
                STRING "  ZONE " WS-ZONE-ID-ED
                    " IS NOT ON OBSTRMASTER TODAY - LOOKING FOR ITS"
                    " DELETION IMAGE IN ZONEJRNL"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
                    UNTIL WS-JRNL-SUB > WS-JRNL-COUNT
                        OR SEGMENT-IMAGE-FOUND
                    IF JT-ACTION (WS-JRNL-SUB) EQUAL "DELZONE"
                            AND JT-SEG (WS-JRNL-SUB) EQUAL WS-CH-SEG
                        SET SEGMENT-IMAGE-FOUND TO TRUE
                        MOVE JT-BEFORE (WS-JRNL-SUB) TO WS-SHOW-SEG
                    END-IF
                END-PERFORM
            END-IF
            IF SEGMENT-IMAGE-FOUND
                PERFORM WRITE-SEGMENT-IMAGE
            ELSE
                MOVE SPACES TO RPT-REC
                STRING "  ** SEGMENT " WS-SEG-ED " OF ZONE "
                    WS-ZONE-ID-ED " COULD NOT BE RECONSTRUCTED AS OF "
                    HLD-RUN-DATE
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            IF JOURNAL-WINDOW-OVERFLOWED
                MOVE SPACES TO RPT-REC
                STRING "  ** MORE THAN 500 JOURNAL ENTRIES FOR THE ZONE"
                    " SINCE THE RUN - IMAGE MAY BE INCOMPLETE"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            PERFORM LIST-JOURNAL-CHANGES.

        LOAD-ZONE-JOURNAL.
            MOVE ZERO TO WS-JRNL-COUNT
            MOVE "N" TO WS-JRNL-OVER-SW
            OPEN INPUT ZONEJRNL
            IF WS-JRNL-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ ZONEJRNL
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF OBJ-SITE NUMERIC AND OBJ-SITE NOT = ZERO
                    MOVE OBJ-SITE TO WS-REC-SITE
                ELSE
                    MOVE 1 TO WS-REC-SITE
                END-IF
                IF OBJ-DATE NUMERIC
                        AND OBJ-DATE > HLD-RUN-DATE
                        AND OBJ-ZONE EQUAL WS-CH-ZONE
                        AND WS-REC-SITE EQUAL WS-CH-SITE
                    IF WS-JRNL-COUNT >= 500
                        SET JOURNAL-WINDOW-OVERFLOWED TO TRUE
                    ELSE
                        ADD 1 TO WS-JRNL-COUNT
                        MOVE OBJ-DATE TO JT-DATE (WS-JRNL-COUNT)
                        MOVE OBJ-TIME TO JT-TIME (WS-JRNL-COUNT)
                        MOVE OBJ-OPER TO JT-OPER (WS-JRNL-COUNT)
                        MOVE OBJ-ACTION
                            TO JT-ACTION (WS-JRNL-COUNT)
                        MOVE OBJ-SEG TO JT-SEG (WS-JRNL-COUNT)
                        MOVE OBJ-BEFORE-SEG
                            TO JT-BEFORE (WS-JRNL-COUNT)
                        MOVE OBJ-B-OWNER-DEPT
                            TO JT-BEFORE (WS-JRNL-COUNT) (86:4)
                    END-IF
                END-IF
                READ ZONEJRNL
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE ZONEJRNL
            MOVE "N" TO WS-EOF-SW.

        REVERSE-ONE-ENTRY.
            EVALUATE JT-ACTION (WS-JRNL-SUB)
                WHEN "ADDZONE"
                    SET ZONE-DROPPED TO TRUE
                WHEN "ADDSEG"
                WHEN "ADDCIR"
                WHEN "ADDVTX"
                    PERFORM REVERSE-SEGMENT-ADD
                WHEN "DELSEG"
                WHEN "PURGE"
                    PERFORM REVERSE-SEGMENT-DELETE
                WHEN "CHGBND"
                    MOVE JT-BEFORE (WS-JRNL-SUB) TO WS-HOLD-SEG
                    MOVE HB-X1 TO MAST-BOUND-X-MIN
                    MOVE HB-X2 TO MAST-BOUND-X-MAX
                    MOVE HB-Y1 TO MAST-BOUND-Y-MIN
                    MOVE HB-Y2 TO MAST-BOUND-Y-MAX
                WHEN "DELZONE"
                    CONTINUE
                WHEN OTHER
                    PERFORM REVERSE-SEGMENT-CHANGE
            END-EVALUATE.

        REVERSE-SEGMENT-ADD.
            MOVE JT-SEG (WS-JRNL-SUB) TO WS-SEG-SUB
            IF WS-SEG-SUB = ZERO
                    OR WS-SEG-SUB > MAST-NUM-SEGMENTS
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-SHIFT-SUB FROM WS-SEG-SUB BY 1
                UNTIL WS-SHIFT-SUB >= MAST-NUM-SEGMENTS
                MOVE MAST-SEGMENT (WS-SHIFT-SUB + 1)
                    TO MAST-SEGMENT (WS-SHIFT-SUB)
            END-PERFORM
            MOVE MAST-NUM-SEGMENTS TO WS-SHIFT-SUB
            INITIALIZE MAST-SEGMENT (WS-SHIFT-SUB)
            SUBTRACT 1 FROM MAST-NUM-SEGMENTS.

        REVERSE-SEGMENT-DELETE.
            MOVE JT-SEG (WS-JRNL-SUB) TO WS-SEG-SUB
            IF WS-SEG-SUB = ZERO OR MAST-NUM-SEGMENTS >= 100
                EXIT PARAGRAPH
            END-IF
            IF WS-SEG-SUB > MAST-NUM-SEGMENTS + 1
                COMPUTE WS-SEG-SUB = MAST-NUM-SEGMENTS + 1
            END-IF
            PERFORM VARYING WS-SHIFT-SUB
                FROM MAST-NUM-SEGMENTS BY -1
                UNTIL WS-SHIFT-SUB < WS-SEG-SUB
                MOVE MAST-SEGMENT (WS-SHIFT-SUB)
                    TO MAST-SEGMENT (WS-SHIFT-SUB + 1)
            END-PERFORM
            MOVE JT-BEFORE (WS-JRNL-SUB)
                TO MAST-SEGMENT (WS-SEG-SUB)
            ADD 1 TO MAST-NUM-SEGMENTS.

        REVERSE-SEGMENT-CHANGE.
            MOVE JT-SEG (WS-JRNL-SUB) TO WS-SEG-SUB
            IF WS-SEG-SUB = ZERO
                    OR WS-SEG-SUB > MAST-NUM-SEGMENTS
                EXIT PARAGRAPH
            END-IF
            MOVE JT-BEFORE (WS-JRNL-SUB)
                TO MAST-SEGMENT (WS-SEG-SUB).

        WRITE-SEGMENT-IMAGE.
            MOVE SS-X1 TO WS-X1-ED
            MOVE SS-Y1 TO WS-Y1-ED
            MOVE SS-X2 TO WS-X2-ED
            MOVE SS-Y2 TO WS-Y2-ED
            MOVE SPACES TO RPT-REC
            STRING "  OBSTRMASTER ZONE " WS-ZONE-ID-ED
                " SEGMENT " WS-SEG-ED
                " IN FORCE ON " HLD-RUN-DATE ": ("
                WS-X1-ED "," WS-Y1-ED ") TO ("
                WS-X2-ED "," WS-Y2-ED ")"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "    TYPE " SS-OBS-TYPE
                " DESC " SS-OBS-DESC
                " SHAPE " SS-SHAPE
                " EFFECTIVE " SS-EFF-DATE
                " EXPIRES " SS-EXP-DATE
                " HOURS " SS-TIME-FROM "-" SS-TIME-TO
                " OWNER " SS-OWNER-DEPT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        LIST-JOURNAL-CHANGES.
            IF WS-JRNL-COUNT = ZERO
                MOVE SPACES TO RPT-REC
                STRING "  NO ZONEJRNL CHANGES TO THE ZONE SINCE THE RUN"
                    " - MASTER IS UNCHANGED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE WS-JRNL-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  ZONEJRNL CHANGES TO THE ZONE SINCE THE RUN="
                WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
                UNTIL WS-JRNL-SUB > WS-JRNL-COUNT
                MOVE JT-SEG (WS-JRNL-SUB) TO WS-SEG-ED
                MOVE SPACES TO RPT-REC
                STRING "    " JT-DATE (WS-JRNL-SUB)
                    " " JT-TIME (WS-JRNL-SUB)
                    " " JT-ACTION (WS-JRNL-SUB)
                    " SEG " WS-SEG-ED
                    " BY " JT-OPER (WS-JRNL-SUB)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-PERFORM.

        SHOW-ALERT-STATUS.
            IF NOT ALERTMSTR-AVAILABLE
                MOVE SPACES TO RPT-REC
                STRING "  ** ALERTMSTR NOT AVAILABLE - STATUS "
                    WS-MSTR-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE HLD-RUN-DATE TO ALM-DATE
            MOVE HLD-CASE TO ALM-CASE
            MOVE WS-CH-SITE TO ALM-SITE
            READ ALERTMSTR
                INVALID KEY CONTINUE
            END-READ
            IF WS-MSTR-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "  NO ALERT ON ALERTMSTR FOR THIS CASE"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            EVALUATE ALM-STATUS
                WHEN "O"
                    MOVE "OPEN" TO WS-STATUS-TEXT
                WHEN "A"
                    MOVE "ACKNOWLEDGED" TO WS-STATUS-TEXT
                WHEN "R"
                    MOVE "RESOLVED" TO WS-STATUS-TEXT
                WHEN OTHER
                    MOVE ALM-STATUS TO WS-STATUS-TEXT
            END-EVALUATE
            MOVE SPACES TO RPT-REC
            STRING "  ALERT " ALM-DATE " " ALM-CASE
                " STATUS " WS-STATUS-TEXT
                " OPER " ALM-ACK-OPER
                " CODE " ALM-RESOL-CODE
                " AT " ALM-ACK-TS (1:14)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "    " ALM-TEXT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        SHOW-ALERT-HISTORY.
            MOVE ZERO TO WS-LOG-HITS
            OPEN INPUT ALERTLOG
            IF WS-ALG-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "  ** ALERTLOG NOT AVAILABLE - STATUS "
                    WS-ALG-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ ALERTLOG
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF ALG-SITE NUMERIC AND ALG-SITE NOT = ZERO
                    MOVE ALG-SITE TO WS-REC-SITE
                ELSE
                    MOVE 1 TO WS-REC-SITE
                END-IF
                IF ALG-DATE EQUAL HLD-RUN-DATE
                        AND ALG-CASE EQUAL HLD-CASE
                        AND WS-REC-SITE EQUAL WS-CH-SITE
                    ADD 1 TO WS-LOG-HITS
                    MOVE SPACES TO RPT-REC
                    STRING "    " ALG-TS
                        " " ALG-EVENT
                        " " ALG-WHO
                        " " ALG-CODE
                        " STEP " ALG-STEP
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                END-IF
                READ ALERTLOG
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE ALERTLOG
            MOVE "N" TO WS-EOF-SW
            IF WS-LOG-HITS = ZERO
                MOVE SPACES TO RPT-REC
                STRING "  NO DISPATCH OR ACKNOWLEDGMENT EVENTS LOGGED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-LINEAGE-TRAILER.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-QUERY-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "INQUIRIES READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ANSWERED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "INQUIRIES TRACED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-NOTFOUND-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "INQUIRIES WITH NOTHING ON FILE=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-BADCARD-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CARDS REJECTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM LINEAGE.
