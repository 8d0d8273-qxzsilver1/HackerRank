        IDENTIFICATION DIVISION.
        PROGRAM-ID. ZONEDASH.

        DATA DIVISION.
         WORKING-STORAGE SECTION.
         01 WS-PROMPT-TEXT PIC X(79) VALUE
             "ZONE [SITE] / PF8=F PF7=B ALERT PAGE / PF5=T LN TRIAGE ALE
      -      "RT / PF3=X EXIT".
         01 WS-EXIT-SW PIC X VALUE "N".
             88 EXIT-REQUESTED VALUE "Y".

         01 WS-INPUT-AREA  PIC X(60).
         01 WS-RECEIVE-LEN PIC S9(4) COMP.

         01 WS-AID-CODE    PIC X.
             88 AID-ENTER  VALUE "'".
             88 AID-CLEAR  VALUE "_".
             88 AID-PF3    VALUE "3".
             88 AID-PF5    VALUE "5".
             88 AID-PF7    VALUE "7".
             88 AID-PF8    VALUE "8".

         01 WS-DISPLAY-AREA.
             05 WS-DISPLAY-LINE OCCURS 24 TIMES PIC X(79).
         01 WS-DISPLAY-LEN PIC S9(4) COMP.
         01 WS-LINE-SUB    PIC 9(3).
         01 WS-MESSAGE     PIC X(79).

         COPY OBSTMAST.

         COPY ZONESUMM.

         COPY SEGSUMM.

         COPY ALERTMST.

         COPY STATMAST.

         01 BRG-REC.
             05 BRG-KEY.
                10 BRG-SITE    PIC 9(2).
                10 BRG-ZONE    PIC 9(4).
             05 BRG-STATUS     PIC X.
             05 BRG-OPEN-DATE  PIC 9(8).
             05 BRG-CLOSE-DATE PIC 9(8).
             05 BRG-CONSEC     PIC 9(3).
             05 BRG-TIER       PIC 9.
             05 BRG-TEXT       PIC X(24).

         01 WS-TRIA-COMMAREA.
             05 TRIA-DATE PIC 9(8).
             05 TRIA-CASE PIC 9(6).
             05 TRIA-SITE PIC 9(2).

         01 WS-RESP        PIC S9(8) COMP.
         01 WS-ABSTIME     PIC S9(15) COMP-3.
         01 WS-DATE-8      PIC X(8).
         01 WS-TIME-8      PIC X(8).
         01 WS-TODAY-NUM   PIC 9(8).
         01 WS-TODAY-INT   PIC S9(8).
         01 WS-WEEK-START  PIC 9(8).
         01 WS-AGE-DAYS    PIC S9(5).

         01 WS-ZONE-ID     PIC 9(4) VALUE ZERO.
         01 WS-SITE-ID     PIC 9(2) VALUE 1.
         01 WS-T-COMMAND   PIC X(4).
         01 WS-PICK-LINE   PIC 9(2).
         01 WS-PARSE-PTR   PIC 9(4).
         01 WS-ZONE-SW     PIC X VALUE "N".
             88 ZONE-LOADED VALUE "Y".

         01 WS-DAY-COUNTS.
             05 WS-DAY-YES PIC 9(7).
             05 WS-DAY-NO  PIC 9(7).
             05 WS-DAY-ERR PIC 9(7).
             05 WS-DAY-EXC PIC 9(7).
             05 WS-DAY-SUS PIC 9(7).
         01 WS-WEEK-COUNTS.
             05 WS-WEEK-YES PIC 9(7).
             05 WS-WEEK-NO  PIC 9(7).
             05 WS-WEEK-ERR PIC 9(7).
             05 WS-WEEK-EXC PIC 9(7).
             05 WS-WEEK-SUS PIC 9(7).

         01 WS-SEG-HITS-TABLE.
             05 WS-SEG-HITS PIC 9(7) OCCURS 100 TIMES.
         01 WS-SEG-SUB     PIC 9(3).
         01 WS-TOP-SUB     PIC 9(3).
         01 WS-TOP-RANK    PIC 9.
         01 WS-TOP-HITS    PIC 9(7).
         01 WS-TOP-TABLE.
             05 WS-TOP-ENTRY OCCURS 3 TIMES.
                10 TOP-SEG  PIC 9(3).
                10 TOP-HITS PIC 9(7).

         01 WS-ACTIVE-STA  PIC 9(4).
         01 WS-SUSP-STA    PIC 9(4).

         01 WS-ALERT-TABLE.
             05 WS-ALERT-ENTRY OCCURS 200 TIMES.
                10 OAL-DATE   PIC 9(8).
                10 OAL-CASE   PIC 9(6).
                10 OAL-SITE   PIC 9(2).
                10 OAL-SEG    PIC 9(3).
                10 OAL-STATUS PIC X.
                10 OAL-OPER   PIC X(8).
                10 OAL-AGE    PIC S9(5).
                10 OAL-TYPE   PIC X(4).
         01 WS-ALERT-COUNT PIC 9(3).
         01 WS-ALERT-OVER  PIC 9(5).
         01 WS-ALERT-SUB   PIC 9(3).
         01 WS-PAGE-FIRST  PIC 9(3).
         01 WS-PAGE-SIZE   PIC 9(2) VALUE 8.
         01 WS-PAGE-NUM    PIC 9(3).
         01 WS-PAGE-COUNT  PIC 9(3).

         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-SEG-ED      PIC Z(3).
         01 WS-NUM-SEG-ED  PIC Z(3).
         01 WS-CASE-ED     PIC Z(6).
         01 WS-AGE-ED      PIC Z(4)9.
         01 WS-LINE-ED     PIC Z9.
         01 WS-CONSEC-ED   PIC Z(2)9.
         01 WS-STA-ED      PIC Z(3)9.
         01 WS-SUSP-ED     PIC Z(3)9.
         01 WS-ALERT-ED    PIC Z(2)9.
         01 WS-PAGE-ED     PIC Z(2)9.
         01 WS-PAGES-ED    PIC Z(2)9.
         01 WS-HITS-ED     PIC Z(6)9.
         01 WS-YES-ED      PIC Z(6)9.
         01 WS-NO-ED       PIC Z(6)9.
         01 WS-ERR-ED      PIC Z(6)9.
         01 WS-EXC-ED      PIC Z(6)9.
         01 WS-SUS-ED      PIC Z(6)9.
         01 WS-XMIN-ED     PIC -ZZZZZ9.
         01 WS-XMAX-ED     PIC -ZZZZZ9.
         01 WS-YMIN-ED     PIC -ZZZZZ9.
         01 WS-YMAX-ED     PIC -ZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABSTIME)
                YYYYMMDD (WS-DATE-8)
                TIME (WS-TIME-8)
            END-EXEC
            MOVE WS-DATE-8 TO WS-TODAY-NUM
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
            COMPUTE WS-WEEK-START =
                FUNCTION DATE-OF-INTEGER (WS-TODAY-INT - 6)

            EXEC CICS SEND TEXT
                FROM (WS-PROMPT-TEXT)
                LENGTH (LENGTH OF WS-PROMPT-TEXT)
                ERASE
            END-EXEC

            PERFORM UNTIL EXIT-REQUESTED
                MOVE SPACES TO WS-INPUT-AREA
                MOVE 60 TO WS-RECEIVE-LEN
                EXEC CICS RECEIVE
                    INTO (WS-INPUT-AREA)
                    LENGTH (WS-RECEIVE-LEN)
                    RESP (WS-RESP)
                END-EXEC
                MOVE EIBAID TO WS-AID-CODE
                PERFORM PROCESS-ONE-COMMAND
            END-PERFORM

            EXEC CICS RETURN END-EXEC.

        PROCESS-ONE-COMMAND.
            MOVE SPACES TO WS-MESSAGE
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-T-COMMAND
            UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                INTO WS-T-COMMAND
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            EVALUATE TRUE
                WHEN AID-PF3 OR AID-CLEAR
                    SET EXIT-REQUESTED TO TRUE
                WHEN WS-T-COMMAND EQUAL "X"
                    SET EXIT-REQUESTED TO TRUE
                WHEN AID-PF8 OR WS-T-COMMAND EQUAL "F"
                    PERFORM PAGE-FORWARD
                WHEN AID-PF7 OR WS-T-COMMAND EQUAL "B"
                    PERFORM PAGE-BACK
                WHEN AID-PF5 OR WS-T-COMMAND EQUAL "T"
                    PERFORM TRANSFER-TO-TRIAGE
                WHEN OTHER
                    PERFORM LOAD-ZONE-DASHBOARD
            END-EVALUATE
            IF EXIT-REQUESTED
                EXIT PARAGRAPH
            END-IF
            PERFORM BUILD-DISPLAY
            PERFORM SEND-DISPLAY.

        LOAD-ZONE-DASHBOARD.
            MOVE 1 TO WS-PARSE-PTR
            MOVE ZERO TO WS-ZONE-ID WS-SITE-ID
            UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                INTO WS-ZONE-ID WS-SITE-ID
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-SITE-ID NOT NUMERIC OR WS-SITE-ID = ZERO
                MOVE 1 TO WS-SITE-ID
            END-IF
            IF WS-ZONE-ID NOT NUMERIC OR WS-ZONE-ID = ZERO
                MOVE "N" TO WS-ZONE-SW
                MOVE "** ZONE ID MUST BE NUMERIC" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-ZONE-SW
            MOVE WS-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            EXEC CICS READ
                DATASET ('OBSTRMST')
                INTO (MASTER-REC)
                RIDFLD (MAST-KEY)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE WS-ZONE-ID TO WS-ZONE-ID-ED
                STRING "** ZONE " WS-ZONE-ID-ED " SITE " WS-SITE-ID
                    " NOT ON OBSTRMASTER"
                    DELIMITED BY SIZE INTO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF
            SET ZONE-LOADED TO TRUE
            PERFORM TAKE-VERDICT-COUNTS
            PERFORM TAKE-TOP-SEGMENTS
            PERFORM TAKE-BREACH-ENTRY
            PERFORM TAKE-STATION-COUNTS
            PERFORM TAKE-OPEN-ALERTS
            MOVE 1 TO WS-PAGE-FIRST.

        TAKE-VERDICT-COUNTS.
            INITIALIZE WS-DAY-COUNTS WS-WEEK-COUNTS
            MOVE WS-SITE-ID TO ZSUM-SITE
            MOVE WS-ZONE-ID TO ZSUM-ZONE
            MOVE WS-WEEK-START TO ZSUM-DATE
            EXEC CICS STARTBR
                DATASET ('ZONESUMM')
                RIDFLD (ZSUM-KEY)
                GTEQ
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-RESP NOT EQUAL DFHRESP(NORMAL)
                EXEC CICS READNEXT
                    DATASET ('ZONESUMM')
                    INTO (ZSUM-REC)
                    RIDFLD (ZSUM-KEY)
                    RESP (WS-RESP)
                END-EXEC
                IF WS-RESP EQUAL DFHRESP(NORMAL)
                    IF ZSUM-SITE NOT EQUAL WS-SITE-ID
                            OR ZSUM-ZONE NOT EQUAL WS-ZONE-ID
                            OR ZSUM-DATE > WS-TODAY-NUM
                        MOVE DFHRESP(ENDFILE) TO WS-RESP
                    ELSE
                        ADD ZSUM-YES TO WS-WEEK-YES
                        ADD ZSUM-NO  TO WS-WEEK-NO
                        ADD ZSUM-ERR TO WS-WEEK-ERR
                        ADD ZSUM-EXC TO WS-WEEK-EXC
                        ADD ZSUM-SUS TO WS-WEEK-SUS
                        IF ZSUM-DATE EQUAL WS-TODAY-NUM
                            MOVE ZSUM-YES TO WS-DAY-YES
                            MOVE ZSUM-NO  TO WS-DAY-NO
                            MOVE ZSUM-ERR TO WS-DAY-ERR
                            MOVE ZSUM-EXC TO WS-DAY-EXC
                            MOVE ZSUM-SUS TO WS-DAY-SUS
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                DATASET ('ZONESUMM')
            END-EXEC.

        TAKE-TOP-SEGMENTS.
            INITIALIZE WS-SEG-HITS-TABLE WS-TOP-TABLE
            MOVE WS-SITE-ID TO SSUM-SITE
            MOVE WS-ZONE-ID TO SSUM-ZONE
            MOVE WS-WEEK-START TO SSUM-DATE
            MOVE ZERO TO SSUM-SEG
            EXEC CICS STARTBR
                DATASET ('SEGSUMM')
                RIDFLD (SSUM-KEY)
                GTEQ
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-RESP NOT EQUAL DFHRESP(NORMAL)
                EXEC CICS READNEXT
                    DATASET ('SEGSUMM')
                    INTO (SSUM-REC)
                    RIDFLD (SSUM-KEY)
                    RESP (WS-RESP)
                END-EXEC
                IF WS-RESP EQUAL DFHRESP(NORMAL)
                    IF SSUM-SITE NOT EQUAL WS-SITE-ID
                            OR SSUM-ZONE NOT EQUAL WS-ZONE-ID
                            OR SSUM-DATE > WS-TODAY-NUM
                        MOVE DFHRESP(ENDFILE) TO WS-RESP
                    ELSE
                        IF SSUM-SEG > ZERO AND SSUM-SEG <= 100
                            ADD SSUM-HITS TO WS-SEG-HITS (SSUM-SEG)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                DATASET ('SEGSUMM')
            END-EXEC
            PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
                UNTIL WS-TOP-RANK > 3
                PERFORM PICK-NEXT-TOP-SEGMENT
            END-PERFORM.

        PICK-NEXT-TOP-SEGMENT.
            MOVE ZERO TO WS-TOP-SUB WS-TOP-HITS
            PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                UNTIL WS-SEG-SUB > 100
                IF WS-SEG-HITS (WS-SEG-SUB) > WS-TOP-HITS
                    MOVE WS-SEG-SUB TO WS-TOP-SUB
                    MOVE WS-SEG-HITS (WS-SEG-SUB) TO WS-TOP-HITS
                END-IF
            END-PERFORM
            IF WS-TOP-SUB > ZERO
                MOVE WS-TOP-SUB TO TOP-SEG (WS-TOP-RANK)
                MOVE WS-TOP-HITS TO TOP-HITS (WS-TOP-RANK)
                MOVE ZERO TO WS-SEG-HITS (WS-TOP-SUB)
            END-IF.

        TAKE-BREACH-ENTRY.
            MOVE WS-SITE-ID TO BRG-SITE
            MOVE WS-ZONE-ID TO BRG-ZONE
            EXEC CICS READ
                DATASET ('BREACHRG')
                INTO (BRG-REC)
                RIDFLD (BRG-KEY)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE SPACE TO BRG-STATUS
            END-IF.

        TAKE-STATION-COUNTS.
            MOVE ZERO TO WS-ACTIVE-STA WS-SUSP-STA
            MOVE WS-SITE-ID TO STA-SITE-ID
            MOVE ZERO TO STA-ID
            EXEC CICS STARTBR
                DATASET ('STATMAST')
                RIDFLD (STA-KEY)
                GTEQ
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-RESP NOT EQUAL DFHRESP(NORMAL)
                EXEC CICS READNEXT
                    DATASET ('STATMAST')
                    INTO (STATION-REC)
                    RIDFLD (STA-KEY)
                    RESP (WS-RESP)
                END-EXEC
                IF WS-RESP EQUAL DFHRESP(NORMAL)
                    IF STA-SITE-ID NOT EQUAL WS-SITE-ID
                        MOVE DFHRESP(ENDFILE) TO WS-RESP
                    ELSE
                        IF STA-ZONE-ID EQUAL WS-ZONE-ID
                            IF STA-ACTIVE
                                ADD 1 TO WS-ACTIVE-STA
                            END-IF
                            IF STA-SUSPENDED
                                ADD 1 TO WS-SUSP-STA
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                DATASET ('STATMAST')
            END-EXEC.

        TAKE-OPEN-ALERTS.
            MOVE ZERO TO WS-ALERT-COUNT WS-ALERT-OVER
            MOVE ZERO TO ALM-DATE ALM-CASE ALM-SITE
            EXEC CICS STARTBR
                DATASET ('ALERTMST')
                RIDFLD (ALM-KEY)
                GTEQ
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-RESP NOT EQUAL DFHRESP(NORMAL)
                EXEC CICS READNEXT
                    DATASET ('ALERTMST')
                    INTO (ALM-REC)
                    RIDFLD (ALM-KEY)
                    RESP (WS-RESP)
                END-EXEC
                IF WS-RESP EQUAL DFHRESP(NORMAL)
                    IF ALM-SITE EQUAL WS-SITE-ID
                            AND ALM-ZONE EQUAL WS-ZONE-ID
                            AND ALM-STATUS NOT EQUAL "R"
                        PERFORM KEEP-OPEN-ALERT
                    END-IF
                END-IF
            END-PERFORM
            EXEC CICS ENDBR
                DATASET ('ALERTMST')
            END-EXEC.

        KEEP-OPEN-ALERT.
            IF WS-ALERT-COUNT >= 200
                ADD 1 TO WS-ALERT-OVER
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ALERT-COUNT
            MOVE ALM-DATE TO OAL-DATE (WS-ALERT-COUNT)
            MOVE ALM-CASE TO OAL-CASE (WS-ALERT-COUNT)
            MOVE ALM-SITE TO OAL-SITE (WS-ALERT-COUNT)
            MOVE ALM-SEG TO OAL-SEG (WS-ALERT-COUNT)
            MOVE ALM-STATUS TO OAL-STATUS (WS-ALERT-COUNT)
            MOVE ALM-ACK-OPER TO OAL-OPER (WS-ALERT-COUNT)
            MOVE ALM-OBS-TYPE TO OAL-TYPE (WS-ALERT-COUNT)
            MOVE ZERO TO OAL-AGE (WS-ALERT-COUNT)
            IF ALM-DATE NUMERIC AND ALM-DATE > ZERO
                COMPUTE OAL-AGE (WS-ALERT-COUNT) = WS-TODAY-INT
                    - FUNCTION INTEGER-OF-DATE (ALM-DATE)
            END-IF.

        PAGE-FORWARD.
            IF NOT ZONE-LOADED
                MOVE "** ENTER A ZONE ID FIRST" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF
            IF WS-PAGE-FIRST + WS-PAGE-SIZE > WS-ALERT-COUNT
                MOVE "** LAST PAGE OF OPEN ALERTS" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF
            ADD WS-PAGE-SIZE TO WS-PAGE-FIRST.

        PAGE-BACK.
            IF NOT ZONE-LOADED
                MOVE "** ENTER A ZONE ID FIRST" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF
            IF WS-PAGE-FIRST <= WS-PAGE-SIZE
                MOVE 1 TO WS-PAGE-FIRST
                MOVE "** FIRST PAGE OF OPEN ALERTS" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF
            SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-FIRST.

        TRANSFER-TO-TRIAGE.
            IF NOT ZONE-LOADED
                MOVE "** ENTER A ZONE ID FIRST" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF
            IF WS-T-COMMAND NOT EQUAL "T"
                MOVE 1 TO WS-PARSE-PTR
            END-IF
            MOVE ZERO TO WS-PICK-LINE
            UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                INTO WS-PICK-LINE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-PICK-LINE NOT NUMERIC
                    OR WS-PICK-LINE < 1 OR WS-PICK-LINE > WS-PAGE-SIZE
                MOVE "** KEY AN ALERT LINE NUMBER (LN) FROM THIS PAGE"
                    TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-ALERT-SUB = WS-PAGE-FIRST + WS-PICK-LINE - 1
            IF WS-ALERT-SUB > WS-ALERT-COUNT
                MOVE "** LINE NUMBER NOT ON THIS PAGE" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF
            MOVE OAL-DATE (WS-ALERT-SUB) TO TRIA-DATE
            MOVE OAL-CASE (WS-ALERT-SUB) TO TRIA-CASE
            MOVE OAL-SITE (WS-ALERT-SUB) TO TRIA-SITE
            EXEC CICS XCTL
                PROGRAM ('ALRTTRIA')
                COMMAREA (WS-TRIA-COMMAREA)
                LENGTH (LENGTH OF WS-TRIA-COMMAREA)
                RESP (WS-RESP)
            END-EXEC
            MOVE "** ALERT TRIAGE NOT AVAILABLE - XCTL FAILED"
                TO WS-MESSAGE.

        BUILD-DISPLAY.
            MOVE SPACES TO WS-DISPLAY-AREA
            MOVE ZERO TO WS-LINE-SUB
            IF ZONE-LOADED
                PERFORM FORMAT-ZONE-LINES
                PERFORM FORMAT-COUNT-LINES
                PERFORM FORMAT-TOP-SEGMENT-LINES
                PERFORM FORMAT-BREACH-LINE
                PERFORM FORMAT-ALERT-PAGE
            END-IF
            ADD 1 TO WS-LINE-SUB
            MOVE WS-MESSAGE TO WS-DISPLAY-LINE (WS-LINE-SUB)
            ADD 1 TO WS-LINE-SUB
            MOVE WS-PROMPT-TEXT TO WS-DISPLAY-LINE (WS-LINE-SUB).

        FORMAT-ZONE-LINES.
            MOVE WS-ZONE-ID TO WS-ZONE-ID-ED
            MOVE MAST-NUM-SEGMENTS TO WS-NUM-SEG-ED
            ADD 1 TO WS-LINE-SUB
            STRING "ZONE STATUS  SITE " WS-SITE-ID
                "  ZONE " WS-ZONE-ID-ED
                "  SEGMENTS " WS-NUM-SEG-ED
                "  AS OF " WS-DATE-8 " " WS-TIME-8 (1:4)
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            MOVE MAST-BOUND-X-MIN TO WS-XMIN-ED
            MOVE MAST-BOUND-X-MAX TO WS-XMAX-ED
            MOVE MAST-BOUND-Y-MIN TO WS-YMIN-ED
            MOVE MAST-BOUND-Y-MAX TO WS-YMAX-ED
            ADD 1 TO WS-LINE-SUB
            STRING "BOUNDS  X " WS-XMIN-ED " TO " WS-XMAX-ED
                "   Y " WS-YMIN-ED " TO " WS-YMAX-ED
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            MOVE WS-ACTIVE-STA TO WS-STA-ED
            MOVE WS-SUSP-STA TO WS-SUSP-ED
            ADD 1 TO WS-LINE-SUB
            STRING "STATIONS  ACTIVE=" WS-STA-ED
                "  SUSPENDED=" WS-SUSP-ED
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB).

        FORMAT-COUNT-LINES.
            ADD 1 TO WS-LINE-SUB
            MOVE "VERDICTS           YES       NO      ERR      EXC
      -         "SUS" TO WS-DISPLAY-LINE (WS-LINE-SUB)
            MOVE WS-DAY-YES TO WS-YES-ED
            MOVE WS-DAY-NO TO WS-NO-ED
            MOVE WS-DAY-ERR TO WS-ERR-ED
            MOVE WS-DAY-EXC TO WS-EXC-ED
            MOVE WS-DAY-SUS TO WS-SUS-ED
            ADD 1 TO WS-LINE-SUB
            STRING "TODAY        " WS-YES-ED "  " WS-NO-ED
                "  " WS-ERR-ED "  " WS-EXC-ED "  " WS-SUS-ED
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            MOVE WS-WEEK-YES TO WS-YES-ED
            MOVE WS-WEEK-NO TO WS-NO-ED
            MOVE WS-WEEK-ERR TO WS-ERR-ED
            MOVE WS-WEEK-EXC TO WS-EXC-ED
            MOVE WS-WEEK-SUS TO WS-SUS-ED
            ADD 1 TO WS-LINE-SUB
            STRING "LAST 7 DAYS  " WS-YES-ED "  " WS-NO-ED
                "  " WS-ERR-ED "  " WS-EXC-ED "  " WS-SUS-ED
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB).

        FORMAT-TOP-SEGMENT-LINES.
            IF TOP-SEG (1) = ZERO
                ADD 1 TO WS-LINE-SUB
                MOVE "TOP HIT SEGMENTS (7 DAYS): NONE"
                    TO WS-DISPLAY-LINE (WS-LINE-SUB)
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-LINE-SUB
            MOVE "TOP HIT SEGMENTS (7 DAYS)   SEG  TYPE  DESCRIPTION
      -         "           HITS" TO WS-DISPLAY-LINE (WS-LINE-SUB)
            PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
                UNTIL WS-TOP-RANK > 3
                IF TOP-SEG (WS-TOP-RANK) > ZERO
                    MOVE TOP-SEG (WS-TOP-RANK) TO WS-SEG-SUB
                    MOVE WS-SEG-SUB TO WS-SEG-ED
                    MOVE TOP-HITS (WS-TOP-RANK) TO WS-HITS-ED
                    ADD 1 TO WS-LINE-SUB
                    STRING "                            " WS-SEG-ED
                        "  " MAST-OBS-TYPE (WS-SEG-SUB)
                        "  " MAST-OBS-DESC (WS-SEG-SUB)
                        "  " WS-HITS-ED
                        DELIMITED BY SIZE
                        INTO WS-DISPLAY-LINE (WS-LINE-SUB)
                END-IF
            END-PERFORM.

        FORMAT-BREACH-LINE.
            ADD 1 TO WS-LINE-SUB
            IF BRG-STATUS EQUAL "O"
                MOVE BRG-CONSEC TO WS-CONSEC-ED
                STRING "BREACH REGISTER: OPEN SINCE " BRG-OPEN-DATE
                    "  TIER " BRG-TIER
                    "  RUNS " WS-CONSEC-ED
                    "  " BRG-TEXT
                    DELIMITED BY SIZE
                    INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            ELSE
                MOVE "BREACH REGISTER: NO OPEN ENTRY"
                    TO WS-DISPLAY-LINE (WS-LINE-SUB)
            END-IF.

        FORMAT-ALERT-PAGE.
            MOVE WS-ALERT-COUNT TO WS-ALERT-ED
            IF WS-ALERT-COUNT = ZERO
                ADD 1 TO WS-LINE-SUB
                MOVE "OPEN ALERTS: NONE"
                    TO WS-DISPLAY-LINE (WS-LINE-SUB)
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-PAGE-NUM =
                (WS-PAGE-FIRST - 1) / WS-PAGE-SIZE + 1
            COMPUTE WS-PAGE-COUNT =
                (WS-ALERT-COUNT - 1) / WS-PAGE-SIZE + 1
            MOVE WS-PAGE-NUM TO WS-PAGE-ED
            MOVE WS-PAGE-COUNT TO WS-PAGES-ED
            ADD 1 TO WS-LINE-SUB
            STRING "OPEN ALERTS=" WS-ALERT-ED
                "   PAGE " WS-PAGE-ED " OF " WS-PAGES-ED
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            IF WS-ALERT-OVER > ZERO
                STRING "   (MORE THAN 200 - USE ALRTTRIA B)"
                    DELIMITED BY SIZE
                    INTO WS-DISPLAY-LINE (WS-LINE-SUB) (36:44)
            END-IF
            ADD 1 TO WS-LINE-SUB
            MOVE "LN  DATE        CASE  SEG  ST  AGE DAYS  TYPE  OPER"
                TO WS-DISPLAY-LINE (WS-LINE-SUB)
            PERFORM VARYING WS-PICK-LINE FROM 1 BY 1
                UNTIL WS-PICK-LINE > WS-PAGE-SIZE
                COMPUTE WS-ALERT-SUB =
                    WS-PAGE-FIRST + WS-PICK-LINE - 1
                IF WS-ALERT-SUB <= WS-ALERT-COUNT
                    PERFORM FORMAT-ALERT-LINE
                END-IF
            END-PERFORM.

        FORMAT-ALERT-LINE.
            MOVE WS-PICK-LINE TO WS-LINE-ED
            MOVE OAL-CASE (WS-ALERT-SUB) TO WS-CASE-ED
            MOVE OAL-SEG (WS-ALERT-SUB) TO WS-SEG-ED
            MOVE OAL-AGE (WS-ALERT-SUB) TO WS-AGE-ED
            ADD 1 TO WS-LINE-SUB
            STRING WS-LINE-ED "  " OAL-DATE (WS-ALERT-SUB)
                "  " WS-CASE-ED "  " WS-SEG-ED
                "   " OAL-STATUS (WS-ALERT-SUB)
                "   " WS-AGE-ED
                "     " OAL-TYPE (WS-ALERT-SUB)
                "  " OAL-OPER (WS-ALERT-SUB)
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB).

        SEND-DISPLAY.
            COMPUTE WS-DISPLAY-LEN = WS-LINE-SUB * 79
            EXEC CICS SEND TEXT
                FROM (WS-DISPLAY-AREA)
                LENGTH (WS-DISPLAY-LEN)
                ERASE
            END-EXEC.

        END PROGRAM ZONEDASH.
