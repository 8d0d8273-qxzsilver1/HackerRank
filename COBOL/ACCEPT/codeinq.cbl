        IDENTIFICATION DIVISION.
        PROGRAM-ID. CODEINQ.

        DATA DIVISION.
         WORKING-STORAGE SECTION.
         01 WS-PROMPT-TEXT PIC X(79) VALUE
             "ENTER CODE (UP TO 36 DIGITS) / A CODE = ALSO ARCHIVE / X =
      -      " EXIT".

         01 WS-INPUT-AREA  PIC X(60).
         01 WS-RECEIVE-LEN PIC S9(4) COMP.

         01 WS-DISPLAY-AREA.
             05 WS-DISPLAY-LINE OCCURS 24 TIMES PIC X(79).
         01 WS-DISPLAY-LEN PIC S9(4) COMP.
         01 WS-LINE-SUB    PIC 9(3).

         01 WS-EXIT-SW PIC X VALUE "N".
             88 EXIT-REQUESTED VALUE "Y".
         01 WS-ARCHIVE-SW PIC X.
             88 ARCHIVE-REQUESTED VALUE "Y".
         01 WS-WANT-CODE     PIC 9(36).
         01 WS-OUTPUT-CODE   PIC 9(36).
         01 WS-PARSE-PTR     PIC 9(4).
         01 WS-T-COMMAND     PIC X(4).

         01 WS-RESP      PIC S9(8) COMP.
         01 WS-ENQ-RESP  PIC S9(8) COMP.
         01 WS-ABSTIME   PIC S9(15) COMP-3.
         01 WS-DATE-8    PIC X(8).
         01 WS-TIME-8    PIC X(8).
         01 WS-TODAY-NUM PIC 9(8).

         01 CODES-REC.
             05 CODES-KEY        PIC 9(36).
             05 CODES-FIRST-DATE PIC 9(8).
             05 CODES-FIRST-TS   PIC X(14).
             05 CODES-LAST-DATE  PIC 9(8).
             05 CODES-LAST-TS    PIC X(14).
             05 CODES-SEEN-COUNT PIC 9(7).

         01 RULE-REC.
             05 RULE-KEY.
                10 RULE-FROM     PIC 9(2).
                10 RULE-EFF-FROM PIC 9(8).
             05 RULE-TO       PIC 9(2).
             05 RULE-EFF-TO   PIC 9(8).
             05 RULE-UPD-TS   PIC X(14).
             05 FILLER        PIC X(6).

         01 WS-RULE-FOUND-SW PIC X.
             88 ACTIVE-RULE-FOUND VALUE "Y".
         01 WS-RULE-SOURCE   PIC X.
             88 RULES-FROM-RULEFILE VALUE "F".
             88 RULES-BUILT-IN      VALUE "B".
         01 WS-RULE-COUNT    PIC 9(3) VALUE ZERO.
         01 WS-ACTIVE-RULE-TABLE.
             05 WS-ACTIVE-RULE OCCURS 100 TIMES
                                INDEXED BY RULE-IDX.
                10 ACT-FROM     PIC 9(2).
                10 ACT-TO       PIC 9(2).
                10 ACT-EFF-FROM PIC 9(8).
                10 ACT-EFF-TO   PIC 9(8).
                10 ACT-UPD-TS   PIC X(14).

         COPY XLATETBL.

         COPY CODEMAP.

         01 WS-AUDIT-LINE  PIC X(160).
         01 WS-AUDIT-LEN   PIC S9(4) COMP.
         01 WS-QUEUE-NAME  PIC X(4).
         01 WS-SOURCE-TEXT PIC X(4).
         01 WS-SPLIT-HEAD  PIC X(160).
         01 WS-SPLIT-TAIL  PIC X(160).
         01 WS-SPLIT-DELIM PIC X(11).
         01 WS-REC-CODE-N  PIC 9(36).

         01 WS-HIST-TABLE.
             05 WS-HIST-ENTRY OCCURS 10 TIMES.
                10 HIST-SOURCE PIC X(4).
                10 HIST-ACTION PIC X(8).
                10 HIST-TS     PIC X(14).
                10 HIST-OPER   PIC X(8).
                10 HIST-OUTPUT PIC X(36).
         01 WS-HIST-MAX    PIC 9(2) VALUE 10.
         01 WS-HIST-NEXT   PIC 9(2).
         01 WS-HIST-SUB    PIC 9(2).
         01 WS-HIST-SHOWN  PIC 9(2).
         01 WS-MATCH-COUNT PIC 9(7).
         01 WS-READ-COUNT  PIC 9(7).

         01 WS-COUNT-ED    PIC Z(6)9.
         01 WS-SHOWN-ED    PIC Z9.

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
            PERFORM LOAD-ACTIVE-RULES

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
                END-EXEC
                PERFORM PROCESS-ONE-INQUIRY
            END-PERFORM

            EXEC CICS RETURN END-EXEC.

        PROCESS-ONE-INQUIRY.
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-T-COMMAND
            UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                INTO WS-T-COMMAND
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-COMMAND EQUAL "X"
                SET EXIT-REQUESTED TO TRUE
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-ARCHIVE-SW
            IF WS-T-COMMAND EQUAL "A"
                SET ARCHIVE-REQUESTED TO TRUE
            ELSE
                MOVE 1 TO WS-PARSE-PTR
            END-IF
            MOVE ZERO TO WS-WANT-CODE
            UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                INTO WS-WANT-CODE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            MOVE SPACES TO WS-DISPLAY-AREA
            MOVE 1 TO WS-LINE-SUB
            IF WS-WANT-CODE NOT NUMERIC
                MOVE "** CODE MUST BE NUMERIC, UP TO 36 DIGITS"
                    TO WS-DISPLAY-LINE (1)
            ELSE
                STRING "CODE HISTORY FOR " WS-WANT-CODE
                    "  AS OF " WS-DATE-8
                    DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
                PERFORM SHOW-CODES-ENTRY
                PERFORM SHOW-RULE-IN-FORCE
                PERFORM SHOW-CODE-MAP
                PERFORM SHOW-AUDIT-HISTORY
            END-IF
            ADD 1 TO WS-LINE-SUB
            MOVE WS-PROMPT-TEXT TO WS-DISPLAY-LINE (WS-LINE-SUB)
            PERFORM SEND-DISPLAY.

        SHOW-CODES-ENTRY.
            ADD 1 TO WS-LINE-SUB
            MOVE WS-WANT-CODE TO CODES-KEY
            EXEC CICS READ
                DATASET ('CODESFIL')
                INTO (CODES-REC)
                RIDFLD (CODES-KEY)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE "CODESFILE: NOT ON FILE - NEVER ACCEPTED IN BATCH"
                    TO WS-DISPLAY-LINE (WS-LINE-SUB)
                EXIT PARAGRAPH
            END-IF
            MOVE CODES-SEEN-COUNT TO WS-COUNT-ED
            STRING "CODESFILE: FIRST SEEN " CODES-FIRST-TS
                "  LAST SEEN " CODES-LAST-TS
                "  SEEN=" WS-COUNT-ED
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB).

        LOAD-ACTIVE-RULES.
            SET RULES-FROM-RULEFILE TO TRUE
            MOVE ZERO TO RULE-FROM RULE-EFF-FROM
            EXEC CICS STARTBR
                DATASET ('RULEFILE')
                RIDFLD (RULE-KEY)
                GTEQ
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP EQUAL DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT EQUAL DFHRESP(NORMAL)
                    EXEC CICS READNEXT
                        DATASET ('RULEFILE')
                        INTO (RULE-REC)
                        RIDFLD (RULE-KEY)
                        RESP (WS-RESP)
                    END-EXEC
                    IF WS-RESP EQUAL DFHRESP(NORMAL)
                        IF RULE-EFF-FROM <= WS-TODAY-NUM
                                AND (RULE-EFF-TO = ZERO
                                     OR WS-TODAY-NUM <= RULE-EFF-TO)
                            PERFORM STORE-ACTIVE-RULE
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR
                    DATASET ('RULEFILE')
                END-EXEC
            END-IF
            IF WS-RULE-COUNT = ZERO
                SET RULES-BUILT-IN TO TRUE
                PERFORM VARYING WS-XLATE-IDX FROM 1 BY 1
                    UNTIL WS-XLATE-IDX > 10
                    ADD 1 TO WS-RULE-COUNT
                    SET RULE-IDX TO WS-RULE-COUNT
                    MOVE WS-XLATE-FROM (WS-XLATE-IDX)
                        TO ACT-FROM (RULE-IDX)
                    MOVE WS-XLATE-TO (WS-XLATE-IDX)
                        TO ACT-TO (RULE-IDX)
                    MOVE ZERO TO ACT-EFF-FROM (RULE-IDX)
                        ACT-EFF-TO (RULE-IDX)
                    MOVE SPACES TO ACT-UPD-TS (RULE-IDX)
                END-PERFORM
            END-IF.

        STORE-ACTIVE-RULE.
            MOVE "N" TO WS-RULE-FOUND-SW
            PERFORM VARYING RULE-IDX FROM 1 BY 1
                UNTIL RULE-IDX > WS-RULE-COUNT
                    OR ACTIVE-RULE-FOUND
                IF ACT-FROM (RULE-IDX) EQUAL RULE-FROM
                    SET ACTIVE-RULE-FOUND TO TRUE
                    PERFORM MOVE-RULE-TO-TABLE
                END-IF
            END-PERFORM
            IF NOT ACTIVE-RULE-FOUND
                IF WS-RULE-COUNT < 100
                    ADD 1 TO WS-RULE-COUNT
                    SET RULE-IDX TO WS-RULE-COUNT
                    PERFORM MOVE-RULE-TO-TABLE
                END-IF
            END-IF.

        MOVE-RULE-TO-TABLE.
            MOVE RULE-FROM TO ACT-FROM (RULE-IDX)
            MOVE RULE-TO TO ACT-TO (RULE-IDX)
            MOVE RULE-EFF-FROM TO ACT-EFF-FROM (RULE-IDX)
            MOVE RULE-EFF-TO TO ACT-EFF-TO (RULE-IDX)
            MOVE RULE-UPD-TS TO ACT-UPD-TS (RULE-IDX).

        SHOW-RULE-IN-FORCE.
            ADD 1 TO WS-LINE-SUB
            MOVE "N" TO WS-RULE-FOUND-SW
            SET RULE-IDX TO 1
            SEARCH WS-ACTIVE-RULE
                AT END
                    MOVE WS-XLATE-DEFAULT-TO TO WS-OUTPUT-CODE
                WHEN RULE-IDX > WS-RULE-COUNT
                    MOVE WS-XLATE-DEFAULT-TO TO WS-OUTPUT-CODE
                WHEN ACT-FROM (RULE-IDX) EQUAL WS-WANT-CODE
                    MOVE ACT-TO (RULE-IDX) TO WS-OUTPUT-CODE
                    SET ACTIVE-RULE-FOUND TO TRUE
            END-SEARCH
            EVALUATE TRUE
                WHEN NOT ACTIVE-RULE-FOUND
                    STRING "RULE IN FORCE: NONE - DEFAULT OUTPUT "
                        WS-XLATE-DEFAULT-TO
                        DELIMITED BY SIZE
                        INTO WS-DISPLAY-LINE (WS-LINE-SUB)
                WHEN RULES-BUILT-IN
                    STRING "RULE IN FORCE: " ACT-FROM (RULE-IDX)
                        " TO " ACT-TO (RULE-IDX)
                        " FROM THE BUILT-IN TABLE (RULEFILE HAS NO"
                        " RULES IN FORCE)"
                        DELIMITED BY SIZE
                        INTO WS-DISPLAY-LINE (WS-LINE-SUB)
                WHEN OTHER
                    STRING "RULE IN FORCE: " ACT-FROM (RULE-IDX)
                        " TO " ACT-TO (RULE-IDX)
                        "  EFFECTIVE " ACT-EFF-FROM (RULE-IDX)
                        " THRU " ACT-EFF-TO (RULE-IDX)
                        "  CHANGED " ACT-UPD-TS (RULE-IDX)
                        DELIMITED BY SIZE
                        INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            END-EVALUATE.

        SHOW-CODE-MAP.
            ADD 1 TO WS-LINE-SUB
            MOVE WS-OUTPUT-CODE TO CMAP-CODE
            EXEC CICS READ
                DATASET ('CODEMAP')
                INTO (CMAP-REC)
                RIDFLD (CMAP-CODE)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE "CODEMAP: OUTPUT CODE NOT MAPPED TO ANY STATION"
                    TO WS-DISPLAY-LINE (WS-LINE-SUB)
                EXIT PARAGRAPH
            END-IF
            STRING "CODEMAP: BRIDGES TO STATION " CMAP-STATION
                " DEPT " CMAP-DEPT
                "  EFFECTIVE " CMAP-EFF-DATE
                " THRU " CMAP-EXP-DATE
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            IF CMAP-EFF-DATE > WS-TODAY-NUM
                    OR (CMAP-EXP-DATE NOT = ZERO
                        AND CMAP-EXP-DATE < WS-TODAY-NUM)
                ADD 1 TO WS-LINE-SUB
                MOVE "         ** MAPPING NOT IN EFFECT TODAY"
                    TO WS-DISPLAY-LINE (WS-LINE-SUB)
            END-IF.

        SHOW-AUDIT-HISTORY.
            MOVE ZERO TO WS-MATCH-COUNT WS-READ-COUNT WS-HIST-SHOWN
            MOVE 1 TO WS-HIST-NEXT
            INITIALIZE WS-HIST-TABLE
            EXEC CICS ENQ
                RESOURCE ('CODEINQ-AUDIT')
                LENGTH (13)
                RESP (WS-ENQ-RESP)
            END-EXEC
            IF ARCHIVE-REQUESTED
                MOVE "AUDR" TO WS-QUEUE-NAME
                MOVE "ARCH" TO WS-SOURCE-TEXT
                PERFORM SCAN-AUDIT-QUEUE
            END-IF
            MOVE "AUDL" TO WS-QUEUE-NAME
            MOVE "LIVE" TO WS-SOURCE-TEXT
            PERFORM SCAN-AUDIT-QUEUE
            EXEC CICS DEQ
                RESOURCE ('CODEINQ-AUDIT')
                LENGTH (13)
            END-EXEC
            MOVE WS-MATCH-COUNT TO WS-COUNT-ED
            ADD 1 TO WS-LINE-SUB
            IF ARCHIVE-REQUESTED
                STRING "AUDIT ENTRIES (LIVE AND LATEST ARCHIVE)="
                    WS-COUNT-ED
                    DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            ELSE
                STRING "AUDIT ENTRIES (LIVE FILE)=" WS-COUNT-ED
                    "  - A CODE ALSO SEARCHES THE ARCHIVE"
                    DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            END-IF
            IF WS-MATCH-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-LINE-SUB
            MOVE "FROM ACTION   RUN-TS         OPER      OUTPUT"
                TO WS-DISPLAY-LINE (WS-LINE-SUB)
            MOVE WS-HIST-NEXT TO WS-HIST-SUB
            PERFORM UNTIL WS-HIST-SHOWN >= WS-HIST-MAX
                    OR WS-HIST-SHOWN >= WS-MATCH-COUNT
                IF WS-HIST-SUB = 1
                    MOVE WS-HIST-MAX TO WS-HIST-SUB
                ELSE
                    SUBTRACT 1 FROM WS-HIST-SUB
                END-IF
                ADD 1 TO WS-HIST-SHOWN
                ADD 1 TO WS-LINE-SUB
                STRING HIST-SOURCE (WS-HIST-SUB)
                    " " HIST-ACTION (WS-HIST-SUB)
                    " " HIST-TS (WS-HIST-SUB)
                    " " HIST-OPER (WS-HIST-SUB)
                    "  " HIST-OUTPUT (WS-HIST-SUB)
                    DELIMITED BY SIZE
                    INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            END-PERFORM
            IF WS-MATCH-COUNT > WS-HIST-MAX
                MOVE WS-HIST-SHOWN TO WS-SHOWN-ED
                ADD 1 TO WS-LINE-SUB
                STRING "  MOST RECENT " WS-SHOWN-ED
                    " SHOWN - RUN AUDRETRV FOR THE FULL HISTORY"
                    DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            END-IF.

        SCAN-AUDIT-QUEUE.
            EXEC CICS SET TDQUEUE (WS-QUEUE-NAME)
                OPEN
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                ADD 1 TO WS-LINE-SUB
                STRING "** " WS-SOURCE-TEXT
                    " AUDIT FILE NOT AVAILABLE ONLINE (QUEUE "
                    WS-QUEUE-NAME ")"
                    DELIMITED BY SIZE INTO WS-DISPLAY-LINE (WS-LINE-SUB)
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE SPACES TO WS-AUDIT-LINE
                MOVE 160 TO WS-AUDIT-LEN
                EXEC CICS READQ TD
                    QUEUE (WS-QUEUE-NAME)
                    INTO (WS-AUDIT-LINE)
                    LENGTH (WS-AUDIT-LEN)
                    RESP (WS-RESP)
                END-EXEC
                IF WS-RESP EQUAL DFHRESP(NORMAL)
                    ADD 1 TO WS-READ-COUNT
                    PERFORM MATCH-ONE-AUDIT-LINE
                END-IF
            END-PERFORM
            EXEC CICS SET TDQUEUE (WS-QUEUE-NAME)
                CLOSED
            END-EXEC.

        MATCH-ONE-AUDIT-LINE.
            MOVE SPACES TO WS-SPLIT-HEAD WS-SPLIT-TAIL
            UNSTRING WS-AUDIT-LINE DELIMITED BY "ORIGINAL="
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
                EXIT PARAGRAPH
            END-IF
            IF WS-REC-CODE-N NOT EQUAL WS-WANT-CODE
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-MATCH-COUNT
            MOVE WS-SOURCE-TEXT TO HIST-SOURCE (WS-HIST-NEXT)
            MOVE WS-SPLIT-HEAD (1:8) TO HIST-ACTION (WS-HIST-NEXT)
            MOVE SPACES TO WS-SPLIT-HEAD WS-SPLIT-TAIL WS-SPLIT-DELIM
            UNSTRING WS-AUDIT-LINE
                DELIMITED BY "OUTPUT=" OR "TRANSLATED=" OR "FIXED="
                INTO WS-SPLIT-HEAD DELIMITER IN WS-SPLIT-DELIM
                     WS-SPLIT-TAIL
            END-UNSTRING
            IF HIST-ACTION (WS-HIST-NEXT) EQUAL SPACES
                IF WS-SPLIT-DELIM EQUAL "TRANSLATED="
                    MOVE "ONLINE" TO HIST-ACTION (WS-HIST-NEXT)
                ELSE
                    MOVE "BATCH" TO HIST-ACTION (WS-HIST-NEXT)
                END-IF
            END-IF
            UNSTRING WS-SPLIT-TAIL DELIMITED BY ALL SPACE
                INTO HIST-OUTPUT (WS-HIST-NEXT)
            END-UNSTRING
            MOVE SPACES TO WS-SPLIT-HEAD WS-SPLIT-TAIL
            UNSTRING WS-AUDIT-LINE DELIMITED BY "RUN-TS="
                INTO WS-SPLIT-HEAD WS-SPLIT-TAIL
            END-UNSTRING
            MOVE WS-SPLIT-TAIL (1:14) TO HIST-TS (WS-HIST-NEXT)
            MOVE SPACES TO WS-SPLIT-HEAD WS-SPLIT-TAIL
            UNSTRING WS-AUDIT-LINE DELIMITED BY "OPER="
                INTO WS-SPLIT-HEAD WS-SPLIT-TAIL
            END-UNSTRING
            IF WS-SPLIT-TAIL EQUAL SPACES
                MOVE "*UNKNOWN" TO HIST-OPER (WS-HIST-NEXT)
            ELSE
                MOVE WS-SPLIT-TAIL (1:8) TO HIST-OPER (WS-HIST-NEXT)
            END-IF
            IF WS-HIST-NEXT = WS-HIST-MAX
                MOVE 1 TO WS-HIST-NEXT
            ELSE
                ADD 1 TO WS-HIST-NEXT
            END-IF.

        SEND-DISPLAY.
            COMPUTE WS-DISPLAY-LEN = WS-LINE-SUB * 79
            EXEC CICS SEND TEXT
                FROM (WS-DISPLAY-AREA)
                LENGTH (WS-DISPLAY-LEN)
                ERASE
            END-EXEC.

        END PROGRAM CODEINQ.
