                10 LOG-DATE  PIC 9(8).
                10 LOG-COUNT PIC 9(7).
                10 LOG-HASH  PIC S9(12).
                10 LOG-SITE  PIC 9(2).
         01 WS-RCPT-COUNT PIC 9(3) VALUE ZERO.
         01 WS-RCPT-TABLE.
             05 WS-RCPT-ENTRY OCCURS 500 TIMES.
         01 WS-T-HASH-X PIC X(14).
         01 WS-T-HASH  PIC S9(12).
         01 WS-T-STATUS PIC X.
         01 WS-T-SITE  PIC X(4).
         01 WS-SITE-SUB PIC 9(3).
         01 WS-SITE-TABLE.
             05 WS-SITE-ENTRY OCCURS 99 TIMES.
                10 SV-LOGGED    PIC 9(3).
                10 SV-CONFIRMED PIC 9(3).
                10 SV-PROBLEMS  PIC 9(3).
         01 WS-LOG-SUB PIC 9(3).
         01 WS-LOG-SHIFT-SUB PIC 9(3).
         01 WS-LOG-SKIPPED PIC 9(5) VALUE ZERO.
         01 WS-COUNT-ED2 PIC Z(6)9.
         01 WS-HASH-ED  PIC -Z(11)9.
         01 WS-HASH-ED2 PIC -Z(11)9.
         01 WS-COUNT-ED3 PIC Z(6)9.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
                WS-RUN-TS (1:10)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            INITIALIZE WS-SITE-TABLE
            PERFORM LOAD-EXTRACT-LOG
            PERFORM LOAD-RECEIPTS
            PERFORM MATCH-ALL-EXTRACTS
            PERFORM UNTIL EOF
                MOVE 1 TO WS-PARSE-PTR
                MOVE ZERO TO WS-T-SEQ WS-T-DATE WS-T-COUNT
                MOVE SPACES TO WS-T-HASH-X WS-T-SITE
                UNSTRING EXL-LINE DELIMITED BY ALL SPACE
                    INTO WS-T-SEQ WS-T-DATE WS-T-COUNT WS-T-HASH-X
                         WS-T-SITE
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-T-SEQ NUMERIC AND WS-T-SEQ NOT = ZERO
            MOVE WS-T-DATE TO LOG-DATE (WS-LOG-COUNT)
            MOVE WS-T-COUNT TO LOG-COUNT (WS-LOG-COUNT)
            COMPUTE LOG-HASH (WS-LOG-COUNT) =
                FUNCTION NUMVAL (WS-T-HASH-X)
            IF WS-T-SITE (1:2) IS NUMERIC
                    AND WS-T-SITE (1:2) NOT EQUAL "00"
                MOVE WS-T-SITE (1:2) TO LOG-SITE (WS-LOG-COUNT)
            ELSE
                MOVE 1 TO LOG-SITE (WS-LOG-COUNT)
            END-IF.

        LOAD-RECEIPTS.
            OPEN INPUT RECEIPTS
                END-IF
            END-PERFORM
            MOVE LOG-SEQ (WS-LOG-SUB) TO WS-SEQ-ED
            MOVE LOG-SITE (WS-LOG-SUB) TO WS-SITE-SUB
            ADD 1 TO SV-LOGGED (WS-SITE-SUB)
            IF WS-FOUND-SUB = ZERO
                COMPUTE WS-SENT-INT = FUNCTION INTEGER-OF-DATE
                    (LOG-DATE (WS-LOG-SUB))
                COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SENT-INT
                IF WS-AGE-DAYS > 1
                    ADD 1 TO WS-PROBLEM-COUNT
                    ADD 1 TO SV-PROBLEMS (WS-SITE-SUB)
                    MOVE SPACES TO RPT-REC
                    STRING "** EXTRACT " WS-SEQ-ED
                        " SITE " LOG-SITE (WS-LOG-SUB)
                        " SENT " LOG-DATE (WS-LOG-SUB)
                        " HAS NO RECEIPT - UNCONFIRMED"
                        DELIMITED BY SIZE INTO RPT-REC
                ELSE
                    MOVE SPACES TO RPT-REC
                    STRING "   EXTRACT " WS-SEQ-ED
                        " SITE " LOG-SITE (WS-LOG-SUB)
                        " SENT " LOG-DATE (WS-LOG-SUB)
                        " - RECEIPT STILL DUE"
                        DELIMITED BY SIZE INTO RPT-REC
            MOVE "Y" TO RCP-USED (WS-FOUND-SUB)
            IF RCP-STATUS (WS-FOUND-SUB) NOT = "A"
                ADD 1 TO WS-PROBLEM-COUNT
                ADD 1 TO SV-PROBLEMS (WS-SITE-SUB)
                MOVE SPACES TO RPT-REC
                STRING "** EXTRACT " WS-SEQ-ED
                    " SITE " LOG-SITE (WS-LOG-SUB)
                    " REJECTED BY LOADER - STATUS "
                    RCP-STATUS (WS-FOUND-SUB)
                    DELIMITED BY SIZE INTO RPT-REC
            IF RCP-COUNT (WS-FOUND-SUB)
                    NOT = LOG-COUNT (WS-LOG-SUB)
                ADD 1 TO WS-PROBLEM-COUNT
                ADD 1 TO SV-PROBLEMS (WS-SITE-SUB)
                MOVE LOG-COUNT (WS-LOG-SUB) TO WS-COUNT-ED
                MOVE RCP-COUNT (WS-FOUND-SUB) TO WS-COUNT-ED2
                MOVE SPACES TO RPT-REC
                STRING "** EXTRACT " WS-SEQ-ED
                    " SITE " LOG-SITE (WS-LOG-SUB)
                    " COUNT MISMATCH - SENT=" WS-COUNT-ED
                    " RECEIVED=" WS-COUNT-ED2
                    DELIMITED BY SIZE INTO RPT-REC
            IF RCP-HASH (WS-FOUND-SUB)
                    NOT = LOG-HASH (WS-LOG-SUB)
                ADD 1 TO WS-PROBLEM-COUNT
                ADD 1 TO SV-PROBLEMS (WS-SITE-SUB)
                MOVE LOG-HASH (WS-LOG-SUB) TO WS-HASH-ED
                MOVE RCP-HASH (WS-FOUND-SUB) TO WS-HASH-ED2
                MOVE SPACES TO RPT-REC
                STRING "** EXTRACT " WS-SEQ-ED
                    " SITE " LOG-SITE (WS-LOG-SUB)
                    " HASH MISMATCH - SENT=" WS-HASH-ED
                    " RECEIVED=" WS-HASH-ED2
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO SV-CONFIRMED (WS-SITE-SUB)
            MOVE SPACES TO RPT-REC
            STRING "   EXTRACT " WS-SEQ-ED
                " SITE " LOG-SITE (WS-LOG-SUB)
                " CONFIRMED BY LOADER"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                UNTIL WS-SITE-SUB > 99
                IF SV-LOGGED (WS-SITE-SUB) > ZERO
                    MOVE SV-LOGGED (WS-SITE-SUB) TO WS-COUNT-ED
                    MOVE SV-CONFIRMED (WS-SITE-SUB) TO WS-COUNT-ED2
                    MOVE SV-PROBLEMS (WS-SITE-SUB) TO WS-COUNT-ED3
                    MOVE SPACES TO RPT-REC
                    STRING "SITE " WS-SITE-SUB (2:2)
                        " EXTRACTS LOGGED=" WS-COUNT-ED
                        "  CONFIRMED=" WS-COUNT-ED2
                        "  PROBLEMS=" WS-COUNT-ED3
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                END-IF
            END-PERFORM
            MOVE SPACES TO RPT-REC
            STRING "ALL SITES:"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-LOG-COUNT TO WS-COUNT-ED
            MOVE WS-RCPT-COUNT TO WS-COUNT-ED2
            MOVE SPACES TO RPT-REC
