        IDENTIFICATION DIVISION.
        PROGRAM-ID. OBSTAPRV.

        DATA DIVISION.
         WORKING-STORAGE SECTION.
         01 WS-PROMPT-TEXT PIC X(79) VALUE
             "S SITE/ZONE ID=LIST PENDING/A N=APPROVE/R N REASON=REJECT
      -      "/X=EXIT".
         01 WS-EXIT-SW PIC X VALUE "N".
             88 EXIT-REQUESTED VALUE "Y".

         01 WS-INPUT-AREA  PIC X(60).
         01 WS-RECEIVE-LEN PIC S9(4) COMP.

         01 WS-DISPLAY-AREA.
             05 WS-DISPLAY-LINE OCCURS 24 TIMES PIC X(79).
         01 WS-DISPLAY-LEN PIC S9(4) COMP.
         01 WS-LINE-SUB    PIC 9(3).

         COPY PENDCHG.

         01 WS-RESP        PIC S9(8) COMP.
         01 WS-COMMAND     PIC X(8).
         01 WS-SITE-ID     PIC 9(2) VALUE 1.
         01 WS-T-SITE      PIC X(4).
         01 WS-ZONE-ID     PIC 9(4).
         01 WS-LIST-ZONE   PIC 9(4) VALUE ZERO.
         01 WS-PICK        PIC 9(2).
         01 WS-REASON      PIC X(40).
         01 WS-PARSE-PTR   PIC 9(4).
         01 WS-UNSTRING-SW PIC X VALUE "N".
             88 UNSTRING-OK VALUE "N".
             88 UNSTRING-BAD VALUE "Y".
         01 WS-BROWSE-SW   PIC X.
             88 BROWSE-DONE VALUE "Y".
         01 WS-BROWSE-OPEN-SW PIC X.
             88 BROWSE-OPEN VALUE "Y".

         01 WS-LIST-COUNT  PIC 9(2) VALUE ZERO.
         01 WS-MORE-COUNT  PIC 9(4) VALUE ZERO.
         01 WS-LIST-TABLE.
             05 WS-LIST-KEY OCCURS 7 TIMES PIC X(24).

         01 WS-ABSTIME     PIC S9(15) COMP-3.
         01 WS-DATE-8      PIC X(8).
         01 WS-TIME-8      PIC X(8).
         01 WS-USERID      PIC X(8).
         01 WS-TODAY-NUM   PIC 9(8).
         01 WS-AGE-DAYS    PIC S9(5).

         COPY OPERAUTH.

         01 WS-AUTH-RESP   PIC S9(8) COMP.
         01 WS-AUTH-OK-SW  PIC X.
             88 OPERATOR-AUTHORIZED VALUE "Y".
         01 WS-FUNC-HITS   PIC 9(2).

         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-SEG-NUM-ED  PIC Z(3).
         01 WS-PICK-ED     PIC Z9.
         01 WS-AGE-ED      PIC ZZZ9.
         01 WS-CASES-ED    PIC Z(6)9.
         01 WS-FLIPS-ED    PIC Z(5)9.
         01 WS-TO-NO-ED    PIC Z(5)9.
         01 WS-TO-YES-ED   PIC Z(5)9.
         01 WS-COUNT-ED    PIC Z(3)9.

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
            EXEC CICS ASSIGN
                USERID (WS-USERID)
            END-EXEC
            MOVE WS-DATE-8 TO WS-TODAY-NUM
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
                PERFORM PROCESS-ONE-COMMAND
            END-PERFORM

            EXEC CICS RETURN END-EXEC.

        PROCESS-ONE-COMMAND.
            IF WS-INPUT-AREA (1:2) EQUAL "X " OR "X"
                SET EXIT-REQUESTED TO TRUE
                EXIT PARAGRAPH
            END-IF
            PERFORM PARSE-COMMAND
            IF UNSTRING-BAD
                MOVE "** COMMAND NOT RECOGNIZED" TO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
            ELSE
                EVALUATE WS-COMMAND
                    WHEN "SITE"
                        PERFORM SELECT-SITE
                    WHEN "ZONE"
                        PERFORM LIST-ZONE-CHANGES
                    WHEN "APPROVE"
                    WHEN "REJECT"
                        PERFORM RECORD-DECISION
                END-EVALUATE
            END-IF
            ADD 1 TO WS-LINE-SUB
            MOVE WS-PROMPT-TEXT TO WS-DISPLAY-LINE (WS-LINE-SUB)
            PERFORM SEND-DISPLAY.

        PARSE-COMMAND.
            SET UNSTRING-OK TO TRUE
            MOVE 1 TO WS-PARSE-PTR
            IF WS-INPUT-AREA (1:2) EQUAL "S "
                MOVE "SITE" TO WS-COMMAND
                MOVE 3 TO WS-PARSE-PTR
                MOVE SPACES TO WS-T-SITE
                UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                    INTO WS-T-SITE
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-T-SITE (1:2) NOT NUMERIC
                        OR WS-T-SITE (3:2) NOT EQUAL SPACES
                        OR WS-T-SITE (1:2) EQUAL "00"
                    SET UNSTRING-BAD TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF WS-INPUT-AREA (1:2) EQUAL "A " OR "R "
                IF WS-INPUT-AREA (1:1) EQUAL "A"
                    MOVE "APPROVE" TO WS-COMMAND
                ELSE
                    MOVE "REJECT" TO WS-COMMAND
                END-IF
                MOVE 3 TO WS-PARSE-PTR
                MOVE ZERO TO WS-PICK
                MOVE SPACES TO WS-REASON
                UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                    INTO WS-PICK
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-PICK NOT NUMERIC OR WS-PICK = ZERO
                    SET UNSTRING-BAD TO TRUE
                    EXIT PARAGRAPH
                END-IF
                IF WS-PARSE-PTR <= 60
                    MOVE WS-INPUT-AREA (WS-PARSE-PTR:) TO WS-REASON
                END-IF
                EXIT PARAGRAPH
            END-IF
            MOVE "ZONE" TO WS-COMMAND
            UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                INTO WS-ZONE-ID
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-ZONE-ID NOT NUMERIC OR WS-ZONE-ID = ZERO
                SET UNSTRING-BAD TO TRUE
            END-IF.

        SELECT-SITE.
            MOVE WS-T-SITE (1:2) TO WS-SITE-ID
            MOVE ZERO TO WS-LIST-ZONE WS-LIST-COUNT
            MOVE SPACES TO WS-DISPLAY-LINE (1)
            STRING "SITE " WS-SITE-ID " SELECTED"
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
            MOVE 1 TO WS-LINE-SUB.

        LIST-ZONE-CHANGES.
            MOVE WS-ZONE-ID TO WS-LIST-ZONE
            MOVE ZERO TO WS-LIST-COUNT WS-MORE-COUNT
            MOVE 1 TO WS-LINE-SUB
            MOVE "N" TO WS-BROWSE-SW WS-BROWSE-OPEN-SW
            MOVE WS-SITE-ID TO PND-SITE
            MOVE WS-LIST-ZONE TO PND-ZONE
            MOVE ZERO TO PND-SUB-DATE PND-SUB-TIME PND-SUB-SEQ
            EXEC CICS STARTBR
                DATASET ('PENDCHG')
                RIDFLD (PND-KEY)
                GTEQ
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP EQUAL DFHRESP(NORMAL)
                SET BROWSE-OPEN TO TRUE
            ELSE
                SET BROWSE-DONE TO TRUE
            END-IF
            PERFORM UNTIL BROWSE-DONE
                EXEC CICS READNEXT
                    DATASET ('PENDCHG')
                    INTO (PND-REC)
                    RIDFLD (PND-KEY)
                    RESP (WS-RESP)
                END-EXEC
                IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                        OR PND-SITE NOT EQUAL WS-SITE-ID
                        OR PND-ZONE NOT EQUAL WS-LIST-ZONE
                    SET BROWSE-DONE TO TRUE
                ELSE
                    IF PND-PENDING
                        IF WS-LIST-COUNT < 7
                            ADD 1 TO WS-LIST-COUNT
                            MOVE PND-KEY
                                TO WS-LIST-KEY (WS-LIST-COUNT)
                            PERFORM FORMAT-PENDING-ENTRY
                        ELSE
                            ADD 1 TO WS-MORE-COUNT
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF BROWSE-OPEN
                EXEC CICS ENDBR
                    DATASET ('PENDCHG')
                END-EXEC
            END-IF
            MOVE WS-LIST-ZONE TO WS-ZONE-ID-ED
            MOVE WS-LIST-COUNT TO WS-PICK-ED
            MOVE SPACES TO WS-DISPLAY-LINE (1)
            IF WS-LIST-COUNT = ZERO
                STRING "SITE " WS-SITE-ID " ZONE " WS-ZONE-ID-ED
                    " - NO CHANGES AWAITING APPROVAL"
                    DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
            ELSE
                STRING "SITE " WS-SITE-ID " ZONE " WS-ZONE-ID-ED
                    " - CHANGES AWAITING APPROVAL, OLDEST FIRST: "
                    WS-PICK-ED
                    DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
            END-IF
            IF WS-MORE-COUNT > ZERO
                MOVE WS-MORE-COUNT TO WS-COUNT-ED
                ADD 1 TO WS-LINE-SUB
                MOVE SPACES TO WS-DISPLAY-LINE (WS-LINE-SUB)
                STRING "** " WS-COUNT-ED
                    " MORE NOT SHOWN - DECIDE THESE FIRST"
                    DELIMITED BY SIZE
                    INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            END-IF.

        FORMAT-PENDING-ENTRY.
            COMPUTE WS-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                - FUNCTION INTEGER-OF-DATE (PND-SUB-DATE)
            MOVE WS-AGE-DAYS TO WS-AGE-ED
            MOVE WS-LIST-COUNT TO WS-PICK-ED
            MOVE PND-SEG TO WS-SEG-NUM-ED
            ADD 1 TO WS-LINE-SUB
            MOVE SPACES TO WS-DISPLAY-LINE (WS-LINE-SUB)
            STRING WS-PICK-ED ". REF " PND-SUB-DATE PND-SUB-TIME
                " " PND-SUB-SEQ " " PND-ACTION
                " SEG " WS-SEG-NUM-ED
                " MAKER=" PND-MAKER " SRC=" PND-SOURCE
                " AGE " WS-AGE-ED " DAYS"
                DELIMITED BY SIZE
                INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            ADD 1 TO WS-LINE-SUB
            MOVE SPACES TO WS-DISPLAY-LINE (WS-LINE-SUB)
            EVALUATE TRUE
                WHEN PND-IMP-DONE
                    MOVE PND-IMP-CASES TO WS-CASES-ED
                    MOVE PND-IMP-FLIPS TO WS-FLIPS-ED
                    MOVE PND-IMP-TO-NO TO WS-TO-NO-ED
                    MOVE PND-IMP-TO-YES TO WS-TO-YES-ED
                    STRING "    IMPACT " PND-IMP-DATE
                        ": CASES=" WS-CASES-ED
                        " FLIPS=" WS-FLIPS-ED
                        " TO-NO=" WS-TO-NO-ED
                        " TO-YES=" WS-TO-YES-ED
                        DELIMITED BY SIZE
                        INTO WS-DISPLAY-LINE (WS-LINE-SUB)
                WHEN PND-IMP-NA
                    STRING "    IMPACT " PND-IMP-DATE
                        ": NOT REPLAYABLE - CHECK THE CHANGE BY HAND"
                        DELIMITED BY SIZE
                        INTO WS-DISPLAY-LINE (WS-LINE-SUB)
                WHEN OTHER
                    MOVE "    IMPACT: NOT YET SCORED BY OBSTPEND"
                        TO WS-DISPLAY-LINE (WS-LINE-SUB)
            END-EVALUATE
            ADD 1 TO WS-LINE-SUB
            MOVE SPACES TO WS-DISPLAY-LINE (WS-LINE-SUB)
            STRING "    " PND-TRAN (1:75)
                DELIMITED BY SIZE
                INTO WS-DISPLAY-LINE (WS-LINE-SUB).

        RECORD-DECISION.
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF NOT OPERATOR-AUTHORIZED
                MOVE "** NOT AUTHORIZED TO APPROVE ZONE CHANGES"
                    TO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            IF WS-PICK > WS-LIST-COUNT
                MOVE "** LIST A ZONE AND PICK A NUMBER SHOWN"
                    TO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            IF WS-COMMAND EQUAL "REJECT" AND WS-REASON EQUAL SPACES
                MOVE "** GIVE A REASON WHEN REJECTING"
                    TO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LIST-KEY (WS-PICK) TO PND-KEY
            EXEC CICS READ
                DATASET ('PENDCHG')
                INTO (PND-REC)
                RIDFLD (PND-KEY)
                UPDATE
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE "** CHANGE READ FOR UPDATE FAILED"
                    TO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            IF NOT PND-PENDING
                EXEC CICS UNLOCK
                    DATASET ('PENDCHG')
                END-EXEC
                MOVE SPACES TO WS-DISPLAY-LINE (1)
                STRING "** CHANGE NO LONGER AWAITING APPROVAL - STATUS "
                    PND-STATUS " BY " PND-CHECKER
                    DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            IF PND-MAKER EQUAL WS-USERID
                EXEC CICS UNLOCK
                    DATASET ('PENDCHG')
                END-EXEC
                MOVE "** CHECKER MUST DIFFER FROM MAKER"
                    TO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABSTIME)
                YYYYMMDD (WS-DATE-8)
                TIME (WS-TIME-8)
            END-EXEC
            IF WS-COMMAND EQUAL "APPROVE"
                SET PND-APPROVED TO TRUE
            ELSE
                SET PND-REJECTED TO TRUE
            END-IF
            MOVE WS-USERID TO PND-CHECKER
            MOVE WS-DATE-8 TO PND-DEC-DATE
            MOVE WS-TIME-8 (1:6) TO PND-DEC-TIME
            MOVE WS-REASON TO PND-REASON
            EXEC CICS REWRITE
                DATASET ('PENDCHG')
                FROM (PND-REC)
                RESP (WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-DISPLAY-LINE (1)
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE "** CHANGE REWRITE FAILED - DECISION NOT RECORDED"
                    TO WS-DISPLAY-LINE (1)
            ELSE
                IF PND-APPROVED
                    STRING "APPROVED REF " PND-ZONE " " PND-SUB-DATE
                        PND-SUB-TIME " " PND-SUB-SEQ
                        " - APPLIED BY THE NEXT OBSTMNT RUN"
                        DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
                ELSE
                    STRING "REJECTED REF " PND-ZONE " " PND-SUB-DATE
                        PND-SUB-TIME " " PND-SUB-SEQ
                        " - CHANGE WILL NOT BE APPLIED"
                        DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
                END-IF
            END-IF
            MOVE 1 TO WS-LINE-SUB.

        CHECK-OPERATOR-AUTHORITY.
            MOVE "N" TO WS-AUTH-OK-SW
            MOVE WS-USERID TO AUTH-OPER-ID
            EXEC CICS READ
                DATASET ('OPERAUTH')
                INTO (AUTH-REC)
                RIDFLD (AUTH-OPER-ID)
                RESP (WS-AUTH-RESP)
            END-EXEC
            IF WS-AUTH-RESP NOT EQUAL DFHRESP(NORMAL)
                EXIT PARAGRAPH
            END-IF
            IF AUTH-EFF-DATE NUMERIC
                    AND WS-TODAY-NUM < AUTH-EFF-DATE
                EXIT PARAGRAPH
            END-IF
            IF AUTH-EXP-DATE NUMERIC AND AUTH-EXP-DATE NOT = ZERO
                    AND WS-TODAY-NUM > AUTH-EXP-DATE
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-FUNC-HITS
            INSPECT AUTH-FUNCS TALLYING WS-FUNC-HITS
                FOR ALL "V"
            IF WS-FUNC-HITS > ZERO
                SET OPERATOR-AUTHORIZED TO TRUE
            END-IF.

        SEND-DISPLAY.
            COMPUTE WS-DISPLAY-LEN = WS-LINE-SUB * 79
            EXEC CICS SEND TEXT
                FROM (WS-DISPLAY-AREA)
                LENGTH (WS-DISPLAY-LEN)
                ERASE
            END-EXEC.

        END PROGRAM OBSTAPRV.
