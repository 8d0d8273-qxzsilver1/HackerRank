
         COPY XLATETBL.

         COPY CHKDCTL.
         COPY CHKDPARM.
         COPY ACCSUSP.
         01 WS-SUSP-RESP PIC S9(8) COMP.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            EXEC CICS ASKTIME
                USERID (WS-USERID)
            END-EXEC
            PERFORM LOAD-ACTIVE-RULES
            PERFORM LOAD-CHECK-CONTROL

            EXEC CICS SEND TEXT
                FROM (WS-PROMPT-TEXT)
                EXIT PARAGRAPH
            END-IF
            MOVE WS-INPUT-AREA (1:2) TO WS-ENTRY-CODE
            MOVE WS-ENTRY-CODE TO CHKP-CODE
            CALL "CHKDIGIT" USING CHKD-PARM
            IF CHKP-FAILED
                PERFORM SUSPEND-ENTRY
                PERFORM SEND-RESULT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ENTRY-CODE TO WS-ORIGINAL-CODE
            PERFORM LOOKUP-TRANSLATION
            MOVE SPACE TO WS-REMAP-FLAG
                DELIMITED BY SIZE INTO WS-RESULT-LINE
            PERFORM SEND-RESULT.

        LOAD-CHECK-CONTROL.
            MOVE "NONE " TO CHKP-ALGORITHM
            MOVE ZERO TO CHKP-POSITION
            MOVE "CHKDIGIT" TO CHKC-KEY
            EXEC CICS READ
                DATASET ('CHKDCTL')
                INTO (CHKC-REC)
                RIDFLD (CHKC-KEY)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP EQUAL DFHRESP(NORMAL)
                MOVE CHKC-ALGORITHM TO CHKP-ALGORITHM
                MOVE CHKC-POSITION TO CHKP-POSITION
            END-IF.

        SUSPEND-ENTRY.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABSTIME)
                YYYYMMDD (WS-DATE-8)
                TIME (WS-TIME-8)
            END-EXEC
            MOVE SPACES TO SUSP-REC
            MOVE WS-DATE-8 TO SUSP-DATE
            MOVE WS-TIME-8 (1:6) TO SUSP-TIME
            MOVE ZERO TO SUSP-SEQ
            SET SUSP-OPEN TO TRUE
            SET SUSP-FROM-CICS TO TRUE
            MOVE CHKP-REASON TO SUSP-REASON
            MOVE CHKP-ALGORITHM TO SUSP-ALGORITHM
            MOVE CHKP-POSITION TO SUSP-POSITION
            MOVE WS-INPUT-AREA TO SUSP-ORIG-REC
            MOVE WS-USERID TO SUSP-ENTRY-OPER
            MOVE ZERO TO SUSP-FIXED-CODE SUSP-REL-DATE SUSP-REL-TIME
                SUSP-PICKUP-DATE
            MOVE DFHRESP(DUPREC) TO WS-SUSP-RESP
            PERFORM UNTIL WS-SUSP-RESP NOT EQUAL DFHRESP(DUPREC)
                ADD 1 TO SUSP-SEQ
                EXEC CICS WRITE
                    DATASET ('SUSPENSE')
                    FROM (SUSP-REC)
                    RIDFLD (SUSP-KEY)
                    RESP (WS-SUSP-RESP)
                END-EXEC
            END-PERFORM
            MOVE SPACES TO WS-RESULT-LINE
            IF WS-SUSP-RESP EQUAL DFHRESP(NORMAL)
                STRING "CHECK DIGIT FAILED - HELD AS REF " SUSP-DATE
                    " " SUSP-TIME " " SUSP-SEQ " - RE-ENTER"
                    DELIMITED BY SIZE INTO WS-RESULT-LINE
            ELSE
                STRING "CHECK DIGIT FAILED - " CHKP-REASON
                    " - RE-ENTER"
                    DELIMITED BY SIZE INTO WS-RESULT-LINE
            END-IF.

        LOAD-ACTIVE-RULES.
            MOVE ZERO TO RULE-FROM RULE-EFF-FROM
            EXEC CICS STARTBR
