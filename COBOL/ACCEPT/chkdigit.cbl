        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHKDIGIT.

        DATA DIVISION.
         WORKING-STORAGE SECTION.
         01 WS-CODE PIC 9(36).
         01 WS-CODE-DIGITS REDEFINES WS-CODE.
             05 WS-DIGIT PIC 9 OCCURS 36 TIMES.
         01 WS-SUB       PIC 9(2).
         01 WS-NTH       PIC 9(2).
         01 WS-WEIGHT    PIC 9(2).
         01 WS-PRODUCT   PIC 9(3).
         01 WS-SUM       PIC 9(5).
         01 WS-QUOTIENT  PIC 9(5).
         01 WS-REMAINDER PIC 9(2).
         01 WS-CHECK     PIC 9(2).
         01 WS-FOUND-DIGIT PIC 9.
         01 WS-WANT-DIGIT  PIC 9.

         LINKAGE SECTION.
         COPY CHKDPARM.

        PROCEDURE DIVISION USING CHKD-PARM.
        MAIN-LOGIC.
            SET CHKP-NOT-CHECKED TO TRUE
            MOVE SPACE TO CHKP-EXPECTED
            MOVE SPACES TO CHKP-REASON
            IF CHKP-NO-CHECK
                GOBACK
            END-IF
            IF NOT CHKP-MOD10 AND NOT CHKP-MOD11
                MOVE "CONTROL ALGORITHM NOT KNOWN" TO CHKP-REASON
                GOBACK
            END-IF
            IF CHKP-POSITION NOT NUMERIC
                    OR CHKP-POSITION < 1 OR CHKP-POSITION > 36
                MOVE "CONTROL DIGIT POSITION INVALID" TO CHKP-REASON
                GOBACK
            END-IF
            IF CHKP-CODE NOT NUMERIC
                SET CHKP-FAILED TO TRUE
                MOVE "CODE NOT NUMERIC" TO CHKP-REASON
                GOBACK
            END-IF
            MOVE CHKP-CODE TO WS-CODE
            MOVE ZERO TO WS-SUM WS-NTH
            PERFORM VARYING WS-SUB FROM 36 BY -1
                UNTIL WS-SUB < 1
                IF WS-SUB NOT EQUAL CHKP-POSITION
                    ADD 1 TO WS-NTH
                    IF CHKP-MOD10
                        PERFORM ADD-MOD10-DIGIT
                    ELSE
                        PERFORM ADD-MOD11-DIGIT
                    END-IF
                END-IF
            END-PERFORM
            IF CHKP-MOD10
                DIVIDE WS-SUM BY 10 GIVING WS-QUOTIENT
                    REMAINDER WS-REMAINDER
                COMPUTE WS-CHECK = 10 - WS-REMAINDER
                IF WS-CHECK = 10
                    MOVE ZERO TO WS-CHECK
                END-IF
            ELSE
                DIVIDE WS-SUM BY 11 GIVING WS-QUOTIENT
                    REMAINDER WS-REMAINDER
                COMPUTE WS-CHECK = 11 - WS-REMAINDER
                IF WS-CHECK = 11
                    MOVE ZERO TO WS-CHECK
                END-IF
            END-IF
            MOVE WS-DIGIT (CHKP-POSITION) TO WS-FOUND-DIGIT
            IF WS-CHECK = 10
                SET CHKP-FAILED TO TRUE
                MOVE "X" TO CHKP-EXPECTED
                MOVE "MOD11 REMAINDER 1 - NO DIGIT" TO CHKP-REASON
                GOBACK
            END-IF
            MOVE WS-CHECK TO WS-WANT-DIGIT
            MOVE WS-WANT-DIGIT TO CHKP-EXPECTED
            IF WS-FOUND-DIGIT EQUAL WS-WANT-DIGIT
                SET CHKP-PASSED TO TRUE
            ELSE
                SET CHKP-FAILED TO TRUE
                STRING "CHECK DIGIT " WS-FOUND-DIGIT
                    " EXPECTED " WS-WANT-DIGIT
                    DELIMITED BY SIZE INTO CHKP-REASON
            END-IF
            GOBACK.

        ADD-MOD10-DIGIT.
            MOVE WS-DIGIT (WS-SUB) TO WS-PRODUCT
            IF FUNCTION MOD (WS-NTH, 2) = 1
                MULTIPLY 2 BY WS-PRODUCT
                IF WS-PRODUCT > 9
                    SUBTRACT 9 FROM WS-PRODUCT
                END-IF
            END-IF
            ADD WS-PRODUCT TO WS-SUM.

        ADD-MOD11-DIGIT.
            COMPUTE WS-WEIGHT = FUNCTION MOD (WS-NTH - 1, 6) + 2
            COMPUTE WS-PRODUCT = WS-DIGIT (WS-SUB) * WS-WEIGHT
            ADD WS-PRODUCT TO WS-SUM.

        END PROGRAM CHKDIGIT.
