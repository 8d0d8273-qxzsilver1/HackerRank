        IDENTIFICATION DIVISION.
        PROGRAM-ID. STEPCTL.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNCTL ASSIGN TO "RUNCTL"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RCTL-KEY
                FILE STATUS IS WS-RCTL-STATUS.

        DATA DIVISION.
         FILE SECTION.
         FD RUNCTL.
         COPY RUNCTL.

         WORKING-STORAGE SECTION.
         01 WS-RCTL-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-OPERATOR-ID PIC X(8).
         01 WS-ENV-STEP PIC X(8).

         LINKAGE SECTION.
         COPY RCTLPARM.

        PROCEDURE DIVISION USING RCTL-PARM.
        MAIN-LOGIC.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            EVALUATE TRUE
                WHEN RCP-START-STEP
                    PERFORM START-CHAIN-STEP
                WHEN RCP-FINISH-STEP
                    PERFORM FINISH-CHAIN-STEP
            END-EVALUATE
            MOVE RCP-RC TO RETURN-CODE
            GOBACK.

        START-CHAIN-STEP.
            SET RCP-NO-CONTROL TO TRUE
            MOVE ZERO TO RCP-RC
            MOVE ZERO TO RCP-RUN-DATE
            MOVE ZERO TO RCP-ATTEMPT
            MOVE SPACES TO RCP-CHAIN-START-TS
            MOVE SPACES TO WS-ENV-STEP
            ACCEPT WS-ENV-STEP FROM ENVIRONMENT "CHAINSTEP"
            IF WS-ENV-STEP NOT EQUAL SPACES
                MOVE WS-ENV-STEP TO RCP-STEP
            END-IF
            OPEN I-O RUNCTL
            IF WS-RCTL-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO RCTL-RUN-DATE
            MOVE "CHAIN" TO RCTL-STEP
            READ RUNCTL
                INVALID KEY CONTINUE
            END-READ
            IF WS-RCTL-STATUS NOT EQUAL "00"
                CLOSE RUNCTL
                EXIT PARAGRAPH
            END-IF
            MOVE RCTL-CUR-DATE TO RCP-RUN-DATE
            MOVE RCTL-START-TS TO RCP-CHAIN-START-TS
            MOVE RCP-RUN-DATE TO RCTL-RUN-DATE
            MOVE RCP-STEP TO RCTL-STEP
            READ RUNCTL
                INVALID KEY CONTINUE
            END-READ
            IF WS-RCTL-STATUS EQUAL "00"
                IF RCTL-COMPLETE
                    SET RCP-SKIP-STEP TO TRUE
                    MOVE RCTL-RC TO RCP-RC
                    DISPLAY "STEP " RCP-STEP
                        " ALREADY COMPLETE FOR RUN " RCP-RUN-DATE
                        " - BYPASSED, RC " RCP-RC
                        " CARRIED FORWARD"
                    CLOSE RUNCTL
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO RCTL-ATTEMPTS
                MOVE RCTL-ATTEMPTS TO RCP-ATTEMPT
                DISPLAY "STEP " RCP-STEP " RESTARTED FOR RUN "
                    RCP-RUN-DATE " - ATTEMPT " RCTL-ATTEMPTS
                PERFORM MARK-STEP-STARTED
                REWRITE RCTL-REC
                    INVALID KEY CONTINUE
                END-REWRITE
            ELSE
                MOVE SPACES TO RCTL-REC
                MOVE RCP-RUN-DATE TO RCTL-RUN-DATE
                MOVE RCP-STEP TO RCTL-STEP
                MOVE 1 TO RCTL-ATTEMPTS
                MOVE 1 TO RCP-ATTEMPT
                MOVE ZERO TO RCTL-CUR-DATE
                PERFORM MARK-STEP-STARTED
                WRITE RCTL-REC
                    INVALID KEY CONTINUE
                END-WRITE
            END-IF
            SET RCP-RUN-STEP TO TRUE
            CLOSE RUNCTL.

        MARK-STEP-STARTED.
            MOVE SPACES TO WS-OPERATOR-ID
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            MOVE RCP-PROGRAM TO RCTL-PROGRAM
            SET RCTL-STARTED TO TRUE
            MOVE WS-RUN-TS (1:14) TO RCTL-START-TS
            MOVE SPACES TO RCTL-END-TS
            MOVE ZERO TO RCTL-RC
            MOVE WS-OPERATOR-ID TO RCTL-UPD-OPER.

        FINISH-CHAIN-STEP.
            IF NOT RCP-RUN-STEP
                EXIT PARAGRAPH
            END-IF
            OPEN I-O RUNCTL
            IF WS-RCTL-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE RCP-RUN-DATE TO RCTL-RUN-DATE
            MOVE RCP-STEP TO RCTL-STEP
            READ RUNCTL
                INVALID KEY CONTINUE
            END-READ
            IF WS-RCTL-STATUS EQUAL "00"
                MOVE WS-RUN-TS (1:14) TO RCTL-END-TS
                MOVE RCP-RC TO RCTL-RC
                IF RCP-RC > RCP-MAX-RC
                    SET RCTL-FAILED TO TRUE
                ELSE
                    SET RCTL-COMPLETE TO TRUE
                END-IF
                REWRITE RCTL-REC
                    INVALID KEY CONTINUE
                END-REWRITE
            END-IF
            CLOSE RUNCTL.

        END PROGRAM STEPCTL.
