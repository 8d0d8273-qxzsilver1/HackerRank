         01 WS-COUNT-ED PIC Z(6)9.
         01 WS-COUNT-ED2 PIC Z(6)9.

         COPY RCTLPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "BALSTEP" TO RCP-STEP
            MOVE "HARRYBAL" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT BALRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE SPACES TO BAL-REC
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE BALRPT
            MOVE RETURN-CODE TO RCP-RC
            MOVE 0 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        COUNT-REPORT-LINES.
