         01 WS-AVG-ED     PIC Z(8)9.
         01 WS-COUNT-ED   PIC Z(2)9.

         COPY RCTLPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "RUNMONST" TO RCP-STEP
            MOVE "RUNMON" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT RUNMRPT
            OPEN EXTEND ESCFILE
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            END-IF
            CLOSE RUNMRPT
            CLOSE ESCFILE
            MOVE RETURN-CODE TO RCP-RC
            MOVE 6 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        LOAD-SHIFT-CALENDAR.
