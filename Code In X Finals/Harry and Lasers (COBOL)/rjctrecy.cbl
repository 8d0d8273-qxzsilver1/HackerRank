            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-STATION-STATUS.
            SELECT RESUBMIT ASSIGN TO "RESUBMIT"
                ORGANIZATION LINE SEQUENTIAL.
                10 SEG-X2 PIC S9(6).
                10 SEG-Y2 PIC S9(6).

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT REJECTFILE
            OPEN OUTPUT RESUBMIT
            OPEN OUTPUT RECYRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            CALL "SITESEL" USING SITE-PARM
            MOVE SPACES TO RECY-REC
            STRING "REJECT RECYCLE REPORT - RUN " WS-RUN-TS (1:10)
                "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RECY-REC
            WRITE RECY-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RECY-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    " - NOTHING RECYCLED"
                    DELIMITED BY SIZE INTO RECY-REC
                WRITE RECY-REC
                CLOSE REJECTFILE
                CLOSE OBSTRMASTER
                IF STATMAST-AVAILABLE
                    CLOSE STATMAST
                END-IF
                CLOSE RESUBMIT
                CLOSE RECYRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-REJECT-TABLE
            PERFORM APPLY-CORRECTIONS
            PERFORM REPORT-UNRESOLVED
                SET UNSTRING-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO STA-SITE-ID
            MOVE WS-STATION-ID TO STA-ID
            READ STATMAST
                INVALID KEY
            PERFORM CHECK-ZONE-ON-MASTER.

        CHECK-ZONE-ON-MASTER.
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
