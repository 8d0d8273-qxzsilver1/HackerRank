            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-STATION-STATUS.
            SELECT CHECKLST ASSIGN TO "CHECKLST"
                ORGANIZATION LINE SEQUENTIAL
         01 WS-COUNT-ED    PIC Z(5)9.
         01 WS-COUNT-ED2   PIC Z(5)9.

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT STATMAST
            OPEN INPUT CHECKLST
            OPEN OUTPUT GENINPUT
            OPEN OUTPUT GENRPT
            CALL "SITESEL" USING SITE-PARM
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE SPACES TO RPT-REC
            STRING "STANDING-CHECK INPUT GENERATOR - RUN "
                WS-RUN-TS (1:10)
                "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: "
                    SITP-CARD
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE STATMAST
                CLOSE CHECKLST
                CLOSE GENINPUT
                CLOSE GENRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-STATION-TABLE
            PERFORM LOAD-CHECK-LIST
            PERFORM COUNT-CASE-TOTAL
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF OR WS-STATION-COUNT >= 1000
                IF STA-SITE-ID EQUAL SITP-SITE-ID
                    ADD 1 TO WS-STATION-COUNT
                    MOVE STA-ID TO ST-ID (WS-STATION-COUNT)
                    MOVE STA-ZONE-ID TO ST-ZONE (WS-STATION-COUNT)
                    MOVE STA-STATUS TO ST-STATUS (WS-STATION-COUNT)
                END-IF
                READ STATMAST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        WRITE-HEADER-RECORD.
            MOVE SPACES TO GEN-REC
            STRING "SITE " SITP-SITE-ID
                DELIMITED BY SIZE INTO GEN-REC
            WRITE GEN-REC
            MOVE SPACES TO GEN-REC
            STRING "CASEBASE 500000"
                DELIMITED BY SIZE INTO GEN-REC
