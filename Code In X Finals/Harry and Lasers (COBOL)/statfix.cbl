             05 STAT-DEPT     PIC X(4).
             05 STAT-SOURCE   PIC X.
             05 STAT-RUN-ID   PIC X(11).
             05 STAT-STATION  PIC 9(4).
             05 STAT-SITE-ID  PIC 9(2).
             05 STAT-OWNER-DEPT PIC X(4).
             05 STAT-OBS-TYPE PIC X(4).
             05 STAT-NEAR-SEG PIC 9(3).

         FD STATCLEAN.
         01 CLEAN-REC PIC X(57).

         FD FIXPARM.
         01 PARM-LINE PIC X(80).
                10 SS-SEG  PIC 9(3).
                10 SS-HITS PIC 9(7).
         01 WS-FIND-SUB   PIC 9(4).
         01 WS-STAT-SITE  PIC 9(2).
         01 WS-REDONE-TABLE.
             05 WS-REDONE-SW OCCURS 999999 TIMES PIC X.

         01 WS-COUNT-ED    PIC Z(6)9.
         01 WS-CASE-ED     PIC Z(6).

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT STATCLEAN
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TARGET-DATE
            PERFORM TAKE-PARM-LINE
            CALL "SITESEL" USING SITE-PARM
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    " - NOTHING REPAIRED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE STATCLEAN
                CLOSE FIXRPT
                STOP RUN
            END-IF
            IF WS-DROP-RUN-ID EQUAL SPACES
                MOVE SPACES TO RPT-REC
                STRING "** FIXPARM MUST NAME THE SUPERSEDED RUN -"
            MOVE SPACES TO RPT-REC
            STRING "STATHIST DUPLICATE REPAIR - TARGET DATE "
                WS-TARGET-DATE " DROPPING RUN-ID " WS-DROP-RUN-ID
                " SITE " SITP-SITE-ID
                " - RUN " WS-RUN-TS (1:10)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
                END-READ
            END-IF
            PERFORM UNTIL EOF
                PERFORM SET-STAT-SITE
                IF STAT-RUN-DATE NUMERIC
                        AND STAT-RUN-DATE = WS-TARGET-DATE
                        AND WS-STAT-SITE = SITP-SITE-ID
                        AND STAT-CASE-NUM NUMERIC
                        AND STAT-CASE-NUM NOT = ZERO
                        AND STAT-RUN-ID NOT = WS-DROP-RUN-ID
            CLOSE STATHIST
            MOVE "N" TO WS-EOF-SW.

        SET-STAT-SITE.
            IF STAT-SITE-ID NUMERIC AND STAT-SITE-ID NOT = ZERO
                MOVE STAT-SITE-ID TO WS-STAT-SITE
            ELSE
                MOVE 1 TO WS-STAT-SITE
            END-IF.

        COPY-ONE-RECORD.
            PERFORM SET-STAT-SITE
            IF STAT-RUN-DATE NOT NUMERIC
                    OR STAT-RUN-DATE NOT = WS-TARGET-DATE
                    OR WS-STAT-SITE NOT = SITP-SITE-ID
                MOVE STAT-REC TO CLEAN-REC
                WRITE CLEAN-REC
                ADD 1 TO WS-WRITE-COUNT
            CLOSE ZONESUMM.

        REBUILD-ONE-ZONE-ROW.
            MOVE SITP-SITE-ID TO ZSUM-SITE
            MOVE ZS-ZONE (WS-ZSUM-SUB) TO ZSUM-ZONE
            MOVE WS-TARGET-DATE TO ZSUM-DATE
            READ ZONESUMM
                    INVALID KEY CONTINUE
                END-REWRITE
            ELSE
                MOVE SITP-SITE-ID TO ZSUM-SITE
                MOVE ZS-ZONE (WS-ZSUM-SUB) TO ZSUM-ZONE
                MOVE WS-TARGET-DATE TO ZSUM-DATE
                MOVE ZS-YES (WS-ZSUM-SUB) TO ZSUM-YES

        CLEAR-ZONE-SEG-ROWS.
            MOVE "N" TO WS-SUMM-EOF-SW
            MOVE SITP-SITE-ID TO SSUM-SITE
            MOVE ZS-ZONE (WS-ZSUM-SUB) TO SSUM-ZONE
            MOVE WS-TARGET-DATE TO SSUM-DATE
            MOVE ZERO TO SSUM-SEG
                    SET SUMM-EOF TO TRUE
                END-IF
                IF NOT SUMM-EOF
                    IF SSUM-SITE EQUAL SITP-SITE-ID
                            AND SSUM-ZONE EQUAL ZS-ZONE (WS-ZSUM-SUB)
                            AND SSUM-DATE EQUAL WS-TARGET-DATE
                        DELETE SEGSUMM
                            INVALID KEY CONTINUE
            END-PERFORM.

        WRITE-ONE-SEG-ROW.
            MOVE SITP-SITE-ID TO SSUM-SITE
            MOVE SS-ZONE (WS-SSUM-SUB) TO SSUM-ZONE
            MOVE WS-TARGET-DATE TO SSUM-DATE
            MOVE SS-SEG (WS-SSUM-SUB) TO SSUM-SEG
