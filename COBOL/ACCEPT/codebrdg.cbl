                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PRINT-STATUS.
            SELECT CODEMAP ASSIGN TO "CODEMAP"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CMAP-CODE
                FILE STATUS IS WS-MAP-STATUS.
            SELECT HARRYIN ASSIGN TO "HARRYIN"
                ORGANIZATION LINE SEQUENTIAL.
                ORGANIZATION LINE SEQUENTIAL.
            SELECT BRDGRPT ASSIGN TO "BRDGRPT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT RUNHIST ASSIGN TO "RUNHIST"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         01 PRINT-LINE PIC X(80).

         FD CODEMAP.
         COPY CODEMAP.

         FD HARRYIN.
         01 HARRY-REC PIC X(255).
         FD BRDGRPT.
         01 RPT-REC PIC X(132).

         FD RUNHIST.
         COPY RUNHIST.

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-PRINT-STATUS PIC XX.
         01 WS-MAP-STATUS PIC XX.
         01 WS-CODEMAP-SW PIC X VALUE "N".
             88 CODEMAP-AVAILABLE VALUE "Y".
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).

         01 WS-CASE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-CASE-TABLE.
             05 WS-CASE-ENTRY OCCURS 2000 TIMES.
                10 CAS-DEPT    PIC X(4).
                10 CAS-STATION PIC 9(4).
                10 CAS-ORIG-CODE PIC 9(36).
         01 WS-CASE-SUB PIC 9(4).

         01 WS-DEPT-COUNT PIC 9(2) VALUE ZERO.
         01 WS-DEPT-FOUND-SW PIC X.
             88 DEPT-ALREADY-LISTED VALUE "Y".

         01 WS-THE-CODE  PIC 9(36).
         01 WS-ORIG-PENDING-SW PIC X VALUE "N".
             88 ORIG-CODE-PENDING VALUE "Y".
         01 WS-MAP-FOUND-SW PIC X.
             88 CODE-MAPPED VALUE "Y".
             88 CODE-NOT-IN-EFFECT VALUE "E".
         01 WS-HEADER-NUM PIC 9(6).
         01 WS-CODES-READ    PIC 9(5) VALUE ZERO.
         01 WS-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.
         01 WS-NOT-EFF-COUNT PIC 9(5) VALUE ZERO.
         01 WS-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
         01 WS-COUNT-ED PIC Z(4)9.

         COPY RCTLPARM.
         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "BRDGSTEP" TO RCP-STEP
            MOVE "CODEBRDG" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT HARRYIN
            OPEN OUTPUT BRDGEXCP
            OPEN OUTPUT BRDGRPT
            CALL "SITESEL" USING SITE-PARM
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            MOVE SPACES TO RPT-REC
            STRING "CODE-TO-SIGHTLINE BRIDGE - RUN "
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
            END-IF
            PERFORM OPEN-CODE-MAP
            PERFORM COLLECT-NORMALIZED-CODES
            PERFORM WRITE-HARRY-INPUT
            PERFORM WRITE-BRIDGE-TRAILER
            IF WS-OVERFLOW-COUNT > ZERO OR SITP-CARD-BAD
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-UNMAPPED-COUNT > ZERO
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
            PERFORM WRITE-RUN-HISTORY
            CLOSE HARRYIN
            CLOSE BRDGEXCP
            CLOSE BRDGRPT
            IF CODEMAP-AVAILABLE
                CLOSE CODEMAP
            END-IF
            MOVE RETURN-CODE TO RCP-RC
            MOVE 4 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        OPEN-CODE-MAP.
            OPEN INPUT CODEMAP
            IF WS-MAP-STATUS EQUAL "00"
                SET CODEMAP-AVAILABLE TO TRUE
            ELSE
                MOVE SPACES TO RPT-REC
                STRING "** CODE MAP NOT AVAILABLE - STATUS "
                    WS-MAP-STATUS " - EVERY CODE WILL LIST AS UNMAPPED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        LOOKUP-CODE-MAP.
            MOVE "N" TO WS-MAP-FOUND-SW
            IF NOT CODEMAP-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-THE-CODE TO CMAP-CODE
            READ CODEMAP
                INVALID KEY CONTINUE
            END-READ
            IF WS-MAP-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            IF CMAP-EFF-DATE > WS-TODAY-NUM
                    OR (CMAP-EXP-DATE NOT = ZERO
                        AND CMAP-EXP-DATE < WS-TODAY-NUM)
                SET CODE-NOT-IN-EFFECT TO TRUE
            ELSE
                SET CODE-MAPPED TO TRUE
            END-IF.

        COLLECT-NORMALIZED-CODES.
            OPEN INPUT PRINTOUT
                IF PRINT-LINE (1:14) EQUAL "THE NUMBER IS "
                        AND PRINT-LINE (15:36) NUMERIC
                    ADD 1 TO WS-CODES-READ
                    MOVE "N" TO WS-ORIG-PENDING-SW
                    MOVE PRINT-LINE (15:36) TO WS-THE-CODE
                    PERFORM MAP-ONE-CODE
                ELSE
                    IF PRINT-LINE (1:18) EQUAL "  TRANSLATED FROM "
                            AND PRINT-LINE (19:36) NUMERIC
                            AND ORIG-CODE-PENDING
                        MOVE PRINT-LINE (19:36)
                            TO CAS-ORIG-CODE (WS-CASE-COUNT)
                        MOVE "N" TO WS-ORIG-PENDING-SW
                    END-IF
                END-IF
                READ PRINTOUT
                    AT END SET EOF TO TRUE
            CLOSE PRINTOUT.

        MAP-ONE-CODE.
            PERFORM LOOKUP-CODE-MAP
            IF CODE-MAPPED
                IF WS-CASE-COUNT < 2000
                    ADD 1 TO WS-CASE-COUNT
                    MOVE CMAP-DEPT
                        TO CAS-DEPT (WS-CASE-COUNT)
                    MOVE CMAP-STATION
                        TO CAS-STATION (WS-CASE-COUNT)
                    MOVE ZERO TO CAS-ORIG-CODE (WS-CASE-COUNT)
                    SET ORIG-CODE-PENDING TO TRUE
                    PERFORM NOTE-DEPT-CODE
                ELSE
                    ADD 1 TO WS-OVERFLOW-COUNT
            ELSE
                ADD 1 TO WS-UNMAPPED-COUNT
                MOVE SPACES TO EXCP-REC
                IF CODE-NOT-IN-EFFECT
                    ADD 1 TO WS-NOT-EFF-COUNT
                    STRING "UNMAPPED CODE " WS-THE-CODE
                        " NOT IN EFFECT"
                        DELIMITED BY SIZE INTO EXCP-REC
                ELSE
                    STRING "UNMAPPED CODE " WS-THE-CODE
                        DELIMITED BY SIZE INTO EXCP-REC
                END-IF
                WRITE EXCP-REC
            END-IF.

            END-IF.

        WRITE-HARRY-INPUT.
            MOVE SPACES TO HARRY-REC
            STRING "SITE " SITP-SITE-ID
                DELIMITED BY SIZE INTO HARRY-REC
            WRITE HARRY-REC
            MOVE WS-CASE-COUNT TO WS-HEADER-NUM
            MOVE SPACES TO HARRY-REC
            MOVE WS-HEADER-NUM TO HARRY-REC (1:6)
                    IF CAS-DEPT (WS-CASE-SUB)
                            EQUAL DPT-CODE (WS-DEPT-SUB)
                        MOVE SPACES TO HARRY-REC
                        IF CAS-ORIG-CODE (WS-CASE-SUB) = ZERO
                            STRING "STA " CAS-STATION (WS-CASE-SUB)
                                DELIMITED BY SIZE INTO HARRY-REC
                        ELSE
                            STRING "STA " CAS-STATION (WS-CASE-SUB)
                                " ORIG " CAS-ORIG-CODE (WS-CASE-SUB)
                                DELIMITED BY SIZE INTO HARRY-REC
                        END-IF
                        WRITE HARRY-REC
                    END-IF
                END-PERFORM
            STRING "UNMAPPED CODES=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-NOT-EFF-COUNT > ZERO
                MOVE WS-NOT-EFF-COUNT TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "  OF WHICH MAPPING EXPIRED OR NOT YET"
                    " EFFECTIVE=" WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            IF WS-OVERFLOW-COUNT > ZERO
                MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-RUN-HISTORY.
            OPEN EXTEND RUNHIST
            MOVE SPACES TO RUNH-REC
            MOVE "CODEBRDG" TO RUNH-PROGRAM
            MOVE WS-TODAY-NUM TO RUNH-RUN-DATE
            MOVE WS-RUN-TS (1:14) TO RUNH-START-TS
            MOVE FUNCTION CURRENT-DATE (1:14) TO RUNH-END-TS
            MOVE WS-CODES-READ TO RUNH-READ-CNT
            MOVE WS-CASE-COUNT TO RUNH-WRITE-CNT
            COMPUTE RUNH-ALT-CNT = WS-UNMAPPED-COUNT + WS-OVERFLOW-COUNT
            MOVE RETURN-CODE TO RUNH-RC
            WRITE RUNH-REC
            CLOSE RUNHIST.

        END PROGRAM CODEBRDG.
