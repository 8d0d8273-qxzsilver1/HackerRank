                ORGANIZATION LINE SEQUENTIAL.
            SELECT UNDELIV ASSIGN TO "UNDELIV"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT ALERTLOG ASSIGN TO "ALERTLOG"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALG-STATUS.

        DATA DIVISION.
         FILE SECTION.
         FD UNDELIV.
         01 UNDELIV-REC PIC X(200).

         FD ALERTLOG.
         COPY ALERTLOG.

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-DEPT-STATUS PIC XX.
         01 WS-DEPTMAST-SW PIC X VALUE "N".
             88 DEPTMAST-AVAILABLE VALUE "Y".
         01 WS-ALG-STATUS PIC XX.
         01 WS-ALERTLOG-SW PIC X VALUE "N".
             88 ALERTLOG-AVAILABLE VALUE "Y".
         01 WS-LOG-EVENT  PIC X(8).
         01 WS-LOG-WHO    PIC X(8).
         01 WS-LOG-CODE   PIC X(4).
         01 WS-RESP-COUNT PIC 9(3) VALUE ZERO.
         01 WS-RESP-TABLE.
             05 WS-RESP-ENTRY OCCURS 20 TIMES.
             88 RESPONDER-MATCHED VALUE "Y".
         01 WS-ANY-MATCH-SW PIC X.
             88 ANY-RESPONDER-MATCHED VALUE "Y".
         01 WS-ESC-SW      PIC X.
             88 ESCALATION-ALERT VALUE "Y".

         01 WS-SUPV-COUNT PIC 9(3) VALUE ZERO.
         01 WS-SUPV-SUB   PIC 9(3).
         01 WS-SUPV-TABLE.
             05 WS-SUPV-ENTRY OCCURS 50 TIMES.
                10 SUP-DEPT      PIC X(4).
                10 SUP-NAME      PIC X(20).
                10 SUP-ID        PIC X(8).
                10 SUP-DELIVERED PIC 9(6).

         01 WS-T-KEYWORD   PIC X(4).
         01 WS-T-ID        PIC X(4).
         01 WS-UNDELIV-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-COUNT-ED       PIC Z(5)9.

         COPY RCTLPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "DISPSTEP" TO RCP-STEP
            MOVE "ALRTDISP" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT ROUTETBL
            OPEN INPUT DEPTMAST
            IF WS-DEPT-STATUS EQUAL "00"
            END-IF
            OPEN OUTPUT BUNDLES
            OPEN OUTPUT UNDELIV
            OPEN EXTEND ALERTLOG
            IF WS-ALG-STATUS EQUAL "00"
                SET ALERTLOG-AVAILABLE TO TRUE
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (9:2) TO WS-CUR-HOUR
            PERFORM SET-CURRENT-SHIFT
                UNTIL WS-RESP-SUB > WS-RESP-COUNT
                PERFORM BUNDLE-ONE-RESPONDER
            END-PERFORM
            PERFORM VARYING WS-SUPV-SUB FROM 1 BY 1
                UNTIL WS-SUPV-SUB > WS-SUPV-COUNT
                PERFORM BUNDLE-ONE-SUPERVISOR
            END-PERFORM
            IF WS-UNDELIV-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
            END-IF
            CLOSE BUNDLES
            CLOSE UNDELIV
            IF ALERTLOG-AVAILABLE
                CLOSE ALERTLOG
            END-IF
            MOVE RETURN-CODE TO RCP-RC
            MOVE 4 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        SET-CURRENT-SHIFT.
        TAKE-ALERT-FIELDS.
            MOVE "N" TO WS-STRUCT-SW
            MOVE "N" TO WS-ZONE-SW
            MOVE "N" TO WS-ESC-SW
            MOVE ALR-REC TO ALERT-LINE
            IF ALR-DATE NUMERIC AND ALR-DATE NOT = ZERO
                    AND ALR-ZONE NUMERIC
                SET STRUCTURED-ALERT TO TRUE
                MOVE ALR-TEXT TO WS-OUT-TEXT
                MOVE ALR-ZONE TO WS-ZONE-ID
                IF ALR-ESCALATION
                    SET ESCALATION-ALERT TO TRUE
                ELSE
                    SET ZONE-TOKEN-FOUND TO TRUE
                END-IF
                IF ALR-SEVERITY EQUAL "MARGINAL"
                        OR ALR-SEVERITY EQUAL "NEARMISS"
                    MOVE 1 TO WS-ALERT-RANK
                ADD 1 TO WS-ALERT-COUNT
                PERFORM TAKE-ALERT-FIELDS
                MOVE "N" TO WS-ANY-MATCH-SW
                IF ESCALATION-ALERT
                    PERFORM FIND-ESCALATION-SUPERVISOR
                END-IF
                IF ZONE-TOKEN-FOUND
                    PERFORM VARYING WS-RESP-SUB FROM 1 BY 1
                        UNTIL WS-RESP-SUB > WS-RESP-COUNT
                    ADD 1 TO WS-UNDELIV-COUNT
                    MOVE WS-OUT-TEXT TO UNDELIV-REC
                    WRITE UNDELIV-REC
                    MOVE "UNDELIV" TO WS-LOG-EVENT
                    MOVE SPACES TO WS-LOG-WHO WS-LOG-CODE
                    PERFORM WRITE-ALERT-LOG
                END-IF
                READ ALERTFILE
                    AT END SET EOF TO TRUE
                            ADD 1 TO RSP-DELIVERED (WS-RESP-SUB)
                            MOVE WS-OUT-TEXT TO BUNDLE-REC
                            WRITE BUNDLE-REC
                            MOVE "DISPATCH" TO WS-LOG-EVENT
                            MOVE RSP-ID (WS-RESP-SUB) TO WS-LOG-WHO
                            MOVE SPACES TO WS-LOG-CODE
                            PERFORM WRITE-ALERT-LOG
                        END-IF
                    END-IF
                    READ ALERTFILE
                DELIMITED BY SIZE INTO BUNDLE-REC
            WRITE BUNDLE-REC.

        FIND-ESCALATION-SUPERVISOR.
            PERFORM VARYING WS-SUPV-SUB FROM 1 BY 1
                UNTIL WS-SUPV-SUB > WS-SUPV-COUNT
                    OR ANY-RESPONDER-MATCHED
                IF SUP-DEPT (WS-SUPV-SUB) EQUAL ALR-DEPT
                    SET ANY-RESPONDER-MATCHED TO TRUE
                END-IF
            END-PERFORM
            IF ANY-RESPONDER-MATCHED OR NOT DEPTMAST-AVAILABLE
                    OR WS-SUPV-COUNT >= 50
                EXIT PARAGRAPH
            END-IF
            MOVE ALR-DEPT TO DEPT-CODE
            READ DEPTMAST
                INVALID KEY
                    MOVE "X" TO DEPT-STAT
            END-READ
            IF WS-DEPT-STATUS NOT EQUAL "00"
                    OR NOT DEPT-IS-ACTIVE
                    OR DEPT-SUPV EQUAL SPACES
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SUPV-COUNT
            MOVE ALR-DEPT TO SUP-DEPT (WS-SUPV-COUNT)
            MOVE DEPT-NAME TO SUP-NAME (WS-SUPV-COUNT)
            MOVE DEPT-SUPV TO SUP-ID (WS-SUPV-COUNT)
            MOVE ZERO TO SUP-DELIVERED (WS-SUPV-COUNT)
            SET ANY-RESPONDER-MATCHED TO TRUE.

        BUNDLE-ONE-SUPERVISOR.
            MOVE SPACES TO BUNDLE-REC
            STRING "ESCALATION BUNDLE - SUPERVISOR "
                SUP-ID (WS-SUPV-SUB)
                " DEPT " SUP-DEPT (WS-SUPV-SUB)
                " " SUP-NAME (WS-SUPV-SUB)
                " - RUN " WS-RUN-TS (1:10)
                DELIMITED BY SIZE INTO BUNDLE-REC
            WRITE BUNDLE-REC
            OPEN INPUT ALERTFILE
            IF WS-ALERT-STATUS EQUAL "00"
                READ ALERTFILE
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF
                    PERFORM TAKE-ALERT-FIELDS
                    IF ESCALATION-ALERT
                            AND ALR-DEPT EQUAL SUP-DEPT (WS-SUPV-SUB)
                        ADD 1 TO SUP-DELIVERED (WS-SUPV-SUB)
                        MOVE WS-OUT-TEXT TO BUNDLE-REC
                        WRITE BUNDLE-REC
                        MOVE "DISPATCH" TO WS-LOG-EVENT
                        MOVE SUP-ID (WS-SUPV-SUB) TO WS-LOG-WHO
                        MOVE SUP-DEPT (WS-SUPV-SUB) TO WS-LOG-CODE
                        PERFORM WRITE-ALERT-LOG
                    END-IF
                    READ ALERTFILE
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE ALERTFILE
                MOVE "N" TO WS-EOF-SW
            END-IF
            MOVE SUP-DELIVERED (WS-SUPV-SUB) TO WS-COUNT-ED
            MOVE SPACES TO BUNDLE-REC
            STRING "END OF BUNDLE - SUPERVISOR "
                SUP-ID (WS-SUPV-SUB)
                " - ESCALATIONS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO BUNDLE-REC
            WRITE BUNDLE-REC.

        WRITE-ALERT-LOG.
            IF NOT STRUCTURED-ALERT OR NOT ALERTLOG-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO ALG-REC
            MOVE ALR-DATE TO ALG-DATE
            MOVE ALR-CASE TO ALG-CASE
            IF ALR-SITE NUMERIC AND ALR-SITE NOT = ZERO
                MOVE ALR-SITE TO ALG-SITE
            ELSE
                MOVE 1 TO ALG-SITE
            END-IF
            MOVE WS-LOG-EVENT TO ALG-EVENT
            MOVE WS-RUN-TS (1:14) TO ALG-TS
            MOVE WS-LOG-WHO TO ALG-WHO
            MOVE ALR-ZONE TO ALG-ZONE
            MOVE WS-LOG-CODE TO ALG-CODE
            MOVE RCP-STEP TO ALG-STEP
            WRITE ALG-REC.

        END PROGRAM ALRTDISP.
