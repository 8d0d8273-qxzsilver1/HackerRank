        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHAINCTL.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CHAINTRN ASSIGN TO "CHAINTRN"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT RUNCTL ASSIGN TO "RUNCTL"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RCTL-KEY
                FILE STATUS IS WS-RCTL-STATUS.
            SELECT OPERAUTH ASSIGN TO "OPERAUTH"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AUTH-OPER-ID
                FILE STATUS IS WS-AUTH-STATUS.
            SELECT CHAINRPT ASSIGN TO "CHAINRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD CHAINTRN.
         01 TRAN-LINE PIC X(132).

         FD RUNCTL.
         COPY RUNCTL.

         FD OPERAUTH.
         COPY OPERAUTH.

         FD CHAINRPT.
         01 MAINT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-RCTL-STATUS PIC XX.
         01 WS-RUNCTL-SW PIC X VALUE "N".
             88 RUNCTL-AVAILABLE VALUE "Y".
         01 WS-SCAN-EOF-SW PIC X.
             88 SCAN-EOF VALUE "Y".
         01 WS-TRAN-SW PIC X VALUE "N".
             88 TRAN-OK VALUE "N".
             88 TRAN-BAD VALUE "Y".
         01 WS-RUN-TS PIC X(26).
         01 WS-OPERATOR-ID PIC X(8).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-AUTH-STATUS PIC XX.
         01 WS-OPERAUTH-SW PIC X VALUE "N".
             88 OPERAUTH-AVAILABLE VALUE "Y".
         01 WS-AUTH-OK-SW PIC X.
             88 OPERATOR-AUTHORIZED VALUE "Y".
         01 WS-NEED-FUNC PIC X.
         01 WS-FUNC-HITS PIC 9(2).

         01 WS-TRAN-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-APPLIED-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
         01 WS-TRAN-COUNT-ED     PIC Z(5)9.
         01 WS-APPLIED-COUNT-ED  PIC Z(5)9.
         01 WS-REJECTED-COUNT-ED PIC Z(5)9.

         01 WS-ACTION      PIC X(8).
         01 WS-T-DATE      PIC 9(8).
         01 WS-T-STEP      PIC X(8).
         01 WS-T-MODE      PIC X(8).
         01 WS-T-RC        PIC 9(2).
         01 WS-PARSE-PTR   PIC 9(4).
         01 WS-REJECT-TEXT PIC X(40).

         01 WS-CHAIN-DATE  PIC 9(8).
         01 WS-LIST-DATE   PIC 9(8).
         01 WS-STEP-TOTAL  PIC 9(4).
         01 WS-STEP-OPEN   PIC 9(4).
         01 WS-STEP-LINE   PIC X(100).
         01 WS-STATUS-TEXT PIC X(8).
         01 WS-TRIES-ED    PIC ZZ9.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT CHAINTRN
            OPEN OUTPUT CHAINRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE SPACES TO WS-OPERATOR-ID
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            OPEN I-O RUNCTL
            IF WS-RCTL-STATUS EQUAL "35"
                OPEN OUTPUT RUNCTL
                CLOSE RUNCTL
                OPEN I-O RUNCTL
            END-IF
            IF WS-RCTL-STATUS EQUAL "00"
                SET RUNCTL-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT OPERAUTH
            IF WS-AUTH-STATUS EQUAL "00"
                SET OPERAUTH-AVAILABLE TO TRUE
            END-IF
            MOVE "O" TO WS-NEED-FUNC
            PERFORM CHECK-OPERATOR-AUTHORITY
            PERFORM WRITE-MAINT-HEADERS
            IF NOT RUNCTL-AVAILABLE
                MOVE SPACES TO MAINT-REC
                STRING "** RUN CONTROL FILE NOT AVAILABLE - STATUS "
                    WS-RCTL-STATUS " - ALL TRANSACTIONS WILL REJECT"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF
            IF NOT OPERATOR-AUTHORIZED
                MOVE SPACES TO MAINT-REC
                STRING "** OPERATOR " WS-OPERATOR-ID
                    " NOT AUTHORIZED FOR RUN CONTROL -"
                    " RESET TRANSACTIONS WILL REJECT"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF
            READ CHAINTRN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-TRAN-COUNT
                PERFORM PROCESS-ONE-TRAN
                READ CHAINTRN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            PERFORM WRITE-MAINT-TRAILER
            IF WS-REJECTED-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-TRAN-COUNT = ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
            CLOSE CHAINTRN
            CLOSE CHAINRPT
            IF RUNCTL-AVAILABLE
                CLOSE RUNCTL
            END-IF
            IF OPERAUTH-AVAILABLE
                CLOSE OPERAUTH
            END-IF
            STOP RUN.

        PROCESS-ONE-TRAN.
            SET TRAN-OK TO TRUE
            MOVE SPACES TO WS-REJECT-TEXT
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-ACTION
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-ACTION
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF NOT RUNCTL-AVAILABLE
                SET TRAN-BAD TO TRUE
                MOVE "RUN CONTROL FILE NOT AVAILABLE"
                    TO WS-REJECT-TEXT
            ELSE
                EVALUATE WS-ACTION
                    WHEN "BEGIN"
                        PERFORM BEGIN-CHAIN-RUN
                    WHEN "SHOW"
                        PERFORM SHOW-CHAIN-RUN
                    WHEN "RESET"
                        IF NOT OPERATOR-AUTHORIZED
                            SET TRAN-BAD TO TRUE
                            MOVE "OPERATOR NOT AUTHORIZED"
                                TO WS-REJECT-TEXT
                        ELSE
                            PERFORM RESET-CHAIN-STEP
                        END-IF
                    WHEN OTHER
                        SET TRAN-BAD TO TRUE
                        MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
                END-EVALUATE
            END-IF
            IF TRAN-BAD
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REJECT-LINE
            ELSE
                ADD 1 TO WS-APPLIED-COUNT
            END-IF.

        BEGIN-CHAIN-RUN.
            PERFORM WRITE-TRAN-ECHO
            MOVE ZERO TO RCTL-RUN-DATE
            MOVE "CHAIN" TO RCTL-STEP
            READ RUNCTL
                INVALID KEY CONTINUE
            END-READ
            IF WS-RCTL-STATUS NOT EQUAL "00"
                PERFORM OPEN-NEW-CHAIN-RUN
                EXIT PARAGRAPH
            END-IF
            MOVE RCTL-CUR-DATE TO WS-CHAIN-DATE
            MOVE WS-CHAIN-DATE TO WS-LIST-DATE
            PERFORM COUNT-RUN-STEPS
            IF WS-STEP-OPEN > ZERO
                MOVE SPACES TO MAINT-REC
                STRING "  RESTART OF CHAIN RUN " WS-CHAIN-DATE
                    " - COMPLETED STEPS WILL BE BYPASSED WITH THEIR"
                    " RETURN CODES, THE REST RERUN"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
                PERFORM LIST-RUN-STEPS
                EXIT PARAGRAPH
            END-IF
            IF WS-STEP-TOTAL > ZERO
                    AND WS-CHAIN-DATE = WS-TODAY-NUM
                MOVE SPACES TO MAINT-REC
                STRING "  CHAIN RUN " WS-CHAIN-DATE
                    " ALREADY COMPLETE TODAY - EVERY STEP WILL BE"
                    " BYPASSED UNLESS RESET FOR RERUN"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
                PERFORM LIST-RUN-STEPS
                EXIT PARAGRAPH
            END-IF
            PERFORM OPEN-NEW-CHAIN-RUN.

        OPEN-NEW-CHAIN-RUN.
            MOVE ZERO TO RCTL-RUN-DATE
            MOVE "CHAIN" TO RCTL-STEP
            READ RUNCTL
                INVALID KEY CONTINUE
            END-READ
            IF WS-RCTL-STATUS EQUAL "00"
                MOVE WS-TODAY-NUM TO RCTL-CUR-DATE
                MOVE WS-RUN-TS (1:14) TO RCTL-START-TS
                MOVE WS-OPERATOR-ID TO RCTL-UPD-OPER
                REWRITE RCTL-REC
                    INVALID KEY CONTINUE
                END-REWRITE
            ELSE
                MOVE SPACES TO RCTL-REC
                MOVE ZERO TO RCTL-RUN-DATE
                MOVE "CHAIN" TO RCTL-STEP
                MOVE "CHAINCTL" TO RCTL-PROGRAM
                SET RCTL-COMPLETE TO TRUE
                MOVE ZERO TO RCTL-RC
                MOVE ZERO TO RCTL-ATTEMPTS
                MOVE WS-TODAY-NUM TO RCTL-CUR-DATE
                MOVE WS-RUN-TS (1:14) TO RCTL-START-TS
                MOVE WS-OPERATOR-ID TO RCTL-UPD-OPER
                WRITE RCTL-REC
                    INVALID KEY CONTINUE
                END-WRITE
            END-IF
            IF WS-RCTL-STATUS NOT EQUAL "00"
                SET TRAN-BAD TO TRUE
                MOVE "RUN CONTROL ANCHOR NOT WRITTEN"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-TODAY-NUM TO WS-CHAIN-DATE
            MOVE SPACES TO MAINT-REC
            STRING "  NEW CHAIN RUN OPENED FOR " WS-CHAIN-DATE
                " - EVERY STEP WILL RUN"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE WS-CHAIN-DATE TO WS-LIST-DATE
            PERFORM COUNT-RUN-STEPS
            IF WS-STEP-TOTAL > ZERO
                MOVE SPACES TO MAINT-REC
                STRING "  ** STEPS ALREADY RECORDED FOR THIS DATE -"
                    " COMPLETED ONES WILL BE BYPASSED"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
                PERFORM LIST-RUN-STEPS
            END-IF.

        COUNT-RUN-STEPS.
            MOVE ZERO TO WS-STEP-TOTAL
            MOVE ZERO TO WS-STEP-OPEN
            MOVE "N" TO WS-SCAN-EOF-SW
            MOVE WS-LIST-DATE TO RCTL-RUN-DATE
            MOVE LOW-VALUES TO RCTL-STEP
            START RUNCTL KEY IS NOT LESS THAN RCTL-KEY
                INVALID KEY SET SCAN-EOF TO TRUE
            END-START
            PERFORM UNTIL SCAN-EOF
                READ RUNCTL NEXT RECORD
                    AT END SET SCAN-EOF TO TRUE
                END-READ
                IF NOT SCAN-EOF
                    IF RCTL-RUN-DATE NOT = WS-LIST-DATE
                        SET SCAN-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-STEP-TOTAL
                        IF NOT RCTL-COMPLETE
                            ADD 1 TO WS-STEP-OPEN
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

        LIST-RUN-STEPS.
            MOVE SPACES TO MAINT-REC
            STRING "    STEP     PROGRAM  STATUS   TRIES"
                " STARTED        ENDED          RC OPERATOR"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE ZERO TO WS-STEP-TOTAL
            MOVE "N" TO WS-SCAN-EOF-SW
            MOVE WS-LIST-DATE TO RCTL-RUN-DATE
            MOVE LOW-VALUES TO RCTL-STEP
            START RUNCTL KEY IS NOT LESS THAN RCTL-KEY
                INVALID KEY SET SCAN-EOF TO TRUE
            END-START
            PERFORM UNTIL SCAN-EOF
                READ RUNCTL NEXT RECORD
                    AT END SET SCAN-EOF TO TRUE
                END-READ
                IF NOT SCAN-EOF
                    IF RCTL-RUN-DATE NOT = WS-LIST-DATE
                        SET SCAN-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-STEP-TOTAL
                        PERFORM FORMAT-STEP-LINE
                        MOVE SPACES TO MAINT-REC
                        STRING "    " WS-STEP-LINE
                            DELIMITED BY SIZE INTO MAINT-REC
                        WRITE MAINT-REC
                    END-IF
                END-IF
            END-PERFORM
            IF WS-STEP-TOTAL = ZERO
                MOVE SPACES TO MAINT-REC
                STRING "    NO STEPS RECORDED FOR THIS RUN"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF.

        FORMAT-STEP-LINE.
            EVALUATE TRUE
                WHEN RCTL-STARTED
                    MOVE "STARTED" TO WS-STATUS-TEXT
                WHEN RCTL-COMPLETE
                    MOVE "COMPLETE" TO WS-STATUS-TEXT
                WHEN RCTL-FAILED
                    MOVE "FAILED" TO WS-STATUS-TEXT
                WHEN RCTL-RESET
                    MOVE "RESET" TO WS-STATUS-TEXT
                WHEN OTHER
                    MOVE "UNKNOWN" TO WS-STATUS-TEXT
            END-EVALUATE
            MOVE RCTL-ATTEMPTS TO WS-TRIES-ED
            MOVE SPACES TO WS-STEP-LINE
            STRING RCTL-STEP " " RCTL-PROGRAM " " WS-STATUS-TEXT
                "  " WS-TRIES-ED " " RCTL-START-TS " " RCTL-END-TS
                " " RCTL-RC " " RCTL-UPD-OPER
                DELIMITED BY SIZE INTO WS-STEP-LINE.

        SHOW-CHAIN-RUN.
            MOVE ZERO TO WS-T-DATE
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-DATE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-DATE NOT NUMERIC
                SET TRAN-BAD TO TRUE
                MOVE "RUN DATE NOT NUMERIC" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-T-DATE = ZERO
                MOVE ZERO TO RCTL-RUN-DATE
                MOVE "CHAIN" TO RCTL-STEP
                READ RUNCTL
                    INVALID KEY CONTINUE
                END-READ
                IF WS-RCTL-STATUS NOT EQUAL "00"
                    SET TRAN-BAD TO TRUE
                    MOVE "NO CHAIN RUN ON FILE" TO WS-REJECT-TEXT
                    EXIT PARAGRAPH
                END-IF
                MOVE RCTL-CUR-DATE TO WS-T-DATE
            END-IF
            PERFORM WRITE-TRAN-ECHO
            MOVE WS-T-DATE TO WS-LIST-DATE
            MOVE SPACES TO MAINT-REC
            STRING "  CHAIN RUN " WS-LIST-DATE
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            PERFORM LIST-RUN-STEPS.

        RESET-CHAIN-STEP.
            MOVE ZERO TO WS-T-DATE
            MOVE ZERO TO WS-T-RC
            MOVE SPACES TO WS-T-STEP WS-T-MODE
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-DATE WS-T-STEP WS-T-MODE WS-T-RC
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-DATE NOT NUMERIC OR WS-T-DATE = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "RUN DATE MISSING OR NOT NUMERIC"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-T-STEP EQUAL SPACES
                SET TRAN-BAD TO TRUE
                MOVE "STEP NAME MISSING" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-T-MODE EQUAL SPACES
                MOVE "RERUN" TO WS-T-MODE
            END-IF
            IF WS-T-MODE NOT EQUAL "RERUN"
                    AND WS-T-MODE NOT EQUAL "COMPLETE"
                SET TRAN-BAD TO TRUE
                MOVE "RESET MODE MUST BE RERUN OR COMPLETE"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-T-RC NOT NUMERIC
                SET TRAN-BAD TO TRUE
                MOVE "RETURN CODE NOT NUMERIC" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-DATE TO RCTL-RUN-DATE
            MOVE WS-T-STEP TO RCTL-STEP
            READ RUNCTL
                INVALID KEY CONTINUE
            END-READ
            IF WS-RCTL-STATUS NOT EQUAL "00"
                SET TRAN-BAD TO TRUE
                MOVE "STEP NOT RECORDED FOR THAT RUN"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM WRITE-TRAN-ECHO
            PERFORM FORMAT-STEP-LINE
            MOVE SPACES TO MAINT-REC
            STRING "  BEFORE IMAGE: " WS-STEP-LINE
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            IF WS-T-MODE EQUAL "RERUN"
                SET RCTL-RESET TO TRUE
            ELSE
                SET RCTL-COMPLETE TO TRUE
                MOVE WS-T-RC TO RCTL-RC
                IF RCTL-END-TS EQUAL SPACES
                    MOVE WS-RUN-TS (1:14) TO RCTL-END-TS
                END-IF
            END-IF
            MOVE WS-OPERATOR-ID TO RCTL-UPD-OPER
            REWRITE RCTL-REC
                INVALID KEY CONTINUE
            END-REWRITE
            PERFORM FORMAT-STEP-LINE
            MOVE SPACES TO MAINT-REC
            STRING "  AFTER IMAGE:  " WS-STEP-LINE
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        CHECK-OPERATOR-AUTHORITY.
            SET OPERATOR-AUTHORIZED TO TRUE
            IF NOT OPERAUTH-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-AUTH-OK-SW
            MOVE WS-OPERATOR-ID TO AUTH-OPER-ID
            READ OPERAUTH
                INVALID KEY CONTINUE
            END-READ
            IF WS-AUTH-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            IF AUTH-EFF-DATE NUMERIC
                    AND WS-TODAY-NUM < AUTH-EFF-DATE
                EXIT PARAGRAPH
            END-IF
            IF AUTH-EXP-DATE NUMERIC AND AUTH-EXP-DATE NOT = ZERO
                    AND WS-TODAY-NUM > AUTH-EXP-DATE
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-FUNC-HITS
            INSPECT AUTH-FUNCS TALLYING WS-FUNC-HITS
                FOR ALL WS-NEED-FUNC
            IF WS-FUNC-HITS > ZERO
                SET OPERATOR-AUTHORIZED TO TRUE
            END-IF.

        WRITE-TRAN-ECHO.
            MOVE SPACES TO MAINT-REC
            STRING "TRAN: " TRAN-LINE (1:120)
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        WRITE-REJECT-LINE.
            MOVE SPACES TO MAINT-REC
            STRING "** REJECTED: " WS-REJECT-TEXT
                " - RAW LINE: " TRAN-LINE (1:70)
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        WRITE-MAINT-HEADERS.
            MOVE SPACES TO MAINT-REC
            STRING "CHAIN RUN CONTROL REPORT"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE SPACES TO MAINT-REC
            STRING "RUN DATE: " WS-RUN-TS (1:10)
                "  TIME: " WS-RUN-TS (11:8)
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        WRITE-MAINT-TRAILER.
            MOVE WS-TRAN-COUNT TO WS-TRAN-COUNT-ED
            MOVE WS-APPLIED-COUNT TO WS-APPLIED-COUNT-ED
            MOVE WS-REJECTED-COUNT TO WS-REJECTED-COUNT-ED
            MOVE SPACES TO MAINT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE SPACES TO MAINT-REC
            STRING "MAINTENANCE SUMMARY - TRANSACTIONS READ: "
                WS-TRAN-COUNT-ED
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE SPACES TO MAINT-REC
            STRING "  APPLIED=" WS-APPLIED-COUNT-ED
                "  REJECTED=" WS-REJECTED-COUNT-ED
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        END PROGRAM CHAINCTL.
