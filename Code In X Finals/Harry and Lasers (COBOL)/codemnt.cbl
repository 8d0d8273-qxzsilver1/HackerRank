        IDENTIFICATION DIVISION.
        PROGRAM-ID. CODEMNT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CODETRAN ASSIGN TO "CODETRAN"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT CODEMAP ASSIGN TO "CODEMAP"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CMAP-CODE
                FILE STATUS IS WS-MAP-STATUS.
            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-STATION-STATUS.
            SELECT DEPTMAST ASSIGN TO "DEPTMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-DEPT-STATUS.
            SELECT OPERAUTH ASSIGN TO "OPERAUTH"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AUTH-OPER-ID
                FILE STATUS IS WS-AUTH-STATUS.
            SELECT CODEJRNL ASSIGN TO "CODEJRNL"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT CODERPT ASSIGN TO "CODERPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD CODETRAN.
         01 TRAN-LINE PIC X(132).

         FD CODEMAP.
         COPY CODEMAP.

         FD STATMAST.
         COPY STATMAST.

         FD DEPTMAST.
         COPY DEPTMAST.

         FD OPERAUTH.
         COPY OPERAUTH.

         FD CODEJRNL.
         COPY CODEJRNL.

         FD CODERPT.
         01 MAINT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-MAP-STATUS PIC XX.
         01 WS-STATION-STATUS PIC XX.
         01 WS-STATMAST-SW PIC X VALUE "N".
             88 STATMAST-AVAILABLE VALUE "Y".
         01 WS-DEPT-STATUS PIC XX.
         01 WS-DEPTMAST-SW PIC X VALUE "N".
             88 DEPTMAST-AVAILABLE VALUE "Y".
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
         01 WS-T-CODE      PIC 9(36).
         01 WS-T-DEPT      PIC X(4).
         01 WS-T-STATION   PIC 9(4).
         01 WS-T-EFF-DATE  PIC 9(8).
         01 WS-T-EXP-DATE  PIC 9(8).
         01 WS-PARSE-PTR   PIC 9(4).
         01 WS-REJECT-TEXT PIC X(40).

         01 WS-STA-ID-ED   PIC Z(4).

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT CODETRAN
            OPEN I-O CODEMAP
            IF WS-MAP-STATUS EQUAL "35"
                OPEN OUTPUT CODEMAP
                CLOSE CODEMAP
                OPEN I-O CODEMAP
            END-IF
            OPEN OUTPUT CODERPT
            OPEN EXTEND CODEJRNL
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE SPACES TO WS-OPERATOR-ID
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            OPEN INPUT STATMAST
            IF WS-STATION-STATUS EQUAL "00"
                SET STATMAST-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT DEPTMAST
            IF WS-DEPT-STATUS EQUAL "00"
                SET DEPTMAST-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT OPERAUTH
            IF WS-AUTH-STATUS EQUAL "00"
                SET OPERAUTH-AVAILABLE TO TRUE
            END-IF
            MOVE "M" TO WS-NEED-FUNC
            PERFORM CHECK-OPERATOR-AUTHORITY
            CALL "SITESEL" USING SITE-PARM
            IF SITP-CARD-BAD
                MOVE SPACES TO MAINT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    " - ALL TRANSACTIONS WILL REJECT"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF
            PERFORM WRITE-MAINT-HEADERS
            IF NOT OPERATOR-AUTHORIZED
                MOVE SPACES TO MAINT-REC
                STRING "** OPERATOR " WS-OPERATOR-ID
                    " NOT AUTHORIZED FOR CODE MAP MAINTENANCE -"
                    " ALL TRANSACTIONS WILL REJECT"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF
            READ CODETRAN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-TRAN-COUNT
                PERFORM PROCESS-ONE-TRAN
                READ CODETRAN
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
            CLOSE CODETRAN
            CLOSE CODEMAP
            CLOSE CODERPT
            CLOSE CODEJRNL
            IF STATMAST-AVAILABLE
                CLOSE STATMAST
            END-IF
            IF DEPTMAST-AVAILABLE
                CLOSE DEPTMAST
            END-IF
            IF OPERAUTH-AVAILABLE
                CLOSE OPERAUTH
            END-IF
            STOP RUN.

        PROCESS-ONE-TRAN.
            SET TRAN-OK TO TRUE
            MOVE SPACES TO WS-REJECT-TEXT
            IF NOT OPERATOR-AUTHORIZED
                SET TRAN-BAD TO TRUE
                MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-TEXT
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REJECT-LINE
                EXIT PARAGRAPH
            END-IF
            IF SITP-CARD-BAD
                SET TRAN-BAD TO TRUE
                MOVE "SITE CARD INVALID" TO WS-REJECT-TEXT
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REJECT-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-ACTION WS-T-DEPT
            MOVE ZERO TO WS-T-CODE WS-T-STATION
            MOVE ZERO TO WS-T-EFF-DATE WS-T-EXP-DATE
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-ACTION WS-T-CODE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-CODE NOT NUMERIC OR WS-T-CODE = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "CODE MISSING OR NOT NUMERIC" TO WS-REJECT-TEXT
            ELSE
                EVALUATE WS-ACTION
                    WHEN "ADD"
                        PERFORM APPLY-ADD-MAPPING
                    WHEN "CHANGE"
                        PERFORM APPLY-CHANGE-MAPPING
                    WHEN "EXPIRE"
                        PERFORM APPLY-EXPIRE-MAPPING
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

        PARSE-MAPPING-FIELDS.
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-DEPT WS-T-STATION
                     WS-T-EFF-DATE WS-T-EXP-DATE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-DEPT EQUAL SPACES
                    OR WS-T-STATION NOT NUMERIC
                    OR WS-T-STATION = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "DEPT OR STATION MISSING" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-T-EFF-DATE NOT NUMERIC OR WS-T-EFF-DATE = ZERO
                    OR WS-T-EXP-DATE NOT NUMERIC
                SET TRAN-BAD TO TRUE
                MOVE "EFFECTIVE/EXPIRY DATE NOT NUMERIC"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-T-EXP-DATE NOT = ZERO
                    AND WS-T-EXP-DATE < WS-T-EFF-DATE
                SET TRAN-BAD TO TRUE
                MOVE "EXPIRY DATE BEFORE EFFECTIVE DATE"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM VALIDATE-STATION
            IF TRAN-OK
                PERFORM VALIDATE-DEPARTMENT
            END-IF.

        VALIDATE-STATION.
            IF NOT STATMAST-AVAILABLE
                SET TRAN-BAD TO TRUE
                MOVE "STATION MASTER NOT AVAILABLE" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO STA-SITE-ID
            MOVE WS-T-STATION TO STA-ID
            READ STATMAST
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "STATION NOT ON STATMAST" TO WS-REJECT-TEXT
            END-READ
            IF TRAN-OK AND NOT STA-ACTIVE
                SET TRAN-BAD TO TRUE
                MOVE "STATION NOT ACTIVE ON STATMAST"
                    TO WS-REJECT-TEXT
            END-IF.

        VALIDATE-DEPARTMENT.
            IF NOT DEPTMAST-AVAILABLE
                SET TRAN-BAD TO TRUE
                MOVE "DEPARTMENT MASTER NOT AVAILABLE"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-DEPT TO DEPT-CODE
            READ DEPTMAST
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "DEPARTMENT NOT ON DEPTMAST"
                        TO WS-REJECT-TEXT
            END-READ
            IF TRAN-OK AND NOT DEPT-IS-ACTIVE
                SET TRAN-BAD TO TRUE
                MOVE "DEPARTMENT NOT ACTIVE ON DEPTMAST"
                    TO WS-REJECT-TEXT
            END-IF.

        APPLY-ADD-MAPPING.
            PERFORM PARSE-MAPPING-FIELDS
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-CODE TO CMAP-CODE
            READ CODEMAP
                INVALID KEY CONTINUE
            END-READ
            IF WS-MAP-STATUS EQUAL "00"
                SET TRAN-BAD TO TRUE
                MOVE "CODE ALREADY ON CODE MAP" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM WRITE-TRAN-ECHO
            MOVE "** CODE NOT ON CODE MAP (NEW)" TO MAINT-REC
            WRITE MAINT-REC
            INITIALIZE CMAP-REC
            MOVE WS-T-CODE TO CMAP-CODE
            MOVE WS-T-DEPT TO CMAP-DEPT
            MOVE WS-T-STATION TO CMAP-STATION
            MOVE WS-T-EFF-DATE TO CMAP-EFF-DATE
            MOVE WS-T-EXP-DATE TO CMAP-EXP-DATE
            MOVE WS-RUN-TS (1:14) TO CMAP-UPD-TS
            MOVE WS-OPERATOR-ID TO CMAP-UPD-OPER
            WRITE CMAP-REC
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "CODE MAP WRITE FAILED" TO WS-REJECT-TEXT
            END-WRITE
            IF TRAN-OK
                PERFORM WRITE-AFTER-IMAGE
                INITIALIZE CMJ-BEFORE
                PERFORM TAKE-AFTER-IMAGE
                PERFORM WRITE-JOURNAL-RECORD
            END-IF.

        APPLY-CHANGE-MAPPING.
            PERFORM PARSE-MAPPING-FIELDS
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            PERFORM READ-MAPPING-FOR-UPDATE
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-DEPT TO CMAP-DEPT
            MOVE WS-T-STATION TO CMAP-STATION
            MOVE WS-T-EFF-DATE TO CMAP-EFF-DATE
            MOVE WS-T-EXP-DATE TO CMAP-EXP-DATE
            PERFORM REWRITE-MAPPING.

        APPLY-EXPIRE-MAPPING.
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-EXP-DATE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-EXP-DATE NOT NUMERIC OR WS-T-EXP-DATE = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "EXPIRY DATE NOT NUMERIC" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM READ-MAPPING-FOR-UPDATE
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            IF WS-T-EXP-DATE < CMAP-EFF-DATE
                SET TRAN-BAD TO TRUE
                MOVE "EXPIRY DATE BEFORE EFFECTIVE DATE"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-EXP-DATE TO CMAP-EXP-DATE
            PERFORM REWRITE-MAPPING.

        READ-MAPPING-FOR-UPDATE.
            MOVE WS-T-CODE TO CMAP-CODE
            READ CODEMAP
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "CODE NOT ON CODE MAP" TO WS-REJECT-TEXT
            END-READ
            IF TRAN-OK
                PERFORM WRITE-TRAN-ECHO
                PERFORM WRITE-BEFORE-IMAGE
                MOVE CMAP-DEPT TO CMJ-B-DEPT
                MOVE CMAP-STATION TO CMJ-B-STATION
                MOVE CMAP-EFF-DATE TO CMJ-B-EFF-DATE
                MOVE CMAP-EXP-DATE TO CMJ-B-EXP-DATE
            END-IF.

        REWRITE-MAPPING.
            MOVE WS-RUN-TS (1:14) TO CMAP-UPD-TS
            MOVE WS-OPERATOR-ID TO CMAP-UPD-OPER
            REWRITE CMAP-REC
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "CODE MAP REWRITE FAILED" TO WS-REJECT-TEXT
            END-REWRITE
            IF TRAN-OK
                PERFORM WRITE-AFTER-IMAGE
                PERFORM TAKE-AFTER-IMAGE
                PERFORM WRITE-JOURNAL-RECORD
            END-IF.

        TAKE-AFTER-IMAGE.
            MOVE CMAP-DEPT TO CMJ-A-DEPT
            MOVE CMAP-STATION TO CMJ-A-STATION
            MOVE CMAP-EFF-DATE TO CMJ-A-EFF-DATE
            MOVE CMAP-EXP-DATE TO CMJ-A-EXP-DATE.

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

        WRITE-JOURNAL-RECORD.
            MOVE WS-RUN-TS (1:8) TO CMJ-DATE
            MOVE WS-RUN-TS (9:6) TO CMJ-TIME
            MOVE WS-OPERATOR-ID TO CMJ-OPER
            MOVE WS-ACTION TO CMJ-ACTION
            MOVE WS-T-CODE TO CMJ-CODE
            WRITE CMJ-REC.

        WRITE-TRAN-ECHO.
            MOVE SPACES TO MAINT-REC
            STRING "TRAN: " TRAN-LINE (1:120)
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        WRITE-BEFORE-IMAGE.
            MOVE SPACES TO MAINT-REC
            STRING "  BEFORE IMAGE:"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            PERFORM WRITE-MAPPING-LINE.

        WRITE-AFTER-IMAGE.
            MOVE SPACES TO MAINT-REC
            STRING "  AFTER IMAGE:"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            PERFORM WRITE-MAPPING-LINE.

        WRITE-MAPPING-LINE.
            MOVE CMAP-STATION TO WS-STA-ID-ED
            MOVE SPACES TO MAINT-REC
            STRING "  CODE " CMAP-CODE
                " DEPT=" CMAP-DEPT
                " STA=" WS-STA-ID-ED
                " EFF=" CMAP-EFF-DATE
                " EXP=" CMAP-EXP-DATE
                " BY " CMAP-UPD-OPER
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
            STRING "CODE-TO-STATION MAP MAINTENANCE REPORT"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE SPACES TO MAINT-REC
            STRING "RUN DATE: " WS-RUN-TS (1:10)
                "  TIME: " WS-RUN-TS (11:8)
                "  SITE: " SITP-SITE-ID
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

        END PROGRAM CODEMNT.
