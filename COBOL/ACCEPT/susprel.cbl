        IDENTIFICATION DIVISION.
        PROGRAM-ID. SUSPREL.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RELTRAN ASSIGN TO "RELTRAN"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT SUSPENSE ASSIGN TO "SUSPENSE"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUSP-KEY
                FILE STATUS IS WS-SUSP-STATUS.
            SELECT CHKDCTL ASSIGN TO "CHKDCTL"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CHKC-KEY
                FILE STATUS IS WS-CHKD-STATUS.
            SELECT AUDITFILE ASSIGN TO "AUDITFILE"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
            SELECT OPERAUTH ASSIGN TO "OPERAUTH"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AUTH-OPER-ID
                FILE STATUS IS WS-AUTH-STATUS.
            SELECT SUSPRPT ASSIGN TO "SUSPRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD RELTRAN.
         01 TRAN-LINE PIC X(80).

         FD SUSPENSE.
         COPY ACCSUSP.

         FD CHKDCTL.
         COPY CHKDCTL.

         FD AUDITFILE.
         01 AUDIT-REC PIC X(160).

         FD OPERAUTH.
         COPY OPERAUTH.

         FD SUSPRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-SUSP-STATUS PIC XX.
         01 WS-CHKD-STATUS PIC XX.
         01 WS-AUDIT-STATUS PIC XX.
         01 WS-AUTH-STATUS PIC XX.
         01 WS-OPERATOR-ID PIC X(8).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-TODAY-INT PIC S9(8).
         01 WS-AGE-DAYS PIC S9(5).
         01 WS-OPERAUTH-SW PIC X VALUE "N".
             88 OPERAUTH-AVAILABLE VALUE "Y".
         01 WS-AUTH-OK-SW PIC X.
             88 OPERATOR-AUTHORIZED VALUE "Y".
         01 WS-NEED-FUNC PIC X.
         01 WS-FUNC-HITS PIC 9(2).
         01 WS-RUN-TS PIC X(26).
         01 WS-TRAN-SW PIC X.
             88 TRAN-OK VALUE "N".
             88 TRAN-BAD VALUE "Y".
         01 WS-REJECT-TEXT PIC X(40).

         01 WS-PARSE-PTR PIC 9(4).
         01 WS-ACTION    PIC X(8).
         01 WS-R-DATE-X  PIC X(8).
         01 WS-R-TIME-X  PIC X(6).
         01 WS-R-SEQ-X   PIC X(5).
         01 WS-R-CODE-X  PIC X(36).
         01 WS-R-CODE    PIC 9(36).
         01 WS-R-LEN     PIC 9(2).
         01 WS-R-NOTE    PIC X(30).

         01 WS-TRAN-COUNT     PIC 9(5) VALUE ZERO.
         01 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
         01 WS-DROPPED-COUNT  PIC 9(5) VALUE ZERO.
         01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
         01 WS-OPEN-COUNT     PIC 9(5) VALUE ZERO.
         01 WS-WAITING-COUNT  PIC 9(5) VALUE ZERO.
         01 WS-COUNT-ED       PIC Z(4)9.
         01 WS-AGE-ED         PIC Z(4)9.

         COPY CHKDPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT RELTRAN
            OPEN OUTPUT SUSPRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
            MOVE SPACES TO WS-OPERATOR-ID
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            OPEN INPUT OPERAUTH
            IF WS-AUTH-STATUS EQUAL "00"
                SET OPERAUTH-AVAILABLE TO TRUE
            END-IF
            MOVE "S" TO WS-NEED-FUNC
            PERFORM CHECK-OPERATOR-AUTHORITY
            MOVE SPACES TO RPT-REC
            STRING "CODE SUSPENSE CORRECTION AND RELEASE - RUN "
                WS-RUN-TS (1:10) "  OPERATOR " WS-OPERATOR-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            OPEN I-O SUSPENSE
            IF WS-SUSP-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** SUSPENSE FILE NOT AVAILABLE - STATUS "
                    WS-SUSP-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE RELTRAN SUSPRPT
                IF OPERAUTH-AVAILABLE
                    CLOSE OPERAUTH
                END-IF
                STOP RUN
            END-IF
            PERFORM LOAD-CHECK-CONTROL
            OPEN EXTEND AUDITFILE
            IF NOT OPERATOR-AUTHORIZED
                MOVE SPACES TO RPT-REC
                STRING "** OPERATOR " WS-OPERATOR-ID
                    " NOT AUTHORIZED FOR SUSPENSE RELEASE -"
                    " ALL TRANSACTIONS WILL REJECT"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            READ RELTRAN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-TRAN-COUNT
                PERFORM PROCESS-ONE-TRAN
                READ RELTRAN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            PERFORM LIST-SUSPENSE
            PERFORM WRITE-RELEASE-TRAILER
            IF WS-REJECTED-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE RELTRAN
            CLOSE SUSPENSE
            CLOSE AUDITFILE
            CLOSE SUSPRPT
            IF OPERAUTH-AVAILABLE
                CLOSE OPERAUTH
            END-IF
            STOP RUN.

        LOAD-CHECK-CONTROL.
            MOVE "NONE " TO CHKP-ALGORITHM
            MOVE ZERO TO CHKP-POSITION
            OPEN INPUT CHKDCTL
            IF WS-CHKD-STATUS EQUAL "00"
                MOVE "CHKDIGIT" TO CHKC-KEY
                READ CHKDCTL
                    INVALID KEY CONTINUE
                END-READ
                IF WS-CHKD-STATUS EQUAL "00"
                    MOVE CHKC-ALGORITHM TO CHKP-ALGORITHM
                    MOVE CHKC-POSITION TO CHKP-POSITION
                END-IF
                CLOSE CHKDCTL
            END-IF
            MOVE SPACES TO RPT-REC
            IF CHKP-NO-CHECK
                STRING "** NO CHECK-DIGIT CONTROL IN FORCE -"
                    " RELEASED CODES ARE NOT RE-CHECKED"
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "CHECK-DIGIT CONTROL: " CHKP-ALGORITHM
                    " DIGIT POSITION " CHKP-POSITION
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC.

        PROCESS-ONE-TRAN.
            SET TRAN-OK TO TRUE
            MOVE SPACES TO WS-REJECT-TEXT
            IF NOT OPERATOR-AUTHORIZED
                SET TRAN-BAD TO TRUE
                ADD 1 TO WS-REJECTED-COUNT
                MOVE SPACES TO RPT-REC
                STRING "** REJECTED: OPERATOR NOT AUTHORIZED"
                    " - RAW LINE: " TRAN-LINE (1:60)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-ACTION WS-R-DATE-X WS-R-TIME-X
                WS-R-SEQ-X
            MOVE 1 TO WS-PARSE-PTR
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-ACTION WS-R-DATE-X WS-R-TIME-X WS-R-SEQ-X
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            EVALUATE WS-ACTION
                WHEN "RELEASE"
                    PERFORM FIND-SUSPENSE-ITEM
                    IF TRAN-OK
                        PERFORM APPLY-RELEASE
                    END-IF
                WHEN "DROP"
                    PERFORM FIND-SUSPENSE-ITEM
                    IF TRAN-OK
                        PERFORM APPLY-DROP
                    END-IF
                WHEN OTHER
                    SET TRAN-BAD TO TRUE
                    MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
            END-EVALUATE
            IF TRAN-BAD
                ADD 1 TO WS-REJECTED-COUNT
                MOVE SPACES TO RPT-REC
                STRING "** REJECTED: " WS-REJECT-TEXT
                    " - RAW LINE: " TRAN-LINE (1:60)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

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

        FIND-SUSPENSE-ITEM.
            IF WS-R-DATE-X NOT NUMERIC OR WS-R-TIME-X NOT NUMERIC
                    OR WS-R-SEQ-X NOT NUMERIC
                SET TRAN-BAD TO TRUE
                MOVE "SUSPENSE REFERENCE NOT NUMERIC"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-R-DATE-X TO SUSP-DATE
            MOVE WS-R-TIME-X TO SUSP-TIME
            MOVE WS-R-SEQ-X TO SUSP-SEQ
            READ SUSPENSE
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "SUSPENSE REFERENCE NOT ON FILE"
                        TO WS-REJECT-TEXT
            END-READ
            IF TRAN-OK AND NOT SUSP-OPEN
                SET TRAN-BAD TO TRUE
                STRING "ITEM NOT OPEN - STATUS " SUSP-STATUS
                    DELIMITED BY SIZE INTO WS-REJECT-TEXT
            END-IF.

        APPLY-RELEASE.
            MOVE SPACES TO WS-R-CODE-X WS-R-NOTE
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-R-CODE-X
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-PARSE-PTR NOT > 80
                MOVE TRAN-LINE (WS-PARSE-PTR:) TO WS-R-NOTE
            END-IF
            MOVE ZERO TO WS-R-LEN
            INSPECT WS-R-CODE-X TALLYING WS-R-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-R-LEN = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "CORRECTED CODE MISSING" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-R-CODE-X (1:WS-R-LEN) NOT NUMERIC
                SET TRAN-BAD TO TRUE
                MOVE "CORRECTED CODE NOT NUMERIC" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-R-CODE-X (1:WS-R-LEN) TO WS-R-CODE
            MOVE WS-R-CODE TO CHKP-CODE
            CALL "CHKDIGIT" USING CHKD-PARM
            IF CHKP-FAILED
                SET TRAN-BAD TO TRUE
                STRING "CORRECTED CODE FAILS - " CHKP-REASON
                    DELIMITED BY SIZE INTO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            SET SUSP-RELEASED TO TRUE
            MOVE WS-R-CODE TO SUSP-FIXED-CODE
            MOVE WS-OPERATOR-ID TO SUSP-REL-OPER
            MOVE WS-RUN-TS (1:8) TO SUSP-REL-DATE
            MOVE WS-RUN-TS (9:6) TO SUSP-REL-TIME
            MOVE WS-R-NOTE TO SUSP-REL-NOTE
            REWRITE SUSP-REC
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "SUSPENSE REWRITE FAILED" TO WS-REJECT-TEXT
            END-REWRITE
            IF TRAN-OK
                ADD 1 TO WS-RELEASED-COUNT
                PERFORM WRITE-RELEASE-AUDIT
                MOVE SPACES TO RPT-REC
                STRING "RELEASED: REF " SUSP-DATE " " SUSP-TIME
                    " " SUSP-SEQ " AS " SUSP-FIXED-CODE
                    " - TAKEN BY THE NEXT ACCEPT_IT RUN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        APPLY-DROP.
            MOVE SPACES TO WS-R-NOTE
            IF WS-PARSE-PTR NOT > 80
                MOVE TRAN-LINE (WS-PARSE-PTR:) TO WS-R-NOTE
            END-IF
            IF WS-R-NOTE EQUAL SPACES
                SET TRAN-BAD TO TRUE
                MOVE "DROP NEEDS A REASON" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            SET SUSP-DROPPED TO TRUE
            MOVE ZERO TO SUSP-FIXED-CODE
            MOVE WS-OPERATOR-ID TO SUSP-REL-OPER
            MOVE WS-RUN-TS (1:8) TO SUSP-REL-DATE
            MOVE WS-RUN-TS (9:6) TO SUSP-REL-TIME
            MOVE WS-R-NOTE TO SUSP-REL-NOTE
            REWRITE SUSP-REC
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "SUSPENSE REWRITE FAILED" TO WS-REJECT-TEXT
            END-REWRITE
            IF TRAN-OK
                ADD 1 TO WS-DROPPED-COUNT
                PERFORM WRITE-RELEASE-AUDIT
                MOVE SPACES TO RPT-REC
                STRING "DROPPED:  REF " SUSP-DATE " " SUSP-TIME
                    " " SUSP-SEQ " - " SUSP-REL-NOTE
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-RELEASE-AUDIT.
            IF WS-AUDIT-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO AUDIT-REC
            STRING WS-ACTION
                " ORIGINAL=" SUSP-ORIG-REC
                " FIXED=" SUSP-FIXED-CODE
                " RUN-TS=" WS-RUN-TS
                " OPER=" WS-OPERATOR-ID
                DELIMITED BY SIZE INTO AUDIT-REC
            WRITE AUDIT-REC.

        LIST-SUSPENSE.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE "ITEMS STILL IN SUSPENSE OR WAITING FOR ACCEPT_IT:"
                TO RPT-REC
            WRITE RPT-REC
            MOVE "N" TO WS-EOF-SW
            MOVE LOW-VALUES TO SUSP-KEY
            START SUSPENSE KEY IS NOT LESS THAN SUSP-KEY
                INVALID KEY SET EOF TO TRUE
            END-START
            IF NOT EOF
                READ SUSPENSE NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EOF
                IF SUSP-OPEN OR SUSP-RELEASED
                    PERFORM WRITE-SUSPENSE-LINES
                END-IF
                READ SUSPENSE NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        WRITE-SUSPENSE-LINES.
            COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE (SUSP-DATE)
            MOVE WS-AGE-DAYS TO WS-AGE-ED
            MOVE SPACES TO RPT-REC
            IF SUSP-OPEN
                ADD 1 TO WS-OPEN-COUNT
                STRING "REF " SUSP-DATE " " SUSP-TIME " " SUSP-SEQ
                    " OPEN     AGE " WS-AGE-ED " DAYS SRC=" SUSP-SOURCE
                    " OPER=" SUSP-ENTRY-OPER " " SUSP-REASON
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                ADD 1 TO WS-WAITING-COUNT
                STRING "REF " SUSP-DATE " " SUSP-TIME " " SUSP-SEQ
                    " RELEASED AGE " WS-AGE-ED " DAYS SRC=" SUSP-SOURCE
                    " BY " SUSP-REL-OPER " AS " SUSP-FIXED-CODE
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "    ORIGINAL RECORD: " SUSP-ORIG-REC
                "  " SUSP-ALGORITHM " POS " SUSP-POSITION
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-RELEASE-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TRAN-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "TRANSACTIONS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-RELEASED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "RELEASED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "DROPPED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-REJECTED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "REJECTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-OPEN-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STILL IN SUSPENSE=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-WAITING-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "RELEASED, WAITING FOR ACCEPT_IT=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM SUSPREL.
