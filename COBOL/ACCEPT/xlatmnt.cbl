                ACCESS MODE IS RANDOM
                RECORD KEY IS RULE-KEY
                FILE STATUS IS WS-RULE-STATUS.
            SELECT CHKDCTL ASSIGN TO "CHKDCTL"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CHKC-KEY
                FILE STATUS IS WS-CHKD-STATUS.
            SELECT RULEJRNL ASSIGN TO "RULEJRNL"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT OPERAUTH ASSIGN TO "OPERAUTH"
             05 RULE-UPD-TS   PIC X(14).
             05 FILLER        PIC X(6).

         FD CHKDCTL.
         COPY CHKDCTL.

         FD RULEJRNL.
         01 JRNL-REC PIC X(100).

             88 EOF VALUE "Y".
         01 WS-RULE-STATUS PIC XX.
         01 WS-AUTH-STATUS PIC XX.
         01 WS-CHKD-STATUS PIC XX.
         01 WS-CHKD-SW PIC X VALUE "N".
             88 CHKDCTL-AVAILABLE VALUE "Y".
         01 WS-OPERATOR-ID PIC X(8).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-OPERAUTH-SW PIC X VALUE "N".
         01 WS-T-TO      PIC 9(2).
         01 WS-T-EFFFROM PIC 9(8).
         01 WS-T-EFFTO   PIC 9(8).
         01 WS-T-ALG     PIC X(5).
         01 WS-T-POS-X   PIC X(2).
         01 WS-T-POS     PIC 9(2).
         01 WS-OLD-ALG   PIC X(5).
         01 WS-OLD-POS   PIC 9(2).

         01 WS-TRAN-COUNT     PIC 9(5) VALUE ZERO.
         01 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
                CLOSE RULEFILE
                OPEN I-O RULEFILE
            END-IF
            OPEN I-O CHKDCTL
            IF WS-CHKD-STATUS EQUAL "35"
                OPEN OUTPUT CHKDCTL
                CLOSE CHKDCTL
                OPEN I-O CHKDCTL
            END-IF
            IF WS-CHKD-STATUS EQUAL "00"
                SET CHKDCTL-AVAILABLE TO TRUE
            END-IF
            MOVE SPACES TO RPT-REC
            STRING "TRANSLATION RULE MAINTENANCE - RUN "
                WS-RUN-TS (1:10)
            END-IF
            CLOSE RULETRAN
            CLOSE RULEFILE
            IF CHKDCTL-AVAILABLE
                CLOSE CHKDCTL
            END-IF
            CLOSE RULEJRNL
            CLOSE RULERPT
            IF OPERAUTH-AVAILABLE
                    PERFORM APPLY-ADD-RULE
                WHEN "EXPIRE"
                    PERFORM APPLY-EXPIRE-RULE
                WHEN "CHKDIGIT"
                    PERFORM APPLY-CHECK-CONTROL
                WHEN OTHER
                    SET TRAN-BAD TO TRUE
                    MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
                END-IF
            END-IF.

        APPLY-CHECK-CONTROL.
            MOVE SPACES TO WS-T-ALG WS-T-POS-X
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-ALG WS-T-POS-X
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-ALG NOT EQUAL "MOD10" AND WS-T-ALG NOT EQUAL "MOD11"
                    AND WS-T-ALG NOT EQUAL "NONE"
                SET TRAN-BAD TO TRUE
                MOVE "ALGORITHM NOT MOD10, MOD11 OR NONE"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-T-ALG EQUAL "NONE"
                MOVE ZERO TO WS-T-POS
            ELSE
                IF WS-T-POS-X NOT NUMERIC
                    SET TRAN-BAD TO TRUE
                    MOVE "DIGIT POSITION NOT 01-36" TO WS-REJECT-TEXT
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-T-POS-X TO WS-T-POS
                IF WS-T-POS < 1 OR WS-T-POS > 36
                    SET TRAN-BAD TO TRUE
                    MOVE "DIGIT POSITION NOT 01-36" TO WS-REJECT-TEXT
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF NOT CHKDCTL-AVAILABLE
                SET TRAN-BAD TO TRUE
                MOVE "CHECK-DIGIT CONTROL FILE NOT OPEN"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE "NONE" TO WS-OLD-ALG
            MOVE ZERO TO WS-OLD-POS
            MOVE "CHKDIGIT" TO CHKC-KEY
            READ CHKDCTL
                INVALID KEY CONTINUE
            END-READ
            IF WS-CHKD-STATUS EQUAL "00"
                MOVE CHKC-ALGORITHM TO WS-OLD-ALG
                MOVE CHKC-POSITION TO WS-OLD-POS
                MOVE WS-T-ALG TO CHKC-ALGORITHM
                MOVE WS-T-POS TO CHKC-POSITION
                MOVE WS-RUN-TS (1:14) TO CHKC-UPD-TS
                MOVE WS-OPERATOR-ID TO CHKC-UPD-OPER
                REWRITE CHKC-REC
                    INVALID KEY
                        SET TRAN-BAD TO TRUE
                        MOVE "CONTROL REWRITE FAILED" TO WS-REJECT-TEXT
                END-REWRITE
            ELSE
                MOVE SPACES TO CHKC-REC
                MOVE "CHKDIGIT" TO CHKC-KEY
                MOVE WS-T-ALG TO CHKC-ALGORITHM
                MOVE WS-T-POS TO CHKC-POSITION
                MOVE WS-RUN-TS (1:14) TO CHKC-UPD-TS
                MOVE WS-OPERATOR-ID TO CHKC-UPD-OPER
                WRITE CHKC-REC
                    INVALID KEY
                        SET TRAN-BAD TO TRUE
                        MOVE "CONTROL WRITE FAILED" TO WS-REJECT-TEXT
                END-WRITE
            END-IF
            IF TRAN-OK
                MOVE SPACES TO JRNL-REC
                STRING WS-RUN-TS (1:14)
                    " " WS-ACTION
                    " ALG=" CHKC-ALGORITHM
                    " POS=" CHKC-POSITION
                    " WAS=" WS-OLD-ALG
                    " " WS-OLD-POS
                    " OPER=" WS-OPERATOR-ID
                    DELIMITED BY SIZE INTO JRNL-REC
                WRITE JRNL-REC
                MOVE SPACES TO RPT-REC
                STRING "CHECK-DIGIT CONTROL SET: " CHKC-ALGORITHM
                    " DIGIT POSITION " CHKC-POSITION
                    " (WAS " WS-OLD-ALG " " WS-OLD-POS ")"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        JOURNAL-RULE-CHANGE.
            MOVE SPACES TO JRNL-REC
            STRING WS-RUN-TS (1:14)
