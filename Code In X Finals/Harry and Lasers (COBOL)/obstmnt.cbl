            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT MAINTRPT ASSIGN TO "MAINTRPT"
                ORGANIZATION LINE SEQUENTIAL.
                ACCESS MODE IS RANDOM
                RECORD KEY IS AUTH-OPER-ID
                FILE STATUS IS WS-AUTH-STATUS.
            SELECT DEPTMAST ASSIGN TO "DEPTMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-DEPT-STATUS.
            SELECT PENDCHG ASSIGN TO "PENDCHG"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PND-KEY
                FILE STATUS IS WS-PEND-STATUS.

        DATA DIVISION.
         FILE SECTION.
         FD OPERAUTH.
         COPY OPERAUTH.

         FD DEPTMAST.
         COPY DEPTMAST.

         FD PENDCHG.
         COPY PENDCHG.

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
             88 OPERATOR-AUTHORIZED VALUE "Y".
         01 WS-NEED-FUNC PIC X.
         01 WS-FUNC-HITS PIC 9(2).
         01 WS-DEPT-STATUS PIC XX.
         01 WS-DEPTMAST-SW PIC X VALUE "N".
             88 DEPTMAST-AVAILABLE VALUE "Y".
         01 WS-PEND-STATUS PIC XX.
         01 WS-PENDCHG-SW PIC X VALUE "N".
             88 PENDCHG-AVAILABLE VALUE "Y".
         01 WS-PEND-EOF-SW PIC X VALUE "N".
             88 PEND-EOF VALUE "Y".
         01 WS-MAKER-SW PIC X VALUE "N".
             88 MAKER-AUTHORIZED VALUE "Y".
         01 WS-APPROVER-SW PIC X VALUE "N".
             88 APPROVER-AUTHORIZED VALUE "Y".
         01 WS-APPLY-MODE-SW PIC X VALUE "A".
             88 APPLY-TO-MASTER VALUE "A".
             88 VALIDATE-ONLY VALUE "V".
         01 WS-HOLD-SW PIC X VALUE "N".
             88 ZONE-HELD VALUE "Y".
         01 WS-HOLD-ZONE PIC 9(4) VALUE ZERO.
         01 WS-PEND-SEQ PIC 9(4) VALUE ZERO.
         01 WS-PEND-REF.
             05 WS-REF-DATE PIC 9(8).
             05 WS-REF-TIME PIC 9(6).
         01 WS-REF-SEQ PIC 9(4).
         01 WS-DECISION-REASON PIC X(40).
         01 WS-JRNL-SOURCE PIC X.
         01 WS-JRNL-OPER PIC X(8).
         01 WS-JRNL-APPROVER PIC X(8).

         01 WS-TRAN-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-APPLIED-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
         01 WS-QUEUED-COUNT   PIC 9(6) VALUE ZERO.
         01 WS-APPROVED-COUNT PIC 9(6) VALUE ZERO.
         01 WS-DECLINED-COUNT PIC 9(6) VALUE ZERO.
         01 WS-FAILED-COUNT   PIC 9(6) VALUE ZERO.
         01 WS-HELD-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-TRAN-COUNT-ED     PIC Z(5)9.
         01 WS-APPLIED-COUNT-ED  PIC Z(5)9.
         01 WS-REJECTED-COUNT-ED PIC Z(5)9.
         01 WS-QUEUED-COUNT-ED   PIC Z(5)9.
         01 WS-APPROVED-COUNT-ED PIC Z(5)9.
         01 WS-DECLINED-COUNT-ED PIC Z(5)9.
         01 WS-FAILED-COUNT-ED   PIC Z(5)9.
         01 WS-HELD-COUNT-ED     PIC Z(5)9.

         01 WS-ACTION      PIC X(8).
         01 WS-ZONE-ID     PIC 9(4).
         01 WS-TIME-FROM   PIC 9(4).
         01 WS-TIME-TO     PIC 9(4).
         01 WS-OBS-DESC    PIC X(20).
         01 WS-OWNER-DEPT  PIC X(4).
         01 WS-REM-LEN     PIC S9(4).
         01 WS-PARSE-PTR   PIC 9(4).
         01 WS-REJECT-TEXT PIC X(40).
         01 WS-X2-ED       PIC -ZZZZZ9.
         01 WS-Y2-ED       PIC -ZZZZZ9.

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT ZONETRAN
            IF WS-AUTH-STATUS EQUAL "00"
                SET OPERAUTH-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT DEPTMAST
            IF WS-DEPT-STATUS EQUAL "00"
                SET DEPTMAST-AVAILABLE TO TRUE
            END-IF
            OPEN I-O PENDCHG
            IF WS-PEND-STATUS EQUAL "00"
                SET PENDCHG-AVAILABLE TO TRUE
            ELSE
                MOVE SPACES TO MAINT-REC
                STRING "** PENDING-CHANGE FILE NOT AVAILABLE - STATUS "
                    WS-PEND-STATUS
                    " - NOTHING CAN BE QUEUED OR APPLIED"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF
            MOVE "Z" TO WS-NEED-FUNC
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF OPERATOR-AUTHORIZED
                SET MAKER-AUTHORIZED TO TRUE
            ELSE
                MOVE SPACES TO MAINT-REC
                STRING "** OPERATOR " WS-OPERATOR-ID
                    " NOT AUTHORIZED FOR ZONE MAINTENANCE -"
                    " CHANGE TRANSACTIONS WILL REJECT"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF
            MOVE "V" TO WS-NEED-FUNC
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF OPERATOR-AUTHORIZED
                SET APPROVER-AUTHORIZED TO TRUE
            END-IF
            CALL "SITESEL" USING SITE-PARM
            IF SITP-CARD-BAD
                MOVE SPACES TO MAINT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    " - ALL TRANSACTIONS WILL REJECT"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            IF PENDCHG-AVAILABLE AND NOT SITP-CARD-BAD
                PERFORM APPLY-APPROVED-CHANGES
            END-IF
            PERFORM WRITE-MAINT-TRAILER
            IF WS-REJECTED-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
                    OR NOT PENDCHG-AVAILABLE
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-TRAN-COUNT = ZERO AND WS-APPLIED-COUNT = ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
            IF OPERAUTH-AVAILABLE
                CLOSE OPERAUTH
            END-IF
            IF DEPTMAST-AVAILABLE
                CLOSE DEPTMAST
            END-IF
            IF PENDCHG-AVAILABLE
                CLOSE PENDCHG
            END-IF
            STOP RUN.

        PROCESS-ONE-TRAN.
            SET TRAN-OK TO TRUE
            MOVE SPACES TO WS-REJECT-TEXT
            IF NOT PENDCHG-AVAILABLE
                SET TRAN-BAD TO TRUE
                MOVE "PENDING-CHANGE FILE NOT AVAILABLE"
                    TO WS-REJECT-TEXT
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
            MOVE SPACES TO WS-ACTION
            MOVE ZERO TO WS-ZONE-ID
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-ACTION WS-ZONE-ID
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-ZONE-ID NOT NUMERIC OR WS-ZONE-ID = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "ZONE ID MISSING OR NOT NUMERIC" TO WS-REJECT-TEXT
            ELSE
                EVALUATE WS-ACTION
                    WHEN "APPROVE"
                    WHEN "REJECT"
                        PERFORM RECORD-CHECKER-DECISION
                    WHEN OTHER
                        PERFORM QUEUE-PENDING-CHANGE
                END-EVALUATE
            END-IF
            IF TRAN-BAD
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REJECT-LINE
            END-IF.

        QUEUE-PENDING-CHANGE.
            IF NOT MAKER-AUTHORIZED
                SET TRAN-BAD TO TRUE
                MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            SET VALIDATE-ONLY TO TRUE
            PERFORM APPLY-ONE-CHANGE
            SET APPLY-TO-MASTER TO TRUE
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            INITIALIZE PND-REC
            MOVE SITP-SITE-ID TO PND-SITE
            MOVE WS-ZONE-ID TO PND-ZONE
            MOVE WS-RUN-TS (1:8) TO PND-SUB-DATE
            MOVE WS-RUN-TS (9:6) TO PND-SUB-TIME
            SET PND-PENDING TO TRUE
            IF TRAN-LINE (103:6) EQUAL "BATCH="
                MOVE "I" TO PND-SOURCE
            ELSE
                MOVE "B" TO PND-SOURCE
            END-IF
            MOVE WS-ACTION TO PND-ACTION
            MOVE WS-SEG-NUM TO PND-SEG
            MOVE WS-OPERATOR-ID TO PND-MAKER
            MOVE TRAN-LINE TO PND-TRAN
            MOVE "22" TO WS-PEND-STATUS
            PERFORM UNTIL WS-PEND-STATUS NOT EQUAL "22"
                ADD 1 TO WS-PEND-SEQ
                MOVE WS-PEND-SEQ TO PND-SUB-SEQ
                WRITE PND-REC
                    INVALID KEY CONTINUE
                END-WRITE
            END-PERFORM
            IF WS-PEND-STATUS NOT EQUAL "00"
                SET TRAN-BAD TO TRUE
                MOVE "PENDING-CHANGE WRITE FAILED" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QUEUED-COUNT
            MOVE SPACES TO MAINT-REC
            STRING "QUEUED FOR APPROVAL - REF " PND-ZONE " "
                PND-SUB-DATE PND-SUB-TIME " " PND-SUB-SEQ
                " MAKER=" PND-MAKER
                " - " TRAN-LINE (1:60)
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        RECORD-CHECKER-DECISION.
            IF NOT APPROVER-AUTHORIZED
                SET TRAN-BAD TO TRUE
                MOVE "OPERATOR NOT AUTHORIZED TO APPROVE"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-PEND-REF WS-DECISION-REASON
            MOVE ZERO TO WS-REF-SEQ
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-PEND-REF WS-REF-SEQ
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-PEND-REF NOT NUMERIC OR WS-REF-SEQ NOT NUMERIC
                SET TRAN-BAD TO TRUE
                MOVE "CHANGE REFERENCE NOT DATE/TIME AND SEQ"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-PARSE-PTR <= 132
                MOVE TRAN-LINE (WS-PARSE-PTR:) TO WS-DECISION-REASON
            END-IF
            IF WS-ACTION EQUAL "REJECT"
                    AND WS-DECISION-REASON EQUAL SPACES
                SET TRAN-BAD TO TRUE
                MOVE "REJECT NEEDS A REASON" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO PND-SITE
            MOVE WS-ZONE-ID TO PND-ZONE
            MOVE WS-REF-DATE TO PND-SUB-DATE
            MOVE WS-REF-TIME TO PND-SUB-TIME
            MOVE WS-REF-SEQ TO PND-SUB-SEQ
            READ PENDCHG
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "PENDING CHANGE NOT FOUND" TO WS-REJECT-TEXT
            END-READ
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            IF NOT PND-PENDING
                SET TRAN-BAD TO TRUE
                STRING "CHANGE NOT AWAITING APPROVAL - STATUS "
                    PND-STATUS
                    DELIMITED BY SIZE INTO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF PND-MAKER EQUAL WS-OPERATOR-ID
                SET TRAN-BAD TO TRUE
                MOVE "CHECKER MUST DIFFER FROM MAKER" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-ACTION EQUAL "APPROVE"
                SET PND-APPROVED TO TRUE
            ELSE
                SET PND-REJECTED TO TRUE
            END-IF
            MOVE WS-OPERATOR-ID TO PND-CHECKER
            MOVE WS-RUN-TS (1:8) TO PND-DEC-DATE
            MOVE WS-RUN-TS (9:6) TO PND-DEC-TIME
            MOVE WS-DECISION-REASON TO PND-REASON
            REWRITE PND-REC
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "PENDING CHANGE REWRITE FAILED"
                        TO WS-REJECT-TEXT
            END-REWRITE
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO MAINT-REC
            IF PND-APPROVED
                ADD 1 TO WS-APPROVED-COUNT
                STRING "APPROVED BY " PND-CHECKER
                    " - REF " PND-ZONE " " PND-SUB-DATE PND-SUB-TIME
                    " " PND-SUB-SEQ " MAKER=" PND-MAKER
                    " - " PND-TRAN (1:60)
                    DELIMITED BY SIZE INTO MAINT-REC
            ELSE
                ADD 1 TO WS-DECLINED-COUNT
                STRING "REJECTED BY " PND-CHECKER
                    " - REF " PND-ZONE " " PND-SUB-DATE PND-SUB-TIME
                    " " PND-SUB-SEQ " MAKER=" PND-MAKER
                    " - " PND-REASON
                    DELIMITED BY SIZE INTO MAINT-REC
            END-IF
            WRITE MAINT-REC.

        APPLY-APPROVED-CHANGES.
            MOVE SPACES TO MAINT-REC
            WRITE MAINT-REC
            MOVE "APPLYING APPROVED CHANGES FROM PENDING-CHANGE FILE"
                TO MAINT-REC
            WRITE MAINT-REC
            MOVE SITP-SITE-ID TO PND-SITE
            MOVE ZERO TO PND-ZONE PND-SUB-DATE PND-SUB-TIME
                PND-SUB-SEQ
            START PENDCHG KEY IS NOT LESS THAN PND-KEY
                INVALID KEY SET PEND-EOF TO TRUE
            END-START
            IF NOT PEND-EOF
                READ PENDCHG NEXT
                    AT END SET PEND-EOF TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL PEND-EOF
                    OR PND-SITE NOT EQUAL SITP-SITE-ID
                IF PND-ZONE NOT EQUAL WS-HOLD-ZONE
                    MOVE PND-ZONE TO WS-HOLD-ZONE
                    MOVE "N" TO WS-HOLD-SW
                END-IF
                EVALUATE TRUE
                    WHEN PND-PENDING
                        SET ZONE-HELD TO TRUE
                    WHEN PND-APPROVED AND ZONE-HELD
                        ADD 1 TO WS-HELD-COUNT
                        MOVE SPACES TO MAINT-REC
                        STRING "** HELD - REF " PND-ZONE " "
                            PND-SUB-DATE PND-SUB-TIME " " PND-SUB-SEQ
                            " WAITS BEHIND AN EARLIER PENDING CHANGE"
                            " TO THE ZONE"
                            DELIMITED BY SIZE INTO MAINT-REC
                        WRITE MAINT-REC
                    WHEN PND-APPROVED
                        PERFORM APPLY-ONE-APPROVED
                END-EVALUATE
                READ PENDCHG NEXT
                    AT END SET PEND-EOF TO TRUE
                END-READ
            END-PERFORM.

        APPLY-ONE-APPROVED.
            MOVE PND-TRAN TO TRAN-LINE
            MOVE PND-SOURCE TO WS-JRNL-SOURCE
            MOVE PND-MAKER TO WS-JRNL-OPER
            MOVE PND-CHECKER TO WS-JRNL-APPROVER
            SET TRAN-OK TO TRUE
            MOVE SPACES TO WS-REJECT-TEXT
            MOVE SPACES TO MAINT-REC
            STRING "APPLYING REF " PND-ZONE " " PND-SUB-DATE
                PND-SUB-TIME " " PND-SUB-SEQ
                " MAKER=" PND-MAKER " CHECKER=" PND-CHECKER
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            PERFORM APPLY-ONE-CHANGE
            MOVE WS-TODAY-NUM TO PND-APPLY-DATE
            IF TRAN-OK
                SET PND-APPLIED TO TRUE
                ADD 1 TO WS-APPLIED-COUNT
            ELSE
                SET PND-FAILED TO TRUE
                MOVE WS-REJECT-TEXT TO PND-REASON
                ADD 1 TO WS-FAILED-COUNT
                PERFORM WRITE-REJECT-LINE
            END-IF
            REWRITE PND-REC
                INVALID KEY CONTINUE
            END-REWRITE
            IF WS-PEND-STATUS NOT EQUAL "00"
                MOVE SPACES TO MAINT-REC
                STRING "** PENDING-CHANGE STATUS NOT UPDATED - STATUS "
                    WS-PEND-STATUS
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF.

        APPLY-ONE-CHANGE.
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-ACTION
            MOVE ZERO TO WS-ZONE-ID WS-SEG-NUM
                        PERFORM APPLY-CHGSHP
                    WHEN "CHGTIME"
                        PERFORM APPLY-CHGTIME
                    WHEN "CHGEXP"
                        PERFORM APPLY-CHGEXP
                    WHEN "CHGOWN"
                        PERFORM APPLY-CHGOWN
                    WHEN "CHGSEG"
                        PERFORM APPLY-CHGSEG
                    WHEN "UPDATE"
                        PERFORM APPLY-UPDATE
                    WHEN "DELSEG"
                        PERFORM APPLY-DELSEG
                    WHEN "CHGBND"
                        SET TRAN-BAD TO TRUE
                        MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
                END-EVALUATE
            END-IF.

        APPLY-ADDZONE.
            IF VALIDATE-ONLY
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY CONTINUE
                MOVE "** ZONE NOT ON MASTER (NEW)" TO MAINT-REC
                WRITE MAINT-REC
                INITIALIZE MASTER-REC
                MOVE SITP-SITE-ID TO MAST-SITE-ID
                MOVE WS-ZONE-ID TO MAST-ZONE-ID
                MOVE ZERO TO MAST-NUM-SEGMENTS
                WRITE MASTER-REC
                IF TRAN-OK
                    PERFORM WRITE-AFTER-IMAGE
                    INITIALIZE OBJ-BEFORE-SEG OBJ-AFTER-SEG
                        OBJ-B-OWNER-DEPT OBJ-A-OWNER-DEPT
                    MOVE ZERO TO WS-JRNL-SEG
                    PERFORM WRITE-JOURNAL-RECORD
                END-IF
            END-IF.

        APPLY-DELZONE.
            IF VALIDATE-ONLY
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
                        UNTIL WS-SEG-SUB > MAST-NUM-SEGMENTS
                        MOVE MAST-SEGMENT (WS-SEG-SUB)
                            TO OBJ-BEFORE-SEG
                        MOVE MAST-OWNER-DEPT (WS-SEG-SUB)
                            TO OBJ-B-OWNER-DEPT
                        INITIALIZE OBJ-AFTER-SEG OBJ-A-OWNER-DEPT
                        MOVE WS-SEG-SUB TO WS-JRNL-SEG
                        PERFORM WRITE-JOURNAL-RECORD
                    END-PERFORM
                    INITIALIZE OBJ-BEFORE-SEG OBJ-AFTER-SEG
                        OBJ-B-OWNER-DEPT OBJ-A-OWNER-DEPT
                    MOVE MAST-BOUND-X-MIN TO OBJ-B-X1
                    MOVE MAST-BOUND-X-MAX TO OBJ-B-X2
                    MOVE MAST-BOUND-Y-MIN TO OBJ-B-Y1
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF VALIDATE-ONLY
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
                    PERFORM REWRITE-MASTER
                    IF TRAN-OK
                        PERFORM WRITE-AFTER-IMAGE
                        INITIALIZE OBJ-BEFORE-SEG OBJ-B-OWNER-DEPT
                        MOVE MAST-SEGMENT (WS-SEG-SUB)
                            TO OBJ-AFTER-SEG
                        MOVE MAST-OWNER-DEPT (WS-SEG-SUB)
                            TO OBJ-A-OWNER-DEPT
                        MOVE WS-SEG-SUB TO WS-JRNL-SEG
                        PERFORM WRITE-JOURNAL-RECORD
                    END-IF
                MOVE "TIME WINDOW NOT HHMM" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF VALIDATE-ONLY
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
                    PERFORM WRITE-BEFORE-IMAGE
                    MOVE MAST-SEGMENT (WS-SEG-NUM)
                        TO OBJ-BEFORE-SEG
                    MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                        TO OBJ-B-OWNER-DEPT
                    MOVE WS-TIME-FROM TO MAST-TIME-FROM (WS-SEG-NUM)
                    MOVE WS-TIME-TO TO MAST-TIME-TO (WS-SEG-NUM)
                    PERFORM REWRITE-MASTER
                        PERFORM WRITE-AFTER-IMAGE
                        MOVE MAST-SEGMENT (WS-SEG-NUM)
                            TO OBJ-AFTER-SEG
                        MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                            TO OBJ-A-OWNER-DEPT
                        MOVE WS-SEG-NUM TO WS-JRNL-SEG
                        PERFORM WRITE-JOURNAL-RECORD
                    END-IF
                END-IF
            END-IF.

        APPLY-CHGEXP.
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-SEG-NUM WS-EXP-DATE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-SEG-NUM NOT NUMERIC OR WS-EXP-DATE NOT NUMERIC
                SET TRAN-BAD TO TRUE
                MOVE "SEGMENT/EXPIRY DATE NOT NUMERIC"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-EXP-DATE NOT = ZERO
                IF FUNCTION TEST-DATE-YYYYMMDD (WS-EXP-DATE) NOT = 0
                    SET TRAN-BAD TO TRUE
                    MOVE "EXPIRY DATE NOT A VALID DATE"
                        TO WS-REJECT-TEXT
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF VALIDATE-ONLY
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "ZONE NOT ON MASTER" TO WS-REJECT-TEXT
            END-READ
            IF TRAN-OK
                IF WS-SEG-NUM = ZERO
                        OR WS-SEG-NUM > MAST-NUM-SEGMENTS
                    SET TRAN-BAD TO TRUE
                    MOVE "SEGMENT NUMBER NOT ON ZONE"
                        TO WS-REJECT-TEXT
                ELSE
                    IF WS-EXP-DATE NOT = ZERO
                        AND WS-EXP-DATE < MAST-EFF-DATE (WS-SEG-NUM)
                        SET TRAN-BAD TO TRUE
                        MOVE "EXPIRY DATE BEFORE EFFECTIVE DATE"
                            TO WS-REJECT-TEXT
                    END-IF
                END-IF
            END-IF
            IF TRAN-OK
                PERFORM WRITE-TRAN-ECHO
                PERFORM WRITE-BEFORE-IMAGE
                MOVE MAST-SEGMENT (WS-SEG-NUM)
                    TO OBJ-BEFORE-SEG
                MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                    TO OBJ-B-OWNER-DEPT
                MOVE WS-EXP-DATE TO MAST-EXP-DATE (WS-SEG-NUM)
                PERFORM REWRITE-MASTER
                IF TRAN-OK
                    PERFORM WRITE-AFTER-IMAGE
                    MOVE MAST-SEGMENT (WS-SEG-NUM)
                        TO OBJ-AFTER-SEG
                    MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                        TO OBJ-A-OWNER-DEPT
                    MOVE WS-SEG-NUM TO WS-JRNL-SEG
                    PERFORM WRITE-JOURNAL-RECORD
                END-IF
            END-IF.

        APPLY-CHGOWN.
            MOVE SPACES TO WS-OWNER-DEPT
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-SEG-NUM WS-OWNER-DEPT
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-SEG-NUM NOT NUMERIC
                SET TRAN-BAD TO TRUE
                MOVE "SEGMENT NUMBER NOT NUMERIC" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-OWNER-DEPT EQUAL "NONE"
                MOVE SPACES TO WS-OWNER-DEPT
            ELSE
                PERFORM VALIDATE-OWNER-DEPT
                IF TRAN-BAD
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF VALIDATE-ONLY
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "ZONE NOT ON MASTER" TO WS-REJECT-TEXT
            END-READ
            IF TRAN-OK
                IF WS-SEG-NUM = ZERO
                        OR WS-SEG-NUM > MAST-NUM-SEGMENTS
                    SET TRAN-BAD TO TRUE
                    MOVE "SEGMENT NUMBER NOT ON ZONE"
                        TO WS-REJECT-TEXT
                ELSE
                    PERFORM WRITE-TRAN-ECHO
                    PERFORM WRITE-BEFORE-IMAGE
                    MOVE MAST-SEGMENT (WS-SEG-NUM)
                        TO OBJ-BEFORE-SEG
                    MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                        TO OBJ-B-OWNER-DEPT
                    MOVE WS-OWNER-DEPT
                        TO MAST-OWNER-DEPT (WS-SEG-NUM)
                    PERFORM REWRITE-MASTER
                    IF TRAN-OK
                        PERFORM WRITE-AFTER-IMAGE
                        MOVE MAST-SEGMENT (WS-SEG-NUM)
                            TO OBJ-AFTER-SEG
                        MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                            TO OBJ-A-OWNER-DEPT
                        MOVE WS-SEG-NUM TO WS-JRNL-SEG
                        PERFORM WRITE-JOURNAL-RECORD
                    END-IF
                END-IF
            END-IF.

        VALIDATE-OWNER-DEPT.
            IF WS-OWNER-DEPT EQUAL SPACES
                SET TRAN-BAD TO TRUE
                MOVE "OWNING DEPT MISSING - CODE OR NONE"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF NOT DEPTMAST-AVAILABLE
                SET TRAN-BAD TO TRUE
                MOVE "DEPTMAST NOT AVAILABLE - CANNOT VALIDATE"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-OWNER-DEPT TO DEPT-CODE
            READ DEPTMAST
                INVALID KEY CONTINUE
            END-READ
            IF WS-DEPT-STATUS NOT EQUAL "00"
                SET TRAN-BAD TO TRUE
                MOVE "OWNING DEPT NOT ON DEPTMAST" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF NOT DEPT-IS-ACTIVE
                SET TRAN-BAD TO TRUE
                MOVE "OWNING DEPT NOT ACTIVE ON DEPTMAST"
                    TO WS-REJECT-TEXT
            END-IF.

        APPLY-CHGSHP.
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-SEG-NUM WS-SHAPE
                MOVE "SHAPE CODE NOT L, C, OR P" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF VALIDATE-ONLY
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
                    PERFORM WRITE-BEFORE-IMAGE
                    MOVE MAST-SEGMENT (WS-SEG-NUM)
                        TO OBJ-BEFORE-SEG
                    MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                        TO OBJ-B-OWNER-DEPT
                    MOVE WS-SHAPE TO MAST-SHAPE (WS-SEG-NUM)
                    PERFORM REWRITE-MASTER
                    IF TRAN-OK
                        PERFORM WRITE-AFTER-IMAGE
                        MOVE MAST-SEGMENT (WS-SEG-NUM)
                            TO OBJ-AFTER-SEG
                        MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                            TO OBJ-A-OWNER-DEPT
                        MOVE WS-SEG-NUM TO WS-JRNL-SEG
                        PERFORM WRITE-JOURNAL-RECORD
                    END-IF
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF VALIDATE-ONLY
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
                    PERFORM WRITE-BEFORE-IMAGE
                    MOVE MAST-SEGMENT (WS-SEG-NUM)
                        TO OBJ-BEFORE-SEG
                    MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                        TO OBJ-B-OWNER-DEPT
                    MOVE WS-X1 TO MAST-X1 (WS-SEG-NUM)
                    MOVE WS-Y1 TO MAST-Y1 (WS-SEG-NUM)
                    MOVE WS-X2 TO MAST-X2 (WS-SEG-NUM)
                        PERFORM WRITE-AFTER-IMAGE
                        MOVE MAST-SEGMENT (WS-SEG-NUM)
                            TO OBJ-AFTER-SEG
                        MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                            TO OBJ-A-OWNER-DEPT
                        MOVE WS-SEG-NUM TO WS-JRNL-SEG
                        PERFORM WRITE-JOURNAL-RECORD
                    END-IF
                END-IF
            END-IF.

        APPLY-UPDATE.
            MOVE SPACE TO WS-SHAPE
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-SEG-NUM WS-X1 WS-Y1 WS-X2 WS-Y2 WS-SHAPE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-SEG-NUM NOT NUMERIC
                    OR WS-X1 NOT NUMERIC OR WS-Y1 NOT NUMERIC
                    OR WS-X2 NOT NUMERIC OR WS-Y2 NOT NUMERIC
                SET TRAN-BAD TO TRUE
                MOVE "SEGMENT NUMBER OR COORDS NOT NUMERIC"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-SHAPE NOT = SPACE AND WS-SHAPE NOT = "L"
                    AND WS-SHAPE NOT = "C" AND WS-SHAPE NOT = "P"
                SET TRAN-BAD TO TRUE
                MOVE "SHAPE CODE NOT L, C, OR P" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF VALIDATE-ONLY
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "ZONE NOT ON MASTER" TO WS-REJECT-TEXT
            END-READ
            IF TRAN-OK
                IF WS-SEG-NUM = ZERO
                        OR WS-SEG-NUM > MAST-NUM-SEGMENTS
                    SET TRAN-BAD TO TRUE
                    MOVE "SEGMENT NUMBER NOT ON ZONE"
                        TO WS-REJECT-TEXT
                ELSE
                    PERFORM WRITE-TRAN-ECHO
                    PERFORM WRITE-BEFORE-IMAGE
                    MOVE MAST-SEGMENT (WS-SEG-NUM)
                        TO OBJ-BEFORE-SEG
                    MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                        TO OBJ-B-OWNER-DEPT
                    MOVE WS-X1 TO MAST-X1 (WS-SEG-NUM)
                    MOVE WS-Y1 TO MAST-Y1 (WS-SEG-NUM)
                    MOVE WS-X2 TO MAST-X2 (WS-SEG-NUM)
                    MOVE WS-Y2 TO MAST-Y2 (WS-SEG-NUM)
                    IF WS-SHAPE NOT = SPACE
                        MOVE WS-SHAPE TO MAST-SHAPE (WS-SEG-NUM)
                    END-IF
                    PERFORM REWRITE-MASTER
                    IF TRAN-OK
                        PERFORM WRITE-AFTER-IMAGE
                        MOVE MAST-SEGMENT (WS-SEG-NUM)
                            TO OBJ-AFTER-SEG
                        MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                            TO OBJ-A-OWNER-DEPT
                        MOVE WS-SEG-NUM TO WS-JRNL-SEG
                        PERFORM WRITE-JOURNAL-RECORD
                    END-IF
                MOVE "SEGMENT NUMBER NOT NUMERIC" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF VALIDATE-ONLY
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
                    PERFORM WRITE-BEFORE-IMAGE
                    MOVE MAST-SEGMENT (WS-SEG-NUM)
                        TO OBJ-BEFORE-SEG
                    MOVE MAST-OWNER-DEPT (WS-SEG-NUM)
                        TO OBJ-B-OWNER-DEPT
                    PERFORM VARYING WS-SHIFT-SUB FROM WS-SEG-NUM BY 1
                        UNTIL WS-SHIFT-SUB >= MAST-NUM-SEGMENTS
                        COMPUTE WS-SEG-SUB = WS-SHIFT-SUB + 1
                    PERFORM REWRITE-MASTER
                    IF TRAN-OK
                        PERFORM WRITE-AFTER-IMAGE
                        INITIALIZE OBJ-AFTER-SEG OBJ-A-OWNER-DEPT
                        MOVE WS-SEG-NUM TO WS-JRNL-SEG
                        PERFORM WRITE-JOURNAL-RECORD
                    END-IF
                MOVE "BOUNDARY MIN EXCEEDS MAX" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF VALIDATE-ONLY
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
                PERFORM WRITE-TRAN-ECHO
                PERFORM WRITE-BEFORE-IMAGE
                INITIALIZE OBJ-BEFORE-SEG OBJ-AFTER-SEG
                    OBJ-B-OWNER-DEPT OBJ-A-OWNER-DEPT
                MOVE MAST-BOUND-X-MIN TO OBJ-B-X1
                MOVE MAST-BOUND-X-MAX TO OBJ-B-X2
                MOVE MAST-BOUND-Y-MIN TO OBJ-B-Y1
        WRITE-JOURNAL-RECORD.
            MOVE WS-RUN-TS (1:8) TO OBJ-DATE
            MOVE WS-RUN-TS (9:6) TO OBJ-TIME
            MOVE WS-JRNL-SOURCE TO OBJ-SOURCE
            MOVE WS-JRNL-OPER TO OBJ-OPER
            MOVE WS-JRNL-APPROVER TO OBJ-APPROVER
            MOVE WS-ACTION TO OBJ-ACTION
            MOVE WS-ZONE-ID TO OBJ-ZONE
            MOVE WS-JRNL-SEG TO OBJ-SEG
            MOVE SITP-SITE-ID TO OBJ-SITE
            WRITE OBJ-REC.

        REWRITE-MASTER.
                    " EFF=" MAST-EFF-DATE (WS-SEG-SUB)
                    " EXP=" MAST-EXP-DATE (WS-SEG-SUB)
                    " TY=" MAST-OBS-TYPE (WS-SEG-SUB)
                    " OW=" MAST-OWNER-DEPT (WS-SEG-SUB)
                    " SH=" MAST-SHAPE (WS-SEG-SUB)
                    " TW=" MAST-TIME-FROM (WS-SEG-SUB)
                    "/" MAST-TIME-TO (WS-SEG-SUB)
            MOVE SPACES TO MAINT-REC
            STRING "RUN DATE: " WS-RUN-TS (1:10)
                "  TIME: " WS-RUN-TS (11:8)
                "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

                WS-TRAN-COUNT-ED
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE WS-QUEUED-COUNT TO WS-QUEUED-COUNT-ED
            MOVE WS-APPROVED-COUNT TO WS-APPROVED-COUNT-ED
            MOVE WS-DECLINED-COUNT TO WS-DECLINED-COUNT-ED
            MOVE SPACES TO MAINT-REC
            STRING "  QUEUED=" WS-QUEUED-COUNT-ED
                "  APPROVED=" WS-APPROVED-COUNT-ED
                "  REJECTED BY CHECKER=" WS-DECLINED-COUNT-ED
                "  CARDS REJECTED=" WS-REJECTED-COUNT-ED
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE WS-FAILED-COUNT TO WS-FAILED-COUNT-ED
            MOVE WS-HELD-COUNT TO WS-HELD-COUNT-ED
            MOVE SPACES TO MAINT-REC
            STRING "  APPROVED CHANGES APPLIED=" WS-APPLIED-COUNT-ED
                "  FAILED ON APPLY=" WS-FAILED-COUNT-ED
                "  HELD BEHIND PENDING=" WS-HELD-COUNT-ED
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

