                FILE STATUS IS WS-AUDIT-STATUS.
            SELECT RUNHIST ASSIGN TO "RUNHIST"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT MASTJRNL ASSIGN TO "MASTJRNL"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT CODESFILE ASSIGN TO "CODESFILE"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RULE-KEY
                FILE STATUS IS WS-RULE-STATUS.
            SELECT CHKDCTL ASSIGN TO "CHKDCTL"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CHKC-KEY
                FILE STATUS IS WS-CHKD-STATUS.
            SELECT SRCSEQ ASSIGN TO "SRCSEQ"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SRCQ-SOURCE
                FILE STATUS IS WS-SRCQ-STATUS.
            SELECT BLOCKWK ASSIGN TO "BLOCKWK"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BLK-STATUS.
            SELECT SUSPENSE ASSIGN TO "SUSPENSE"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUSP-KEY
                FILE STATUS IS WS-SUSP-STATUS.

        DATA DIVISION.
         FILE SECTION.
         FD SYSIN.
         01 input_line PIC 9(36).
         01 ENV-REC.
             05 ENV-TYPE       PIC X(3).
                 88 ENV-HEADER  VALUE "HDR".
                 88 ENV-TRAILER VALUE "TRL".
             05 ENV-SOURCE     PIC X(8).
             05 ENV-BODY       PIC X(25).
             05 ENV-HDR-BODY REDEFINES ENV-BODY.
                10 ENV-BATCH-DATE PIC 9(8).
                10 ENV-BATCH-SEQ  PIC 9(6).
                10 FILLER         PIC X(11).
             05 ENV-TRL-BODY REDEFINES ENV-BODY.
                10 ENV-REC-COUNT  PIC 9(7).
                10 ENV-HASH-TOTAL PIC 9(18).

         FD PRINTOUT.
         01 PRINT-REC PIC X(80).
             05 RUNH-WRITE-CNT PIC 9(7).
             05 RUNH-ALT-CNT   PIC 9(7).
             05 RUNH-RC        PIC 9(2).
             05 RUNH-SOURCE    PIC X(8).
             05 RUNH-BATCH-OK  PIC 9(3).
             05 RUNH-BATCH-REJ PIC 9(2).

         FD MASTJRNL.
         COPY MASTJRNL.

         FD SRCSEQ.
         COPY ACCSRCSQ.

         FD BLOCKWK.
         01 BLK-REC PIC X(36).

         FD CHKDCTL.
         COPY CHKDCTL.

         FD SUSPENSE.
         COPY ACCSUSP.

         WORKING-STORAGE SECTION.
         01 variable_name PIC 9(2) VALUE ZERO.
         01 WS-ORIGINAL-CODE PIC 9(36).
         01 WS-OUTPUT-CODE PIC 9(36).
         01 WS-OPERATOR-ID PIC X(8).
         01 WS-CODE-IN PIC 9(36).
         01 WS-IN-RECORD PIC X(36).
         01 WS-SRCQ-STATUS PIC XX.
         01 WS-BLK-STATUS PIC XX.
         01 WS-SRCSEQ-SW PIC X VALUE "N".
             88 SRCSEQ-AVAILABLE VALUE "Y".
         01 WS-BATCH-SW PIC X VALUE "N".
             88 BATCH-OPEN VALUE "Y".
             88 BATCH-CLOSED VALUE "N".
         01 WS-BLK-EOF-SW PIC X VALUE "N".
             88 BLK-EOF VALUE "Y".
         01 WS-BLK-SOURCE PIC X(8).
         01 WS-BLK-DATE PIC 9(8).
         01 WS-BLK-SEQ PIC 9(6).
         01 WS-BLK-COUNT PIC 9(7).
         01 WS-BLK-HASH PIC 9(19).
         01 WS-HASH-PART PIC 9(18).
         01 WS-BLK-REASON PIC X(40).
         01 WS-BLK-NEW-SOURCE-SW PIC X.
             88 BLK-NEW-SOURCE VALUE "Y".
         01 WS-BLK-RETAKE-SW PIC X.
             88 BLK-RETAKEN VALUE "Y".
         01 WS-RETAKE-SW PIC X VALUE "N".
             88 RETAKING-CODES VALUE "Y".
         01 WS-REEMIT-SW PIC X VALUE "N".
             88 REEMIT-CODE VALUE "Y".
         01 WS-REEMIT-COUNT PIC 9(5) VALUE ZERO.
         01 WS-RESTART-SW PIC X VALUE "N".
             88 STEP-RESTARTED VALUE "Y".
         01 WS-HELD-SW PIC X VALUE "N".
             88 ALREADY-HELD VALUE "Y".
         01 WS-ATTEMPT-ED PIC ZZ9.
         01 WS-BATCH-REJ-COUNT PIC 9(5) VALUE ZERO.
         01 WS-BATCH-OK-COUNT PIC 9(5) VALUE ZERO.
         01 WS-NEXT-SEQ PIC 9(6).
         01 WS-SEQ-ED PIC Z(5)9.
         01 WS-BLK-COUNT-ED PIC Z(6)9.
         01 WS-TRL-COUNT-ED PIC Z(6)9.
         01 WS-SRC-COUNT PIC 9(3) VALUE ZERO.
         01 WS-SOURCE-TABLE.
             05 WS-SOURCE-ENTRY OCCURS 50 TIMES
                                INDEXED BY SRC-IDX.
                10 SRC-ID       PIC X(8).
                10 SRC-BATCH-OK  PIC 9(3).
                10 SRC-BATCH-REJ PIC 9(3).
                10 SRC-REC-OK    PIC 9(7).
                10 SRC-REC-REJ   PIC 9(7).
         01 WS-LOOSE-COUNT PIC 9(7) VALUE ZERO.
         01 WS-SRC-OK-ED PIC ZZ9.
         01 WS-SRC-REJ-ED PIC ZZ9.
         01 WS-SRC-RECOK-ED PIC Z(6)9.
         01 WS-SRC-RECREJ-ED PIC Z(6)9.
         01 WS-CHKD-STATUS PIC XX.
         01 WS-SUSP-STATUS PIC XX.
         01 WS-SUSPENSE-SW PIC X VALUE "N".
             88 SUSPENSE-AVAILABLE VALUE "Y".
         01 WS-SUSP-EOF-SW PIC X VALUE "N".
             88 SUSP-EOF VALUE "Y".
         01 WS-SUSP-SEQ PIC 9(5) VALUE ZERO.
         01 WS-SUSPEND-COUNT PIC 9(5) VALUE ZERO.
         01 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
         01 WS-SUSPEND-COUNT-ED PIC Z(4)9.
         01 WS-RELEASED-COUNT-ED PIC Z(4)9.
         01 WS-ENVELOPE-COUNT PIC 9(5) VALUE ZERO.
         01 WS-BATCH-REJ-RECS PIC 9(7) VALUE ZERO.
         01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.

         COPY CHKDPARM.

         COPY XLATETBL.

                10 ACT-FROM PIC 9(2).
                10 ACT-TO   PIC 9(2).

         COPY RCTLPARM.


        PROCEDURE DIVISION.
         MOVE "ACCSTEP" TO RCP-STEP
         MOVE "ACCEPTIT" TO RCP-PROGRAM
         SET RCP-START-STEP TO TRUE
         CALL "STEPCTL" USING RCTL-PARM
         IF RCP-SKIP-STEP
             MOVE RCP-RC TO RETURN-CODE
             STOP RUN
         END-IF
         OPEN INPUT SYSIN
         OPEN OUTPUT PRINTOUT
         MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
         IF RCP-RUN-STEP AND RCP-ATTEMPT > 1
             SET STEP-RESTARTED TO TRUE
             MOVE RCP-ATTEMPT TO WS-ATTEMPT-ED
             MOVE SPACES TO PRINT-REC
             STRING "** RESTART OF RUN " RCP-RUN-DATE
                 " ATTEMPT " WS-ATTEMPT-ED
                 " - RE-EMIT SINCE " RCP-CHAIN-START-TS
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
         END-IF
         MOVE WS-RUN-TIMESTAMP (1:8) TO WS-TODAY-NUM
         MOVE SPACES TO WS-OPERATOR-ID
         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
         PERFORM OPEN-CODES-FILE
         PERFORM LOAD-ACTIVE-RULES
         PERFORM LOAD-CHECK-CONTROL
         PERFORM OPEN-SUSPENSE-FILE
         PERFORM OPEN-SOURCE-SEQUENCE
         OPEN EXTEND AUDITFILE
         READ SYSIN
             AT END SET EOF TO TRUE
         END-READ
         PERFORM UNTIL EOF
             ADD 1 TO WS-RECORD-COUNT
             EVALUATE TRUE
                 WHEN ENV-HEADER
                     ADD 1 TO WS-ENVELOPE-COUNT
                     PERFORM OPEN-BATCH
                 WHEN ENV-TRAILER
                     ADD 1 TO WS-ENVELOPE-COUNT
                     PERFORM CLOSE-BATCH
                 WHEN BATCH-OPEN
                     PERFORM HOLD-BATCH-RECORD
                 WHEN OTHER
                     MOVE input_line TO WS-IN-RECORD
                     ADD 1 TO WS-LOOSE-COUNT
                     IF STEP-RESTARTED
                         SET RETAKING-CODES TO TRUE
                     END-IF
                     PERFORM PROCESS-INPUT-RECORD
                     MOVE "N" TO WS-RETAKE-SW
             END-EVALUATE
             READ SYSIN
                 AT END SET EOF TO TRUE
             END-READ
         END-PERFORM
         IF BATCH-OPEN
             CLOSE BLOCKWK
             MOVE "NO TRAILER BEFORE END OF INPUT" TO WS-BLK-REASON
             PERFORM REJECT-BATCH
         END-IF
         IF SUSPENSE-AVAILABLE
             PERFORM TAKE-RELEASED-CODES
         END-IF
         EVALUATE TRUE
             WHEN WS-BATCH-REJ-COUNT > ZERO
                 MOVE 12 TO RETURN-CODE
             WHEN WS-RECORD-COUNT = ZERO AND WS-RELEASED-COUNT = ZERO
                 MOVE 4 TO RETURN-CODE
             WHEN WS-REJECT-COUNT > ZERO OR WS-DUPLICATE-COUNT > ZERO
                 MOVE 8 TO RETURN-CODE
             WHEN OTHER
                 MOVE 0 TO RETURN-CODE
         END-EVALUATE
         PERFORM WRITE-STAT-LINE
         PERFORM WRITE-RUN-HISTORY
         CLOSE SYSIN PRINTOUT AUDITFILE CODESFILE MASTJRNL
         IF SUSPENSE-AVAILABLE
             CLOSE SUSPENSE
         END-IF
         IF SRCSEQ-AVAILABLE
             CLOSE SRCSEQ
         END-IF
         MOVE RETURN-CODE TO RCP-RC
         MOVE 0 TO RCP-MAX-RC
         SET RCP-FINISH-STEP TO TRUE
         CALL "STEPCTL" USING RCTL-PARM
         MOVE RCP-RC TO RETURN-CODE
         STOP RUN.

        PROCESS-INPUT-RECORD.
         MOVE SPACES TO PRINT-REC
         MOVE "N" TO WS-HELD-SW
         IF WS-IN-RECORD NOT NUMERIC
             ADD 1 TO WS-REJECT-COUNT
             STRING "** REJECTED - NON-NUMERIC INPUT: " WS-IN-RECORD
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
         ELSE
             MOVE WS-IN-RECORD TO WS-CODE-IN
             MOVE WS-IN-RECORD TO CHKP-CODE
             CALL "CHKDIGIT" USING CHKD-PARM
             IF CHKP-FAILED
                 IF RETAKING-CODES
                     PERFORM FIND-EARLIER-SUSPENSE
                 END-IF
                 IF ALREADY-HELD
                     PERFORM NOTE-ALREADY-SUSPENDED
                 ELSE
                     PERFORM SUSPEND-CODE
                 END-IF
             ELSE
                 PERFORM ACCEPT-ONE-CODE
             END-IF
         END-IF.

        OPEN-BATCH.
         IF BATCH-OPEN
             CLOSE BLOCKWK
             MOVE "NO TRAILER BEFORE NEXT HEADER" TO WS-BLK-REASON
             PERFORM REJECT-BATCH
         END-IF
         SET BATCH-OPEN TO TRUE
         MOVE ENV-SOURCE TO WS-BLK-SOURCE
         MOVE ZERO TO WS-BLK-DATE WS-BLK-SEQ WS-BLK-COUNT WS-BLK-HASH
         MOVE SPACES TO WS-BLK-REASON
         MOVE "N" TO WS-BLK-NEW-SOURCE-SW
         MOVE "N" TO WS-BLK-RETAKE-SW
         PERFORM FIND-OR-ADD-SOURCE
         IF ENV-SOURCE EQUAL SPACES
                 OR ENV-BATCH-DATE NOT NUMERIC
                 OR ENV-BATCH-SEQ NOT NUMERIC
             MOVE "HEADER SOURCE, DATE OR SEQUENCE INVALID"
                 TO WS-BLK-REASON
         ELSE
             MOVE ENV-BATCH-DATE TO WS-BLK-DATE
             MOVE ENV-BATCH-SEQ TO WS-BLK-SEQ
             PERFORM CHECK-BATCH-SEQUENCE
         END-IF
         OPEN OUTPUT BLOCKWK
         IF WS-BLK-STATUS NOT EQUAL "00"
                 AND WS-BLK-REASON EQUAL SPACES
             MOVE "BATCH WORK FILE NOT AVAILABLE" TO WS-BLK-REASON
         END-IF.

        CHECK-BATCH-SEQUENCE.
         IF NOT SRCSEQ-AVAILABLE
             MOVE "SOURCE SEQUENCE FILE NOT AVAILABLE"
                 TO WS-BLK-REASON
             EXIT PARAGRAPH
         END-IF
         MOVE WS-BLK-SOURCE TO SRCQ-SOURCE
         READ SRCSEQ
             INVALID KEY CONTINUE
         END-READ
         IF WS-SRCQ-STATUS NOT EQUAL "00"
             SET BLK-NEW-SOURCE TO TRUE
             EXIT PARAGRAPH
         END-IF
         IF RCP-RUN-DATE NOT EQUAL ZERO
                 AND SRCQ-LAST-CHAIN-DATE NUMERIC
                 AND SRCQ-LAST-CHAIN-DATE EQUAL RCP-RUN-DATE
                 AND SRCQ-RUN-FIRST-SEQ NUMERIC
                 AND WS-BLK-SEQ NOT < SRCQ-RUN-FIRST-SEQ
                 AND WS-BLK-SEQ NOT > SRCQ-LAST-SEQ
                 AND WS-BLK-DATE NOT > SRCQ-LAST-DATE
             SET BLK-RETAKEN TO TRUE
             EXIT PARAGRAPH
         END-IF
         COMPUTE WS-NEXT-SEQ = SRCQ-LAST-SEQ + 1
         MOVE WS-NEXT-SEQ TO WS-SEQ-ED
         EVALUATE TRUE
             WHEN WS-BLK-SEQ NOT > SRCQ-LAST-SEQ
                 STRING "REPEATED BATCH - NEXT EXPECTED "
                     WS-SEQ-ED
                     DELIMITED BY SIZE INTO WS-BLK-REASON
             WHEN WS-BLK-SEQ > WS-NEXT-SEQ
                 STRING "SEQUENCE GAP - EXPECTED " WS-SEQ-ED
                     DELIMITED BY SIZE INTO WS-BLK-REASON
             WHEN WS-BLK-DATE < SRCQ-LAST-DATE
                 MOVE "BATCH DATE EARLIER THAN LAST BATCH"
                     TO WS-BLK-REASON
         END-EVALUATE.

        HOLD-BATCH-RECORD.
         ADD 1 TO WS-BLK-COUNT
         IF input_line NUMERIC
             MOVE input_line (19:18) TO WS-HASH-PART
             ADD WS-HASH-PART TO WS-BLK-HASH
             IF WS-BLK-HASH > 999999999999999999
                 SUBTRACT 1000000000000000000 FROM WS-BLK-HASH
             END-IF
         END-IF
         IF WS-BLK-STATUS EQUAL "00"
             MOVE input_line TO BLK-REC
             WRITE BLK-REC
         END-IF.

        CLOSE-BATCH.
         IF NOT BATCH-OPEN
             ADD 1 TO WS-BATCH-REJ-COUNT
             MOVE SPACES TO PRINT-REC
             STRING "** TRAILER WITHOUT HEADER - SOURCE " ENV-SOURCE
                 " - RECORDS BEFORE IT WERE NOT BALANCED"
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
             EXIT PARAGRAPH
         END-IF
         CLOSE BLOCKWK
         IF WS-BLK-REASON EQUAL SPACES
             EVALUATE TRUE
                 WHEN ENV-SOURCE NOT EQUAL WS-BLK-SOURCE
                     MOVE "TRAILER SOURCE DOES NOT MATCH HEADER"
                         TO WS-BLK-REASON
                 WHEN ENV-REC-COUNT NOT NUMERIC
                     MOVE "TRAILER RECORD COUNT NOT NUMERIC"
                         TO WS-BLK-REASON
                 WHEN ENV-REC-COUNT NOT EQUAL WS-BLK-COUNT
                     MOVE WS-BLK-COUNT TO WS-BLK-COUNT-ED
                     MOVE ENV-REC-COUNT TO WS-TRL-COUNT-ED
                     STRING "COUNT " WS-BLK-COUNT-ED
                         " TRAILER SAYS " WS-TRL-COUNT-ED
                         DELIMITED BY SIZE INTO WS-BLK-REASON
                 WHEN ENV-HASH-TOTAL NOT NUMERIC
                     MOVE "TRAILER HASH TOTAL NOT NUMERIC"
                         TO WS-BLK-REASON
                 WHEN ENV-HASH-TOTAL NOT EQUAL WS-BLK-HASH
                     MOVE "HASH TOTAL OUT OF BALANCE" TO WS-BLK-REASON
             END-EVALUATE
         END-IF
         IF WS-BLK-REASON EQUAL SPACES
             PERFORM ACCEPT-BATCH
         ELSE
             PERFORM REJECT-BATCH
         END-IF.

        ACCEPT-BATCH.
         SET BATCH-CLOSED TO TRUE
         ADD 1 TO WS-BATCH-OK-COUNT
         MOVE WS-BLK-COUNT TO WS-BLK-COUNT-ED
         MOVE SPACES TO PRINT-REC
         STRING "** BATCH BALANCED - SOURCE " WS-BLK-SOURCE
             " DATE " WS-BLK-DATE " SEQ " WS-BLK-SEQ
             " RECORDS " WS-BLK-COUNT-ED
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         IF BLK-RETAKEN
             MOVE SPACES TO PRINT-REC
             STRING "   TAKEN BY AN EARLIER ATTEMPT OF RUN "
                 RCP-RUN-DATE " - ITS CODES ARE RE-EMITTED"
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
             SET RETAKING-CODES TO TRUE
         END-IF
         IF BLK-NEW-SOURCE
             MOVE SPACES TO PRINT-REC
             STRING "   FIRST BATCH FROM " WS-BLK-SOURCE
                 " - SEQUENCE STARTS AT " WS-BLK-SEQ
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
         END-IF
         ADD 1 TO SRC-BATCH-OK (SRC-IDX)
         ADD WS-BLK-COUNT TO SRC-REC-OK (SRC-IDX)
         MOVE "N" TO WS-BLK-EOF-SW
         OPEN INPUT BLOCKWK
         READ BLOCKWK
             AT END SET BLK-EOF TO TRUE
         END-READ
         PERFORM UNTIL BLK-EOF
             MOVE BLK-REC TO WS-IN-RECORD
             PERFORM PROCESS-INPUT-RECORD
             READ BLOCKWK
                 AT END SET BLK-EOF TO TRUE
             END-READ
         END-PERFORM
         CLOSE BLOCKWK
         MOVE "N" TO WS-RETAKE-SW
         MOVE WS-BLK-SOURCE TO SRCQ-SOURCE
         READ SRCSEQ
             INVALID KEY CONTINUE
         END-READ
         IF WS-SRCQ-STATUS NOT EQUAL "00"
             MOVE SPACES TO SRCQ-REC
             MOVE WS-BLK-SOURCE TO SRCQ-SOURCE
             MOVE ZERO TO SRCQ-BATCHES-OK SRCQ-BATCHES-REJ
                 SRCQ-LAST-REJ-DATE SRCQ-LAST-REJ-SEQ
         END-IF
         IF NOT BLK-RETAKEN
             IF RCP-RUN-DATE EQUAL ZERO
                     OR SRCQ-LAST-CHAIN-DATE NOT NUMERIC
                     OR SRCQ-LAST-CHAIN-DATE NOT EQUAL RCP-RUN-DATE
                 MOVE WS-BLK-SEQ TO SRCQ-RUN-FIRST-SEQ
             END-IF
             MOVE WS-BLK-DATE TO SRCQ-LAST-DATE
             MOVE WS-BLK-SEQ TO SRCQ-LAST-SEQ
             MOVE WS-BLK-COUNT TO SRCQ-LAST-COUNT
             ADD 1 TO SRCQ-BATCHES-OK
         END-IF
         MOVE WS-RUN-TIMESTAMP (1:14) TO SRCQ-LAST-RUN-TS
         MOVE RCP-RUN-DATE TO SRCQ-LAST-CHAIN-DATE
         IF WS-SRCQ-STATUS EQUAL "00"
             REWRITE SRCQ-REC
                 INVALID KEY CONTINUE
             END-REWRITE
         ELSE
             WRITE SRCQ-REC
                 INVALID KEY CONTINUE
             END-WRITE
         END-IF.

        REJECT-BATCH.
         SET BATCH-CLOSED TO TRUE
         ADD 1 TO WS-BATCH-REJ-COUNT
         ADD 1 TO SRC-BATCH-REJ (SRC-IDX)
         ADD WS-BLK-COUNT TO SRC-REC-REJ (SRC-IDX)
         ADD WS-BLK-COUNT TO WS-BATCH-REJ-RECS
         MOVE SPACES TO PRINT-REC
         STRING "** BATCH REJECTED - SOURCE " WS-BLK-SOURCE
             " DATE " WS-BLK-DATE " SEQ " WS-BLK-SEQ
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         MOVE WS-BLK-COUNT TO WS-BLK-COUNT-ED
         MOVE SPACES TO PRINT-REC
         STRING "   " WS-BLK-REASON " -" WS-BLK-COUNT-ED
             " RECORDS NOT TAKEN"
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         IF NOT SRCSEQ-AVAILABLE
             EXIT PARAGRAPH
         END-IF
         MOVE WS-BLK-SOURCE TO SRCQ-SOURCE
         READ SRCSEQ
             INVALID KEY CONTINUE
         END-READ
         IF WS-SRCQ-STATUS EQUAL "00"
             ADD 1 TO SRCQ-BATCHES-REJ
             MOVE WS-BLK-DATE TO SRCQ-LAST-REJ-DATE
             MOVE WS-BLK-SEQ TO SRCQ-LAST-REJ-SEQ
             MOVE WS-BLK-REASON TO SRCQ-LAST-REJ-WHY
             REWRITE SRCQ-REC
                 INVALID KEY CONTINUE
             END-REWRITE
         END-IF.

        FIND-OR-ADD-SOURCE.
         SET SRC-IDX TO 1
         SEARCH WS-SOURCE-ENTRY
             AT END
                 PERFORM ADD-SOURCE-ENTRY
             WHEN SRC-IDX > WS-SRC-COUNT
                 PERFORM ADD-SOURCE-ENTRY
             WHEN SRC-ID (SRC-IDX) EQUAL ENV-SOURCE
                 CONTINUE
         END-SEARCH.

        ADD-SOURCE-ENTRY.
         IF WS-SRC-COUNT < 50
             ADD 1 TO WS-SRC-COUNT
             SET SRC-IDX TO WS-SRC-COUNT
             MOVE ENV-SOURCE TO SRC-ID (SRC-IDX)
             MOVE ZERO TO SRC-BATCH-OK (SRC-IDX)
                 SRC-BATCH-REJ (SRC-IDX)
                 SRC-REC-OK (SRC-IDX) SRC-REC-REJ (SRC-IDX)
         ELSE
             SET SRC-IDX TO 50
             MOVE "*OTHER*" TO SRC-ID (SRC-IDX)
         END-IF.

        OPEN-SOURCE-SEQUENCE.
         OPEN I-O SRCSEQ
         IF WS-SRCQ-STATUS EQUAL "35"
             OPEN OUTPUT SRCSEQ
             CLOSE SRCSEQ
             OPEN I-O SRCSEQ
         END-IF
         IF WS-SRCQ-STATUS EQUAL "00"
             SET SRCSEQ-AVAILABLE TO TRUE
         END-IF.

        WRITE-SOURCE-SUMMARY.
         MOVE SPACES TO PRINT-REC
         STRING "** SOURCE SUMMARY - BATCHES BALANCED="
             WS-BATCH-OK-COUNT " REJECTED=" WS-BATCH-REJ-COUNT
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         PERFORM VARYING SRC-IDX FROM 1 BY 1
             UNTIL SRC-IDX > WS-SRC-COUNT
             MOVE SRC-BATCH-OK (SRC-IDX) TO WS-SRC-OK-ED
             MOVE SRC-BATCH-REJ (SRC-IDX) TO WS-SRC-REJ-ED
             MOVE SRC-REC-OK (SRC-IDX) TO WS-SRC-RECOK-ED
             MOVE SRC-REC-REJ (SRC-IDX) TO WS-SRC-RECREJ-ED
             MOVE SPACES TO PRINT-REC
             STRING "** SOURCE " SRC-ID (SRC-IDX)
                 " BATCHES OK=" WS-SRC-OK-ED
                 " REJ=" WS-SRC-REJ-ED
                 " RECORDS OK=" WS-SRC-RECOK-ED
                 " REJ=" WS-SRC-RECREJ-ED
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
         END-PERFORM
         IF WS-LOOSE-COUNT > ZERO
             MOVE WS-LOOSE-COUNT TO WS-SRC-RECOK-ED
             MOVE SPACES TO PRINT-REC
             STRING "** NO BATCH ENVELOPE - RECORDS="
                 WS-SRC-RECOK-ED
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
         END-IF.

        ACCEPT-ONE-CODE.
         MOVE SPACES TO PRINT-REC
         IF RETAKING-CODES
             PERFORM CHECK-EARLIER-ATTEMPT
             IF REEMIT-CODE
                 PERFORM REEMIT-ONE-CODE
                 EXIT PARAGRAPH
             END-IF
         END-IF
         PERFORM CHECK-DUPLICATE
         IF DUPLICATE-FOUND
             IF RERUN-CODE
                 ADD 1 TO WS-RERUN-SKIP-COUNT
                 STRING "** ALREADY PROCESSED - SKIPPING: "
                     WS-CODE-IN
                     DELIMITED BY SIZE INTO PRINT-REC
                 WRITE PRINT-REC
                 ADD 1 TO WS-PRINT-WRITES
             ELSE
                 ADD 1 TO WS-DUPLICATE-COUNT
                 STRING "** DUPLICATE CODE DETECTED: "
                     WS-CODE-IN
                     DELIMITED BY SIZE INTO PRINT-REC
                 WRITE PRINT-REC
                 ADD 1 TO WS-PRINT-WRITES
             END-IF
         ELSE
             PERFORM REMEMBER-CODE
             PERFORM TRANSLATE-CODE
             STRING "THE NUMBER IS " WS-OUTPUT-CODE
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
             MOVE SPACES TO PRINT-REC
             STRING "  TRANSLATED FROM " WS-ORIGINAL-CODE
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
             MOVE SPACES TO AUDIT-REC
             STRING "ORIGINAL=" WS-ORIGINAL-CODE
                    " OUTPUT=" WS-OUTPUT-CODE
                    " RUN-TS=" WS-RUN-TIMESTAMP
                    " OPER=" WS-OPERATOR-ID
                    DELIMITED BY SIZE INTO AUDIT-REC
             WRITE AUDIT-REC
             ADD 1 TO WS-AUDIT-WRITES
         END-IF.

        CHECK-EARLIER-ATTEMPT.
         MOVE "N" TO WS-REEMIT-SW
         MOVE WS-CODE-IN TO CODES-KEY
         READ CODESFILE
             INVALID KEY CONTINUE
         END-READ
         IF WS-CODES-STATUS NOT EQUAL "00"
             EXIT PARAGRAPH
         END-IF
         IF CODES-LAST-TS EQUAL WS-RUN-TIMESTAMP (1:14)
             EXIT PARAGRAPH
         END-IF
         IF CODES-LAST-TS < RCP-CHAIN-START-TS
             EXIT PARAGRAPH
         END-IF
         SET REEMIT-CODE TO TRUE
         MOVE WS-TODAY-NUM TO CODES-LAST-DATE
         MOVE WS-RUN-TIMESTAMP (1:14) TO CODES-LAST-TS
         REWRITE CODES-REC
             INVALID KEY CONTINUE
         END-REWRITE
         IF WS-CODES-STATUS EQUAL "00"
             MOVE "CHANGE" TO MSJ-ACTION
             PERFORM WRITE-MASTER-JOURNAL
         END-IF.

        REEMIT-ONE-CODE.
         ADD 1 TO WS-REEMIT-COUNT
         PERFORM TRANSLATE-CODE
         STRING "THE NUMBER IS " WS-OUTPUT-CODE
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         MOVE SPACES TO PRINT-REC
         STRING "  TRANSLATED FROM " WS-ORIGINAL-CODE
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         MOVE SPACES TO PRINT-REC
         STRING "  RE-EMITTED - AUDITED BY AN EARLIER ATTEMPT"
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES.

        FIND-EARLIER-SUSPENSE.
         IF NOT SUSPENSE-AVAILABLE
             EXIT PARAGRAPH
         END-IF
         MOVE LOW-VALUES TO SUSP-KEY
         IF RCP-CHAIN-START-TS NUMERIC
             MOVE RCP-CHAIN-START-TS (1:8) TO SUSP-DATE
             MOVE RCP-CHAIN-START-TS (9:6) TO SUSP-TIME
             MOVE ZERO TO SUSP-SEQ
         END-IF
         START SUSPENSE KEY IS NOT LESS THAN SUSP-KEY
             INVALID KEY SET SUSP-EOF TO TRUE
         END-START
         IF NOT SUSP-EOF
             READ SUSPENSE NEXT
                 AT END SET SUSP-EOF TO TRUE
             END-READ
         END-IF
         PERFORM UNTIL SUSP-EOF OR ALREADY-HELD
             IF SUSP-FROM-BATCH
                     AND SUSP-ORIG-REC EQUAL WS-IN-RECORD
                 SET ALREADY-HELD TO TRUE
             ELSE
                 READ SUSPENSE NEXT
                     AT END SET SUSP-EOF TO TRUE
                 END-READ
             END-IF
         END-PERFORM
         MOVE "N" TO WS-SUSP-EOF-SW.

        NOTE-ALREADY-SUSPENDED.
         ADD 1 TO WS-SUSPEND-COUNT
         MOVE SPACES TO PRINT-REC
         STRING "** ALREADY SUSPENDED BY AN EARLIER ATTEMPT - "
             CHKP-REASON
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         MOVE SPACES TO PRINT-REC
         STRING "  SUSPENDED CODE " WS-IN-RECORD
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES.

        SUSPEND-CODE.
         IF NOT SUSPENSE-AVAILABLE
             ADD 1 TO WS-REJECT-COUNT
             MOVE SPACES TO PRINT-REC
             STRING "** REJECTED - " CHKP-REASON
                 " - SUSPENSE FILE NOT OPEN"
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
             MOVE SPACES TO PRINT-REC
             STRING "  REJECTED CODE " WS-IN-RECORD
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
             EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO SUSP-REC
         MOVE WS-RUN-TIMESTAMP (1:8) TO SUSP-DATE
         MOVE WS-RUN-TIMESTAMP (9:6) TO SUSP-TIME
         SET SUSP-OPEN TO TRUE
         SET SUSP-FROM-BATCH TO TRUE
         MOVE CHKP-REASON TO SUSP-REASON
         MOVE CHKP-ALGORITHM TO SUSP-ALGORITHM
         MOVE CHKP-POSITION TO SUSP-POSITION
         MOVE WS-IN-RECORD TO SUSP-ORIG-REC
         MOVE WS-OPERATOR-ID TO SUSP-ENTRY-OPER
         MOVE ZERO TO SUSP-FIXED-CODE SUSP-REL-DATE SUSP-REL-TIME
             SUSP-PICKUP-DATE SUSP-PICKUP-RUN
         MOVE "22" TO WS-SUSP-STATUS
         PERFORM UNTIL WS-SUSP-STATUS NOT EQUAL "22"
             ADD 1 TO WS-SUSP-SEQ
             MOVE WS-SUSP-SEQ TO SUSP-SEQ
             WRITE SUSP-REC
                 INVALID KEY CONTINUE
             END-WRITE
         END-PERFORM
         MOVE SPACES TO PRINT-REC
         IF WS-SUSP-STATUS EQUAL "00"
             ADD 1 TO WS-SUSPEND-COUNT
             STRING "** SUSPENDED - " CHKP-REASON
                 " REF " SUSP-DATE " " SUSP-TIME " " SUSP-SEQ
                 DELIMITED BY SIZE INTO PRINT-REC
         ELSE
             ADD 1 TO WS-REJECT-COUNT
             STRING "** REJECTED - " CHKP-REASON
                 " - SUSPENSE WRITE STATUS " WS-SUSP-STATUS
                 DELIMITED BY SIZE INTO PRINT-REC
         END-IF
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         MOVE SPACES TO PRINT-REC
         STRING "  SUSPENDED CODE " WS-IN-RECORD
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES.

        TAKE-RELEASED-CODES.
         MOVE LOW-VALUES TO SUSP-KEY
         START SUSPENSE KEY IS NOT LESS THAN SUSP-KEY
             INVALID KEY SET SUSP-EOF TO TRUE
         END-START
         IF NOT SUSP-EOF
             READ SUSPENSE NEXT
                 AT END SET SUSP-EOF TO TRUE
             END-READ
         END-IF
         PERFORM UNTIL SUSP-EOF
             EVALUATE TRUE
                 WHEN SUSP-RELEASED
                     PERFORM TAKE-ONE-RELEASED
                 WHEN SUSP-PICKED-UP
                         AND RCP-RUN-DATE NOT EQUAL ZERO
                         AND SUSP-PICKUP-RUN NUMERIC
                         AND SUSP-PICKUP-RUN EQUAL RCP-RUN-DATE
                     SET RETAKING-CODES TO TRUE
                     PERFORM TAKE-ONE-RELEASED
                     MOVE "N" TO WS-RETAKE-SW
             END-EVALUATE
             READ SUSPENSE NEXT
                 AT END SET SUSP-EOF TO TRUE
             END-READ
         END-PERFORM.

        TAKE-ONE-RELEASED.
         MOVE SUSP-FIXED-CODE TO WS-CODE-IN
         MOVE SUSP-FIXED-CODE TO CHKP-CODE
         CALL "CHKDIGIT" USING CHKD-PARM
         IF CHKP-FAILED
             SET SUSP-OPEN TO TRUE
             MOVE CHKP-REASON TO SUSP-REASON
             MOVE CHKP-ALGORITHM TO SUSP-ALGORITHM
             MOVE CHKP-POSITION TO SUSP-POSITION
             REWRITE SUSP-REC
                 INVALID KEY CONTINUE
             END-REWRITE
             ADD 1 TO WS-SUSPEND-COUNT
             ADD 1 TO WS-HELD-COUNT
             MOVE SPACES TO PRINT-REC
             STRING "** RELEASE HELD - " CHKP-REASON
                 " REF " SUSP-DATE " " SUSP-TIME " " SUSP-SEQ
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
             EXIT PARAGRAPH
         END-IF
         ADD 1 TO WS-RELEASED-COUNT
         PERFORM ACCEPT-ONE-CODE
         MOVE SPACES TO PRINT-REC
         STRING "  RELEASED FROM SUSPENSE REF " SUSP-DATE " "
             SUSP-TIME " " SUSP-SEQ " BY " SUSP-REL-OPER
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         SET SUSP-PICKED-UP TO TRUE
         MOVE WS-TODAY-NUM TO SUSP-PICKUP-DATE
         MOVE RCP-RUN-DATE TO SUSP-PICKUP-RUN
         REWRITE SUSP-REC
             INVALID KEY CONTINUE
         END-REWRITE.

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
         IF WS-CHKD-STATUS NOT EQUAL "00"
             MOVE SPACES TO PRINT-REC
             STRING "** CHECK-DIGIT CONTROL RECORD NOT FOUND"
                 " - CODES NOT CHECKED"
                 DELIMITED BY SIZE INTO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-PRINT-WRITES
             EXIT PARAGRAPH
         END-IF
         IF NOT CHKP-NO-CHECK
             MOVE ZERO TO CHKP-CODE
             CALL "CHKDIGIT" USING CHKD-PARM
             IF CHKP-NOT-CHECKED
                 MOVE SPACES TO PRINT-REC
                 STRING "** CHECK-DIGIT CONTROL REJECTED - "
                     CHKP-REASON " - CODES NOT CHECKED"
                     DELIMITED BY SIZE INTO PRINT-REC
                 WRITE PRINT-REC
                 ADD 1 TO WS-PRINT-WRITES
                 MOVE "NONE " TO CHKP-ALGORITHM
             END-IF
         END-IF.

        OPEN-SUSPENSE-FILE.
         OPEN I-O SUSPENSE
         IF WS-SUSP-STATUS EQUAL "35"
             OPEN OUTPUT SUSPENSE
             CLOSE SUSPENSE
             OPEN I-O SUSPENSE
         END-IF
         IF WS-SUSP-STATUS EQUAL "00"
             SET SUSPENSE-AVAILABLE TO TRUE
         END-IF.

        OPEN-CODES-FILE.
         OPEN I-O CODESFILE
             OPEN OUTPUT CODESFILE
             CLOSE CODESFILE
             OPEN I-O CODESFILE
         END-IF
         OPEN EXTEND MASTJRNL.

        WRITE-RUN-HISTORY.
         OPEN EXTEND RUNHIST
         MOVE WS-AUDIT-WRITES TO RUNH-ALT-CNT
         MOVE RETURN-CODE TO RUNH-RC
         WRITE RUNH-REC
         PERFORM VARYING SRC-IDX FROM 1 BY 1
             UNTIL SRC-IDX > WS-SRC-COUNT
             MOVE SPACES TO RUNH-REC
             MOVE "ACCSRC" TO RUNH-PROGRAM
             MOVE WS-RUN-TIMESTAMP (1:8) TO RUNH-RUN-DATE
             MOVE WS-RUN-TIMESTAMP (1:14) TO RUNH-START-TS
             MOVE FUNCTION CURRENT-DATE (1:14) TO RUNH-END-TS
             COMPUTE RUNH-READ-CNT = SRC-REC-OK (SRC-IDX)
                 + SRC-REC-REJ (SRC-IDX)
             MOVE SRC-REC-OK (SRC-IDX) TO RUNH-WRITE-CNT
             MOVE SRC-REC-REJ (SRC-IDX) TO RUNH-ALT-CNT
             IF SRC-BATCH-REJ (SRC-IDX) > ZERO
                 MOVE 12 TO RUNH-RC
             ELSE
                 MOVE 0 TO RUNH-RC
             END-IF
             MOVE SRC-ID (SRC-IDX) TO RUNH-SOURCE
             MOVE SRC-BATCH-OK (SRC-IDX) TO RUNH-BATCH-OK
             MOVE SRC-BATCH-REJ (SRC-IDX) TO RUNH-BATCH-REJ
             WRITE RUNH-REC
         END-PERFORM
         CLOSE RUNHIST.

        LOAD-ACTIVE-RULES.
         END-IF.

        TRANSLATE-CODE.
         MOVE WS-CODE-IN TO WS-ORIGINAL-CODE
         SET RULE-IDX TO 1
         SEARCH WS-ACTIVE-RULE
             AT END
         STRING "** RUN STATS - END=" WS-END-TIMESTAMP
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         MOVE WS-SUSPEND-COUNT TO WS-SUSPEND-COUNT-ED
         MOVE WS-RELEASED-COUNT TO WS-RELEASED-COUNT-ED
         MOVE SPACES TO PRINT-REC
         STRING "** RUN STATS - SUSPENDED=" WS-SUSPEND-COUNT-ED
             " RELEASED IN=" WS-RELEASED-COUNT-ED
             " CHECK=" CHKP-ALGORITHM " POS " CHKP-POSITION
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         MOVE SPACES TO PRINT-REC
         STRING "** RUN COUNTS - READ=" WS-RECORD-COUNT
             " ENVELOPE=" WS-ENVELOPE-COUNT
             " BATCHREJ=" WS-BATCH-REJ-RECS
             " RELEASED=" WS-RELEASED-COUNT
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         MOVE SPACES TO PRINT-REC
         STRING "** RUN OUTCOMES - ACCEPTED=" WS-AUDIT-WRITES
             " REJECTED=" WS-REJECT-COUNT
             " SUSPENDED=" WS-SUSPEND-COUNT
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         MOVE SPACES TO PRINT-REC
         STRING "** RUN OUTCOMES - DUPLICATE=" WS-DUPLICATE-COUNT
             " RERUN=" WS-RERUN-SKIP-COUNT
             " HELD=" WS-HELD-COUNT
             " REEMITTED=" WS-REEMIT-COUNT
             DELIMITED BY SIZE INTO PRINT-REC
         WRITE PRINT-REC
         ADD 1 TO WS-PRINT-WRITES
         PERFORM WRITE-SOURCE-SUMMARY.

        CHECK-DUPLICATE.
         SET DUPLICATE-NOT-FOUND TO TRUE
         MOVE "N" TO WS-RERUN-SW
         MOVE WS-CODE-IN TO CODES-KEY
         READ CODESFILE
             INVALID KEY CONTINUE
         END-READ
                 REWRITE CODES-REC
                     INVALID KEY CONTINUE
                 END-REWRITE
                 IF WS-CODES-STATUS EQUAL "00"
                     MOVE "CHANGE" TO MSJ-ACTION
                     PERFORM WRITE-MASTER-JOURNAL
                 END-IF
             END-IF
         END-IF.

        REMEMBER-CODE.
         MOVE WS-CODE-IN TO CODES-KEY
         READ CODESFILE
             INVALID KEY CONTINUE
         END-READ
             REWRITE CODES-REC
                 INVALID KEY CONTINUE
             END-REWRITE
             MOVE "CHANGE" TO MSJ-ACTION
         ELSE
             MOVE WS-CODE-IN TO CODES-KEY
             MOVE WS-TODAY-NUM TO CODES-FIRST-DATE
             MOVE WS-RUN-TIMESTAMP (1:14) TO CODES-FIRST-TS
             MOVE WS-TODAY-NUM TO CODES-LAST-DATE
             WRITE CODES-REC
                 INVALID KEY CONTINUE
             END-WRITE
             MOVE "ADD" TO MSJ-ACTION
         END-IF
         IF WS-CODES-STATUS EQUAL "00"
             PERFORM WRITE-MASTER-JOURNAL
         END-IF.

        WRITE-MASTER-JOURNAL.
         MOVE WS-RUN-TIMESTAMP (1:8) TO MSJ-DATE
         MOVE WS-RUN-TIMESTAMP (9:6) TO MSJ-TIME
         MOVE "ACCEPTIT" TO MSJ-PROGRAM
         MOVE "CODESFIL" TO MSJ-MASTER
         MOVE CODES-REC TO MSJ-IMAGE
         WRITE MSJ-REC.
        END PROGRAM ACCEPT_IT.
