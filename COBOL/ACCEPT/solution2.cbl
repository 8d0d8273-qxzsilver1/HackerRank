                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RULE-KEY
                FILE STATUS IS WS-RULE-STATUS.
            SELECT CHKDCTL ASSIGN TO "CHKDCTL"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CHKC-KEY
                FILE STATUS IS WS-CHKD-STATUS.
            SELECT SUSPENSE ASSIGN TO "SUSPENSE"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SUSP-KEY
                FILE STATUS IS WS-SUSP-STATUS.

        DATA DIVISION.
         FILE SECTION.
             05 RULE-UPD-TS   PIC X(14).
             05 FILLER        PIC X(6).

         FD CHKDCTL.
         COPY CHKDCTL.

         FD SUSPENSE.
         COPY ACCSUSP.

         WORKING-STORAGE SECTION.
         01 variable_name PIC 9(2).
         01 WS-ORIGINAL-CODE PIC 9(2).
             88 VALID-ENTRY VALUE "Y".
         01 WS-PARM-WARNING-SW PIC X VALUE "N".
             88 PARM-FROM-NOT-FOUND VALUE "Y".
         01 WS-CHKD-STATUS PIC XX.
         01 WS-SUSP-STATUS PIC XX.
         01 WS-SUSP-SEQ PIC 9(5) VALUE ZERO.

         COPY CHKDPARM.

         COPY XLATETBL.

         MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
         MOVE WS-RUN-TIMESTAMP (1:8) TO WS-TODAY-NUM.
         PERFORM LOAD-ACTIVE-RULES.
         PERFORM LOAD-CHECK-CONTROL.
         DISPLAY "ENTER OPERATOR ID: ".
         ACCEPT WS-OPERATOR-ID.
         IF WS-PARM-LEN = 4
             DISPLAY "ENTER A VALUE (00-99): "
             ACCEPT variable_name
             IF variable_name NUMERIC
                 MOVE variable_name TO CHKP-CODE
                 CALL "CHKDIGIT" USING CHKD-PARM
                 IF CHKP-FAILED
                     PERFORM SUSPEND-ENTRY
                     DISPLAY "CHECK DIGIT FAILED - " CHKP-REASON
                         " - RE-ENTER"
                 ELSE
                     SET VALID-ENTRY TO TRUE
                 END-IF
             ELSE
                 DISPLAY "VALUE MUST BE 00-99, RE-ENTER"
             END-IF
                 MOVE WS-PARM-TO TO ACT-TO (RULE-IDX)
         END-SEARCH.

        LOAD-CHECK-CONTROL.
         MOVE "NONE " TO CHKP-ALGORITHM.
         MOVE ZERO TO CHKP-POSITION.
         OPEN INPUT CHKDCTL.
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
         END-IF.

        SUSPEND-ENTRY.
         MOVE SPACES TO SUSP-REC.
         MOVE FUNCTION CURRENT-DATE (1:8) TO SUSP-DATE.
         MOVE FUNCTION CURRENT-DATE (9:6) TO SUSP-TIME.
         SET SUSP-OPEN TO TRUE.
         SET SUSP-FROM-CONSOLE TO TRUE.
         MOVE CHKP-REASON TO SUSP-REASON.
         MOVE CHKP-ALGORITHM TO SUSP-ALGORITHM.
         MOVE CHKP-POSITION TO SUSP-POSITION.
         MOVE variable_name TO SUSP-ORIG-REC.
         MOVE WS-OPERATOR-ID TO SUSP-ENTRY-OPER.
         MOVE ZERO TO SUSP-FIXED-CODE SUSP-REL-DATE SUSP-REL-TIME
             SUSP-PICKUP-DATE.
         OPEN I-O SUSPENSE.
         IF WS-SUSP-STATUS EQUAL "35"
             OPEN OUTPUT SUSPENSE
             CLOSE SUSPENSE
             OPEN I-O SUSPENSE
         END-IF.
         IF WS-SUSP-STATUS NOT EQUAL "00"
             DISPLAY "** SUSPENSE FILE NOT AVAILABLE - ENTRY NOT HELD"
             EXIT PARAGRAPH
         END-IF.
         MOVE "22" TO WS-SUSP-STATUS.
         PERFORM UNTIL WS-SUSP-STATUS NOT EQUAL "22"
             ADD 1 TO WS-SUSP-SEQ
             MOVE WS-SUSP-SEQ TO SUSP-SEQ
             WRITE SUSP-REC
                 INVALID KEY CONTINUE
             END-WRITE
         END-PERFORM.
         IF WS-SUSP-STATUS EQUAL "00"
             DISPLAY "ENTRY HELD IN SUSPENSE - REF " SUSP-DATE " "
                 SUSP-TIME " " SUSP-SEQ
         END-IF.
         CLOSE SUSPENSE.

        LOAD-ACTIVE-RULES.
         OPEN INPUT RULEFILE.
         IF WS-RULE-STATUS EQUAL "00"
