        IDENTIFICATION DIVISION.
        PROGRAM-ID. OBSTPEND.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PENDCHG ASSIGN TO "PENDCHG"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PND-KEY
                FILE STATUS IS WS-PEND-STATUS.
            SELECT PENDPARM ASSIGN TO "PENDPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT PENDRPT ASSIGN TO "PENDRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD PENDCHG.
         COPY PENDCHG.

         FD PENDPARM.
         01 PARM-LINE PIC X(80).

         FD PENDRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-PEND-STATUS PIC XX.
         01 WS-PARM-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-TODAY-INT PIC S9(8).
         01 WS-AGE-DAYS PIC S9(5).
         01 WS-MAX-AGE PIC S9(5) VALUE ZERO.
         01 WS-LIMIT-DAYS PIC 9(3) VALUE 2.
         01 WS-PARM-TOKEN PIC X(8).
         01 WS-PARM-DAYS PIC 9(3).
         01 WS-PARSE-PTR PIC 9(4).
         01 WS-STATUS-TEXT PIC X(8).
         01 WS-OVERDUE-FLAG PIC X(8).

         01 WS-PENDING-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-APPROVED-COUNT PIC 9(6) VALUE ZERO.
         01 WS-OVERDUE-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-UNSCORED-COUNT PIC 9(6) VALUE ZERO.

         01 WS-ZONE-ID-ED PIC Z(4).
         01 WS-SEG-ED     PIC Z(3).
         01 WS-AGE-ED     PIC Z(4)9.
         01 WS-LIMIT-ED   PIC ZZ9.
         01 WS-CASES-ED   PIC Z(6)9.
         01 WS-FLIPS-ED   PIC Z(5)9.
         01 WS-TO-NO-ED   PIC Z(5)9.
         01 WS-TO-YES-ED  PIC Z(5)9.
         01 WS-COUNT-ED   PIC Z(5)9.

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT PENDRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
            CALL "SITESEL" USING SITE-PARM
            PERFORM TAKE-DAYS-PARM
            MOVE WS-LIMIT-DAYS TO WS-LIMIT-ED
            MOVE SPACES TO RPT-REC
            STRING "OBSTRMASTER CHANGES AWAITING APPROVAL OR APPLY"
                " - RUN " WS-RUN-TS (1:10)
                "  SITE: " SITP-SITE-ID
                "  OVERDUE AFTER " WS-LIMIT-ED " DAYS"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE PENDRPT
                STOP RUN
            END-IF
            OPEN INPUT PENDCHG
            IF WS-PEND-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** PENDING-CHANGE FILE NOT AVAILABLE - STATUS "
                    WS-PEND-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE PENDRPT
                STOP RUN
            END-IF
            PERFORM LIST-OPEN-CHANGES
            CLOSE PENDCHG
            PERFORM WRITE-PEND-TRAILER
            IF WS-OVERDUE-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE PENDRPT
            STOP RUN.

        TAKE-DAYS-PARM.
            OPEN INPUT PENDPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ PENDPARM
                AT END SET EOF TO TRUE
            END-READ
            IF NOT EOF
                MOVE 1 TO WS-PARSE-PTR
                MOVE SPACES TO WS-PARM-TOKEN
                MOVE ZERO TO WS-PARM-DAYS
                UNSTRING PARM-LINE DELIMITED BY ALL SPACE
                    INTO WS-PARM-TOKEN WS-PARM-DAYS
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-PARM-TOKEN EQUAL "DAYS"
                        AND WS-PARM-DAYS NUMERIC
                    MOVE WS-PARM-DAYS TO WS-LIMIT-DAYS
                END-IF
            END-IF
            CLOSE PENDPARM
            MOVE "N" TO WS-EOF-SW.

        LIST-OPEN-CHANGES.
            MOVE SITP-SITE-ID TO PND-SITE
            MOVE ZERO TO PND-ZONE PND-SUB-DATE PND-SUB-TIME
                PND-SUB-SEQ
            START PENDCHG KEY IS NOT LESS THAN PND-KEY
                INVALID KEY SET EOF TO TRUE
            END-START
            IF NOT EOF
                READ PENDCHG NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EOF
                    OR PND-SITE NOT EQUAL SITP-SITE-ID
                IF PND-PENDING OR PND-APPROVED
                    PERFORM WRITE-CHANGE-LINES
                END-IF
                READ PENDCHG NEXT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        WRITE-CHANGE-LINES.
            COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE (PND-SUB-DATE)
            IF WS-AGE-DAYS > WS-MAX-AGE
                MOVE WS-AGE-DAYS TO WS-MAX-AGE
            END-IF
            MOVE SPACES TO WS-OVERDUE-FLAG
            IF WS-AGE-DAYS > WS-LIMIT-DAYS
                MOVE "OVERDUE" TO WS-OVERDUE-FLAG
                ADD 1 TO WS-OVERDUE-COUNT
            END-IF
            IF PND-PENDING
                MOVE "PENDING" TO WS-STATUS-TEXT
                ADD 1 TO WS-PENDING-COUNT
            ELSE
                MOVE "APPROVED" TO WS-STATUS-TEXT
                ADD 1 TO WS-APPROVED-COUNT
            END-IF
            MOVE PND-ZONE TO WS-ZONE-ID-ED
            MOVE PND-SEG TO WS-SEG-ED
            MOVE WS-AGE-DAYS TO WS-AGE-ED
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "ZONE " WS-ZONE-ID-ED
                " REF " PND-ZONE " " PND-SUB-DATE PND-SUB-TIME
                " " PND-SUB-SEQ
                " " WS-STATUS-TEXT
                " WAITING " WS-AGE-ED " DAYS " WS-OVERDUE-FLAG
                " " PND-ACTION " SEG " WS-SEG-ED
                " SRC=" PND-SOURCE
                " MAKER=" PND-MAKER
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "    " PND-TRAN (1:120)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            EVALUATE TRUE
                WHEN PND-IMP-DONE
                    MOVE PND-IMP-CASES TO WS-CASES-ED
                    MOVE PND-IMP-FLIPS TO WS-FLIPS-ED
                    MOVE PND-IMP-TO-NO TO WS-TO-NO-ED
                    MOVE PND-IMP-TO-YES TO WS-TO-YES-ED
                    STRING "    IMPACT AS OF " PND-IMP-DATE
                        ": CASES=" WS-CASES-ED
                        " FLIPS=" WS-FLIPS-ED
                        " YES TO NO=" WS-TO-NO-ED
                        " NO TO YES=" WS-TO-YES-ED
                        DELIMITED BY SIZE INTO RPT-REC
                WHEN PND-IMP-NA
                    STRING "    IMPACT AS OF " PND-IMP-DATE
                        ": NOT REPLAYABLE - REVIEW BY HAND"
                        DELIMITED BY SIZE INTO RPT-REC
                WHEN OTHER
                    ADD 1 TO WS-UNSCORED-COUNT
                    MOVE "    IMPACT: NOT YET SCORED" TO RPT-REC
            END-EVALUATE
            WRITE RPT-REC
            IF PND-APPROVED
                MOVE SPACES TO RPT-REC
                STRING "    APPROVED BY " PND-CHECKER
                    " ON " PND-DEC-DATE " " PND-DEC-TIME
                    " - WAITING FOR THE NEXT OBSTMNT RUN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-PEND-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-PENDING-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "AWAITING APPROVAL=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-APPROVED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "APPROVED, NOT YET APPLIED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "OVERDUE=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-UNSCORED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "NOT YET SCORED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-MAX-AGE TO WS-AGE-ED
            MOVE SPACES TO RPT-REC
            STRING "OLDEST WAIT IN DAYS=" WS-AGE-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM OBSTPEND.
