            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT CASEHIST ASSIGN TO "CASEHIST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
            SELECT RPLYRPT ASSIGN TO "RPLYRPT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT PENDCHG ASSIGN TO "PENDCHG"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PND-KEY
                FILE STATUS IS WS-PEND-STATUS.

        DATA DIVISION.
         FILE SECTION.
         FD RPLYRPT.
         01 RPT-REC PIC X(132).

         FD PENDCHG.
         COPY PENDCHG.

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
             88 HIST-EOF VALUE "Y".
         01 WS-MASTER-STATUS PIC XX.
         01 WS-HIST-STATUS PIC XX.
         01 WS-PEND-STATUS PIC XX.
         01 WS-PEND-EOF-SW PIC X VALUE "N".
             88 PEND-EOF VALUE "Y".
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-TODAY-INT PIC S9(8).
         01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.

         01 WS-HDR-RUN-DATE PIC 9(8) VALUE ZERO.
         01 WS-HDR-SITE     PIC 9(2) VALUE 1.
         01 WS-D-CASE      PIC 9(6).
         01 WS-D-ZONE      PIC 9(4).
         01 WS-D-VERDICT   PIC X(3).

         01 WS-CASES-REPLAYED PIC 9(7) VALUE ZERO.
         01 WS-FLIP-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-TO-NO-COUNT    PIC 9(6) VALUE ZERO.
         01 WS-TO-YES-COUNT   PIC 9(6) VALUE ZERO.
         01 WS-PEND-SCORED    PIC 9(5) VALUE ZERO.
         01 WS-PEND-NOT-RPLY  PIC 9(5) VALUE ZERO.
         01 WS-PEND-FLIPPING  PIC 9(5) VALUE ZERO.

         01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
         01 WS-DEPT-TABLE.
         01 WS-COUNT-ED   PIC Z(5)9.
         01 WS-COUNT-ED2  PIC Z(6)9.

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT PROPSEGS
            OPEN OUTPUT RPLYRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            CALL "SITESEL" USING SITE-PARM
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
            MOVE ZERO TO GEOM-NEAR-DIST
            MOVE SPACES TO RPT-REC
            STRING "IMPACT REPLAY - PROPOSED MASTER CHANGE VS LAST"
                " 14 DAYS OF CASES - RUN " WS-RUN-TS (1:10)
                "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                ADD 1 TO WS-REJECTED-COUNT
            END-IF
            READ PROPSEGS
                AT END SET EOF TO TRUE
            END-READ
            IF NOT EOF AND TRAN-LINE (1:8) EQUAL "PENDING "
                PERFORM SCORE-PENDING-CHANGES
            ELSE
                PERFORM APPLY-PROPOSAL-TRANS
                IF NOT ZONE-IS-SET OR WS-REJECTED-COUNT > ZERO
                    MOVE SPACES TO RPT-REC
                    STRING "** PROPOSAL NOT USABLE - NO REPLAY RUN"
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM REPLAY-CASE-HISTORY
                    PERFORM WRITE-REPLAY-SUMMARY
                    IF WS-FLIP-COUNT > ZERO
                        MOVE 4 TO RETURN-CODE
                    ELSE
                        MOVE 0 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF
            CLOSE PROPSEGS
            STOP RUN.

        APPLY-PROPOSAL-TRANS.
            PERFORM UNTIL EOF
                ADD 1 TO WS-TRAN-COUNT
                PERFORM PROCESS-ONE-TRAN
                            PERFORM APPLY-CHGSEG
                        WHEN "DELSEG"
                            PERFORM APPLY-DELSEG
                        WHEN "UPDATE"
                            PERFORM APPLY-UPDATE
                        WHEN "CHGSHP"
                            PERFORM APPLY-CHGSHP
                        WHEN "CHGEXP"
                            PERFORM APPLY-CHGEXP
                        WHEN "DELZONE"
                            MOVE ZERO TO PROP-NUM-SEGMENTS
                        WHEN "CHGOWN"
                        WHEN "CHGTIME"
                            CONTINUE
                        WHEN OTHER
                            SET TRAN-BAD TO TRUE
                            MOVE "ACTION NOT USABLE IN REPLAY"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-ZONE TO WS-ZONE-ID
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
            INITIALIZE PROP-SEGMENT (WS-SEG-SUB)
            SUBTRACT 1 FROM PROP-NUM-SEGMENTS.

        APPLY-UPDATE.
            MOVE SPACE TO WS-SHAPE
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-SEG-NUM WS-X1 WS-Y1 WS-X2 WS-Y2 WS-SHAPE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-SEG-NUM NOT NUMERIC OR WS-SEG-NUM = ZERO
                    OR WS-SEG-NUM > PROP-NUM-SEGMENTS
                SET TRAN-BAD TO TRUE
                MOVE "SEGMENT NUMBER NOT ON ZONE" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-X1 NOT NUMERIC OR WS-Y1 NOT NUMERIC
                    OR WS-X2 NOT NUMERIC OR WS-Y2 NOT NUMERIC
                SET TRAN-BAD TO TRUE
                MOVE "SEGMENT COORDINATES NOT NUMERIC"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-X1 TO PROP-X1 (WS-SEG-NUM)
            MOVE WS-Y1 TO PROP-Y1 (WS-SEG-NUM)
            MOVE WS-X2 TO PROP-X2 (WS-SEG-NUM)
            MOVE WS-Y2 TO PROP-Y2 (WS-SEG-NUM)
            IF WS-SHAPE NOT = SPACE
                MOVE WS-SHAPE TO PROP-SHAPE (WS-SEG-NUM)
            END-IF.

        APPLY-CHGSHP.
            MOVE SPACE TO WS-SHAPE
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-SEG-NUM WS-SHAPE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-SEG-NUM NOT NUMERIC OR WS-SEG-NUM = ZERO
                    OR WS-SEG-NUM > PROP-NUM-SEGMENTS
                SET TRAN-BAD TO TRUE
                MOVE "SEGMENT NUMBER NOT ON ZONE" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-SHAPE NOT = "L" AND WS-SHAPE NOT = "C"
                    AND WS-SHAPE NOT = "P"
                SET TRAN-BAD TO TRUE
                MOVE "SHAPE CODE NOT L, C, OR P" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SHAPE TO PROP-SHAPE (WS-SEG-NUM).

        APPLY-CHGEXP.
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-SEG-NUM WS-EXP-DATE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-SEG-NUM NOT NUMERIC OR WS-SEG-NUM = ZERO
                    OR WS-SEG-NUM > PROP-NUM-SEGMENTS
                SET TRAN-BAD TO TRUE
                MOVE "SEGMENT NUMBER NOT ON ZONE" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-EXP-DATE NOT NUMERIC
                SET TRAN-BAD TO TRUE
                MOVE "EXPIRY DATE NOT NUMERIC" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-EXP-DATE TO PROP-EXP-DATE (WS-SEG-NUM).

        SCORE-PENDING-CHANGES.
            IF SITP-CARD-BAD
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            OPEN I-O PENDCHG
            IF WS-PEND-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** PENDING-CHANGE FILE NOT AVAILABLE - STATUS "
                    WS-PEND-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO RPT-REC
            STRING "SCORING EVERY CHANGE AWAITING APPROVAL"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
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
                IF PND-PENDING
                    PERFORM SCORE-ONE-PENDING
                END-IF
                READ PENDCHG NEXT
                    AT END SET PEND-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE PENDCHG
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-PEND-SCORED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "PENDING CHANGES SCORED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-PEND-FLIPPING TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CHANGES THAT FLIP VERDICTS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-PEND-NOT-RPLY TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CHANGES NOT REPLAYABLE=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-PEND-FLIPPING > ZERO OR WS-PEND-NOT-RPLY > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.

        SCORE-ONE-PENDING.
            MOVE "N" TO WS-ZONE-SET-SW WS-HIST-EOF-SW
            MOVE ZERO TO WS-REJECTED-COUNT WS-CASES-REPLAYED
            MOVE ZERO TO WS-FLIP-COUNT WS-TO-NO-COUNT WS-TO-YES-COUNT
            MOVE ZERO TO WS-DEPT-COUNT WS-STA-COUNT
            MOVE ZERO TO WS-HDR-RUN-DATE
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "PENDING CHANGE REF " PND-ZONE " " PND-SUB-DATE
                PND-SUB-TIME " " PND-SUB-SEQ
                " MAKER=" PND-MAKER
                " - " PND-TRAN (1:70)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE PND-TRAN TO TRAN-LINE
            PERFORM PROCESS-ONE-TRAN
            MOVE WS-TODAY-NUM TO PND-IMP-DATE
            IF NOT ZONE-IS-SET OR WS-REJECTED-COUNT > ZERO
                SET PND-IMP-NA TO TRUE
                MOVE ZERO TO PND-IMP-CASES PND-IMP-FLIPS
                    PND-IMP-TO-NO PND-IMP-TO-YES
                ADD 1 TO WS-PEND-NOT-RPLY
                MOVE SPACES TO RPT-REC
                STRING "** CHANGE NOT REPLAYABLE - CHECKER MUST"
                    " REVIEW IT BY HAND"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            ELSE
                PERFORM REPLAY-CASE-HISTORY
                IF WS-HIST-STATUS NOT EQUAL "00"
                    EXIT PARAGRAPH
                END-IF
                PERFORM WRITE-REPLAY-SUMMARY
                SET PND-IMP-DONE TO TRUE
                MOVE WS-CASES-REPLAYED TO PND-IMP-CASES
                MOVE WS-FLIP-COUNT TO PND-IMP-FLIPS
                MOVE WS-TO-NO-COUNT TO PND-IMP-TO-NO
                MOVE WS-TO-YES-COUNT TO PND-IMP-TO-YES
                ADD 1 TO WS-PEND-SCORED
                IF WS-FLIP-COUNT > ZERO
                    ADD 1 TO WS-PEND-FLIPPING
                END-IF
            END-IF
            REWRITE PND-REC
                INVALID KEY CONTINUE
            END-REWRITE
            IF WS-PEND-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** IMPACT NOT STORED ON CHANGE - STATUS "
                    WS-PEND-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        REPLAY-CASE-HISTORY.
            OPEN INPUT CASEHIST
            IF WS-HIST-STATUS NOT EQUAL "00"
                        IF HIST-REC (2:8) NUMERIC
                            MOVE HIST-REC (2:8) TO WS-HDR-RUN-DATE
                        END-IF
                        IF HIST-REC (16:2) NUMERIC
                                AND HIST-REC (16:2) NOT = "00"
                            MOVE HIST-REC (16:2) TO WS-HDR-SITE
                        ELSE
                            MOVE 1 TO WS-HDR-SITE
                        END-IF
                    WHEN "D"
                        PERFORM REPLAY-ONE-CASE
                END-EVALUATE

        REPLAY-ONE-CASE.
            MOVE HIST-REC TO WS-EXTR-DETAIL
            IF WS-HDR-SITE NOT = SITP-SITE-ID
                EXIT PARAGRAPH
            END-IF
            IF EXTR-D-ZONE NOT NUMERIC
                    OR EXTR-D-ZONE NOT EQUAL WS-ZONE-ID
                EXIT PARAGRAPH
            END-IF
            IF WS-CUR-VERDICT NOT EQUAL WS-PROP-VERDICT
                ADD 1 TO WS-FLIP-COUNT
                IF WS-PROP-VERDICT EQUAL "NO "
                    ADD 1 TO WS-TO-NO-COUNT
                ELSE
                    ADD 1 TO WS-TO-YES-COUNT
                END-IF
                PERFORM WRITE-FLIP-LINE
                PERFORM TALLY-FLIP
            END-IF.
                "  VERDICT FLIPS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TO-NO-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  YES TO NO=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TO-YES-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  NO TO YES=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "FLIPS BY DEPARTMENT:"
                DELIMITED BY SIZE INTO RPT-REC
