        IDENTIFICATION DIVISION.
        PROGRAM-ID. CTLMNT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CTLTRAN ASSIGN TO "CTLTRAN"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT THRESHLD ASSIGN TO "THRESHLD"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-THRESH-STATUS.
            SELECT HAZPLCY ASSIGN TO "HAZPLCY"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-HAZ-STATUS.
            SELECT ROUTETBL ASSIGN TO "ROUTETBL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ROUTE-STATUS.
            SELECT SCHEDEXP ASSIGN TO "SCHEDEXP"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-SCHED-STATUS.
            SELECT SHIFTCAL ASSIGN TO "SHIFTCAL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
            SELECT WOCTL ASSIGN TO "WOCTL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WOCTL-STATUS.
            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
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
            SELECT CTLJRNL ASSIGN TO "CTLJRNL"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT CTLRPT ASSIGN TO "CTLRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD CTLTRAN.
         01 TRAN-LINE PIC X(132).

         FD THRESHLD.
         01 THRESH-LINE PIC X(80).

         FD HAZPLCY.
         01 HAZ-LINE PIC X(80).

         FD ROUTETBL.
         01 RTBL-LINE PIC X(80).

         FD SCHEDEXP.
         01 SCHED-LINE PIC X(80).

         FD SHIFTCAL.
         01 CAL-LINE PIC X(80).

         FD WOCTL.
         01 WOC-LINE PIC X(80).

         FD OBSTRMASTER.
         COPY OBSTMAST.

         FD DEPTMAST.
         COPY DEPTMAST.

         FD OPERAUTH.
         COPY OPERAUTH.

         FD CTLJRNL.
         COPY CTLJRNL.

         FD CTLRPT.
         01 MAINT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-DECK-EOF-SW PIC X VALUE "N".
             88 DECK-EOF VALUE "Y".
         01 WS-THRESH-STATUS PIC XX.
         01 WS-HAZ-STATUS PIC XX.
         01 WS-ROUTE-STATUS PIC XX.
         01 WS-SCHED-STATUS PIC XX.
         01 WS-CAL-STATUS PIC XX.
         01 WS-WOCTL-STATUS PIC XX.
         01 WS-MASTER-STATUS PIC XX.
         01 WS-MASTER-SW PIC X VALUE "N".
             88 MASTER-AVAILABLE VALUE "Y".
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

         01 WS-T-TABLE     PIC X(8).
         01 WS-T-ACTION    PIC X(8).
         01 WS-T-ZONE      PIC 9(4).
         01 WS-T-PCT       PIC 9(3).
         01 WS-T-CNT       PIC 9(6).
         01 WS-T-SITE      PIC X(4).
         01 WS-THR-SITE    PIC 9(2).
         01 WS-T-TYPE      PIC X(4).
         01 WS-T-NEAR      PIC 9(4).
         01 WS-T-RATIO     PIC 9(3).
         01 WS-T-KEYWORD   PIC X(8).
         01 WS-T-ID        PIC X(4).
         01 WS-T-MINSEV    PIC X(8).
         01 WS-T-SHIFT     PIC 9.
         01 WS-T-PROGRAM   PIC X(9).
         01 WS-T-DATE      PIC 9(8).
         01 WS-T-DATE-X REDEFINES WS-T-DATE.
             05 WS-T-DATE-YYYY PIC 9(4).
             05 WS-T-DATE-MM   PIC 9(2).
             05 WS-T-DATE-DD   PIC 9(2).
         01 WS-T-SHIFTS    PIC 9.
         01 WS-T-PRIORITY  PIC 9.
         01 WS-T-CRAFT     PIC X(8).
         01 WS-DATE-INT    PIC 9(8).
         01 WS-PARSE-PTR   PIC 9(4).
         01 WS-REJECT-TEXT PIC X(40).

         01 WS-BEFORE-TEXT PIC X(80).
         01 WS-AFTER-TEXT  PIC X(80).
         01 WS-JRNL-KEY    PIC X(16).
         01 WS-FOUND-SUB   PIC 9(4).
         01 WS-SCAN-SUB    PIC 9(4).
         01 WS-USED-COUNT  PIC 9(4).
         01 WS-LINE-NUM-ED PIC Z(3)9.
         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-DECK-NAME   PIC X(8).

         01 WS-THR-COUNT PIC 9(4) VALUE ZERO.
         01 WS-THR-FULL-SW PIC X VALUE "N".
             88 THR-DECK-FULL VALUE "Y".
         01 WS-THR-CHANGED-SW PIC X VALUE "N".
             88 THR-DECK-CHANGED VALUE "Y".
         01 WS-THR-TABLE.
             05 WS-THR-ENTRY OCCURS 250 TIMES.
                10 THR-SITE   PIC 9(2).
                10 THR-ZONE   PIC 9(4).
                10 THR-PCT    PIC 9(3).
                10 THR-CNT    PIC 9(6).
                10 THR-STATE  PIC X.
                    88 THR-USABLE VALUE "U".
                    88 THR-DELETED VALUE "D".
                10 THR-TEXT   PIC X(80).

         01 WS-HZ-COUNT PIC 9(4) VALUE ZERO.
         01 WS-HZ-FULL-SW PIC X VALUE "N".
             88 HZ-DECK-FULL VALUE "Y".
         01 WS-HZ-CHANGED-SW PIC X VALUE "N".
             88 HZ-DECK-CHANGED VALUE "Y".
         01 WS-HZ-TABLE.
             05 WS-HZ-ENTRY OCCURS 60 TIMES.
                10 HZ-TYPE    PIC X(4).
                10 HZ-NEAR    PIC 9(4).
                10 HZ-RATIO   PIC 9(3).
                10 HZ-STATE   PIC X.
                    88 HZ-USABLE VALUE "U".
                    88 HZ-DELETED VALUE "D".
                10 HZ-TEXT    PIC X(80).

         01 WS-RTB-COUNT PIC 9(4) VALUE ZERO.
         01 WS-RTB-FULL-SW PIC X VALUE "N".
             88 RTB-DECK-FULL VALUE "Y".
         01 WS-RTB-CHANGED-SW PIC X VALUE "N".
             88 RTB-DECK-CHANGED VALUE "Y".
         01 WS-RTB-TABLE.
             05 WS-RTB-ENTRY OCCURS 1100 TIMES.
                10 RTB-KIND   PIC X(4).
                10 RTB-ID     PIC X(4).
                10 RTB-MINSEV PIC X(8).
                10 RTB-SHIFT  PIC 9.
                10 RTB-ZONE   PIC 9(4).
                10 RTB-STATE  PIC X.
                    88 RTB-USABLE VALUE "U".
                    88 RTB-DELETED VALUE "D".
                10 RTB-TEXT   PIC X(80).

         01 WS-SCH-COUNT PIC 9(4) VALUE ZERO.
         01 WS-SCH-FULL-SW PIC X VALUE "N".
             88 SCH-DECK-FULL VALUE "Y".
         01 WS-SCH-CHANGED-SW PIC X VALUE "N".
             88 SCH-DECK-CHANGED VALUE "Y".
         01 WS-SCH-TABLE.
             05 WS-SCH-ENTRY OCCURS 30 TIMES.
                10 SCH-PROGRAM PIC X(8).
                10 SCH-STATE   PIC X.
                    88 SCH-USABLE VALUE "U".
                    88 SCH-DELETED VALUE "D".
                10 SCH-TEXT    PIC X(80).

         01 WS-CAL-COUNT PIC 9(4) VALUE ZERO.
         01 WS-CAL-FULL-SW PIC X VALUE "N".
             88 CAL-DECK-FULL VALUE "Y".
         01 WS-CAL-CHANGED-SW PIC X VALUE "N".
             88 CAL-DECK-CHANGED VALUE "Y".
         01 WS-CAL-TABLE.
             05 WS-CAL-ENTRY OCCURS 450 TIMES.
                10 CAL-DATE    PIC 9(8).
                10 CAL-SHIFTS  PIC 9.
                10 CAL-STATE   PIC X.
                    88 CAL-USABLE VALUE "U".
                    88 CAL-DELETED VALUE "D".
                10 CAL-TEXT    PIC X(80).

         01 WS-WOC-COUNT PIC 9(4) VALUE ZERO.
         01 WS-WOC-FULL-SW PIC X VALUE "N".
             88 WOC-DECK-FULL VALUE "Y".
         01 WS-WOC-CHANGED-SW PIC X VALUE "N".
             88 WOC-DECK-CHANGED VALUE "Y".
         01 WS-WOC-TABLE.
             05 WS-WOC-ENTRY OCCURS 60 TIMES.
                10 WOC-TYPE     PIC X(4).
                10 WOC-MINSEV   PIC X(8).
                10 WOC-PRIORITY PIC 9.
                10 WOC-CRAFT    PIC X(8).
                10 WOC-STATE    PIC X.
                    88 WOC-USABLE VALUE "U".
                    88 WOC-DELETED VALUE "D".
                10 WOC-TEXT     PIC X(80).

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT CTLTRAN
            OPEN OUTPUT CTLRPT
            OPEN EXTEND CTLJRNL
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE SPACES TO WS-OPERATOR-ID
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            OPEN INPUT OBSTRMASTER
            IF WS-MASTER-STATUS EQUAL "00"
                SET MASTER-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT DEPTMAST
            IF WS-DEPT-STATUS EQUAL "00"
                SET DEPTMAST-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT OPERAUTH
            IF WS-AUTH-STATUS EQUAL "00"
                SET OPERAUTH-AVAILABLE TO TRUE
            END-IF
            MOVE "C" TO WS-NEED-FUNC
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
                    " NOT AUTHORIZED FOR CONTROL TABLE MAINTENANCE -"
                    " ALL TRANSACTIONS WILL REJECT"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF
            PERFORM LOAD-THRESHOLD-DECK
            PERFORM LOAD-HAZARD-DECK
            PERFORM LOAD-ROUTE-DECK
            PERFORM LOAD-SCHEDULE-DECK
            PERFORM LOAD-CALENDAR-DECK
            PERFORM LOAD-WORK-ORDER-DECK
            READ CTLTRAN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-TRAN-COUNT
                PERFORM PROCESS-ONE-TRAN
                READ CTLTRAN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            PERFORM REWRITE-CHANGED-DECKS
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
            CLOSE CTLTRAN
            CLOSE CTLRPT
            CLOSE CTLJRNL
            IF MASTER-AVAILABLE
                CLOSE OBSTRMASTER
            END-IF
            IF DEPTMAST-AVAILABLE
                CLOSE DEPTMAST
            END-IF
            IF OPERAUTH-AVAILABLE
                CLOSE OPERAUTH
            END-IF
            STOP RUN.

        LOAD-THRESHOLD-DECK.
            OPEN INPUT THRESHLD
            IF WS-THRESH-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "THRESHLD" TO WS-DECK-NAME
            MOVE "N" TO WS-DECK-EOF-SW
            READ THRESHLD
                AT END SET DECK-EOF TO TRUE
            END-READ
            PERFORM UNTIL DECK-EOF OR THR-DECK-FULL
                IF WS-THR-COUNT >= 250
                    SET THR-DECK-FULL TO TRUE
                    PERFORM WRITE-DECK-FULL-LINE
                ELSE
                    ADD 1 TO WS-THR-COUNT
                    PERFORM LOAD-ONE-THRESHOLD
                    READ THRESHLD
                        AT END SET DECK-EOF TO TRUE
                    END-READ
                END-IF
            END-PERFORM
            CLOSE THRESHLD.

        LOAD-ONE-THRESHOLD.
            MOVE THRESH-LINE TO THR-TEXT (WS-THR-COUNT)
            MOVE "?" TO THR-STATE (WS-THR-COUNT)
            MOVE 1 TO WS-PARSE-PTR
            MOVE ZERO TO WS-T-ZONE WS-T-PCT WS-T-CNT
            MOVE SPACES TO WS-T-SITE
            UNSTRING THRESH-LINE DELIMITED BY ALL SPACE
                INTO WS-T-ZONE WS-T-PCT WS-T-CNT WS-T-SITE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-SITE EQUAL SPACES
                MOVE "00" TO WS-T-SITE
            END-IF
            IF WS-T-ZONE NUMERIC AND WS-T-PCT NUMERIC
                    AND WS-T-CNT NUMERIC
                    AND WS-T-SITE (1:2) NUMERIC
                    AND WS-T-SITE (3:2) EQUAL SPACES
                MOVE WS-T-SITE (1:2) TO THR-SITE (WS-THR-COUNT)
                MOVE WS-T-ZONE TO THR-ZONE (WS-THR-COUNT)
                MOVE WS-T-PCT TO THR-PCT (WS-THR-COUNT)
                MOVE WS-T-CNT TO THR-CNT (WS-THR-COUNT)
                MOVE "U" TO THR-STATE (WS-THR-COUNT)
            ELSE
                IF THRESH-LINE NOT EQUAL SPACES
                    MOVE WS-THR-COUNT TO WS-LINE-NUM-ED
                    MOVE THRESH-LINE TO WS-BEFORE-TEXT
                    PERFORM WRITE-UNUSABLE-LINE
                END-IF
            END-IF.

        LOAD-HAZARD-DECK.
            OPEN INPUT HAZPLCY
            IF WS-HAZ-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "HAZPLCY" TO WS-DECK-NAME
            MOVE "N" TO WS-DECK-EOF-SW
            READ HAZPLCY
                AT END SET DECK-EOF TO TRUE
            END-READ
            PERFORM UNTIL DECK-EOF OR HZ-DECK-FULL
                IF WS-HZ-COUNT >= 60
                    SET HZ-DECK-FULL TO TRUE
                    PERFORM WRITE-DECK-FULL-LINE
                ELSE
                    ADD 1 TO WS-HZ-COUNT
                    PERFORM LOAD-ONE-HAZARD
                    READ HAZPLCY
                        AT END SET DECK-EOF TO TRUE
                    END-READ
                END-IF
            END-PERFORM
            CLOSE HAZPLCY.

        LOAD-ONE-HAZARD.
            MOVE HAZ-LINE TO HZ-TEXT (WS-HZ-COUNT)
            MOVE "?" TO HZ-STATE (WS-HZ-COUNT)
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-T-TYPE
            MOVE ZERO TO WS-T-NEAR WS-T-RATIO
            UNSTRING HAZ-LINE DELIMITED BY ALL SPACE
                INTO WS-T-TYPE WS-T-NEAR WS-T-RATIO
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-TYPE NOT EQUAL SPACES
                    AND WS-T-NEAR NUMERIC
                    AND WS-T-RATIO NUMERIC
                MOVE WS-T-TYPE TO HZ-TYPE (WS-HZ-COUNT)
                MOVE WS-T-NEAR TO HZ-NEAR (WS-HZ-COUNT)
                MOVE WS-T-RATIO TO HZ-RATIO (WS-HZ-COUNT)
                MOVE "U" TO HZ-STATE (WS-HZ-COUNT)
            ELSE
                IF HAZ-LINE NOT EQUAL SPACES
                    MOVE WS-HZ-COUNT TO WS-LINE-NUM-ED
                    MOVE HAZ-LINE TO WS-BEFORE-TEXT
                    PERFORM WRITE-UNUSABLE-LINE
                END-IF
            END-IF.

        LOAD-ROUTE-DECK.
            OPEN INPUT ROUTETBL
            IF WS-ROUTE-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "ROUTETBL" TO WS-DECK-NAME
            MOVE "N" TO WS-DECK-EOF-SW
            READ ROUTETBL
                AT END SET DECK-EOF TO TRUE
            END-READ
            PERFORM UNTIL DECK-EOF OR RTB-DECK-FULL
                IF WS-RTB-COUNT >= 1100
                    SET RTB-DECK-FULL TO TRUE
                    PERFORM WRITE-DECK-FULL-LINE
                ELSE
                    ADD 1 TO WS-RTB-COUNT
                    PERFORM LOAD-ONE-ROUTE-LINE
                    READ ROUTETBL
                        AT END SET DECK-EOF TO TRUE
                    END-READ
                END-IF
            END-PERFORM
            CLOSE ROUTETBL.

        LOAD-ONE-ROUTE-LINE.
            MOVE RTBL-LINE TO RTB-TEXT (WS-RTB-COUNT)
            MOVE "?" TO RTB-STATE (WS-RTB-COUNT)
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-T-KEYWORD WS-T-ID WS-T-MINSEV
            MOVE ZERO TO WS-T-SHIFT WS-T-ZONE
            UNSTRING RTBL-LINE DELIMITED BY ALL SPACE
                INTO WS-T-KEYWORD WS-T-ID
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            MOVE WS-T-KEYWORD TO RTB-KIND (WS-RTB-COUNT)
            MOVE WS-T-ID TO RTB-ID (WS-RTB-COUNT)
            EVALUATE WS-T-KEYWORD
                WHEN "RESP"
                    UNSTRING RTBL-LINE DELIMITED BY ALL SPACE
                        INTO WS-T-MINSEV WS-T-SHIFT
                        WITH POINTER WS-PARSE-PTR
                    END-UNSTRING
                    IF WS-T-ID NOT EQUAL SPACES
                        MOVE WS-T-MINSEV TO RTB-MINSEV (WS-RTB-COUNT)
                        IF WS-T-SHIFT NUMERIC AND WS-T-SHIFT <= 3
                            MOVE WS-T-SHIFT
                                TO RTB-SHIFT (WS-RTB-COUNT)
                        ELSE
                            MOVE ZERO TO RTB-SHIFT (WS-RTB-COUNT)
                        END-IF
                        MOVE "U" TO RTB-STATE (WS-RTB-COUNT)
                    END-IF
                WHEN "ZONE"
                    UNSTRING RTBL-LINE DELIMITED BY ALL SPACE
                        INTO WS-T-ZONE
                        WITH POINTER WS-PARSE-PTR
                    END-UNSTRING
                    IF WS-T-ZONE NUMERIC AND WS-T-ZONE NOT = ZERO
                        MOVE WS-T-ZONE TO RTB-ZONE (WS-RTB-COUNT)
                        MOVE "U" TO RTB-STATE (WS-RTB-COUNT)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF NOT RTB-USABLE (WS-RTB-COUNT)
                    AND RTBL-LINE NOT EQUAL SPACES
                MOVE WS-RTB-COUNT TO WS-LINE-NUM-ED
                MOVE RTBL-LINE TO WS-BEFORE-TEXT
                PERFORM WRITE-UNUSABLE-LINE
            END-IF.

        LOAD-SCHEDULE-DECK.
            OPEN INPUT SCHEDEXP
            IF WS-SCHED-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "SCHEDEXP" TO WS-DECK-NAME
            MOVE "N" TO WS-DECK-EOF-SW
            READ SCHEDEXP
                AT END SET DECK-EOF TO TRUE
            END-READ
            PERFORM UNTIL DECK-EOF OR SCH-DECK-FULL
                IF WS-SCH-COUNT >= 30
                    SET SCH-DECK-FULL TO TRUE
                    PERFORM WRITE-DECK-FULL-LINE
                ELSE
                    ADD 1 TO WS-SCH-COUNT
                    MOVE SCHED-LINE TO SCH-TEXT (WS-SCH-COUNT)
                    MOVE "?" TO SCH-STATE (WS-SCH-COUNT)
                    MOVE 1 TO WS-PARSE-PTR
                    MOVE SPACES TO WS-T-PROGRAM
                    UNSTRING SCHED-LINE DELIMITED BY ALL SPACE
                        INTO WS-T-PROGRAM
                        WITH POINTER WS-PARSE-PTR
                    END-UNSTRING
                    IF WS-T-PROGRAM NOT EQUAL SPACES
                        MOVE WS-T-PROGRAM TO SCH-PROGRAM (WS-SCH-COUNT)
                        MOVE "U" TO SCH-STATE (WS-SCH-COUNT)
                    END-IF
                    READ SCHEDEXP
                        AT END SET DECK-EOF TO TRUE
                    END-READ
                END-IF
            END-PERFORM
            CLOSE SCHEDEXP.

        LOAD-CALENDAR-DECK.
            OPEN INPUT SHIFTCAL
            IF WS-CAL-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "SHIFTCAL" TO WS-DECK-NAME
            MOVE "N" TO WS-DECK-EOF-SW
            READ SHIFTCAL
                AT END SET DECK-EOF TO TRUE
            END-READ
            PERFORM UNTIL DECK-EOF OR CAL-DECK-FULL
                IF WS-CAL-COUNT >= 450
                    SET CAL-DECK-FULL TO TRUE
                    PERFORM WRITE-DECK-FULL-LINE
                ELSE
                    ADD 1 TO WS-CAL-COUNT
                    PERFORM LOAD-ONE-CALENDAR-DAY
                    READ SHIFTCAL
                        AT END SET DECK-EOF TO TRUE
                    END-READ
                END-IF
            END-PERFORM
            CLOSE SHIFTCAL.

        LOAD-ONE-CALENDAR-DAY.
            MOVE CAL-LINE TO CAL-TEXT (WS-CAL-COUNT)
            MOVE "?" TO CAL-STATE (WS-CAL-COUNT)
            MOVE 1 TO WS-PARSE-PTR
            MOVE ZERO TO WS-T-DATE WS-T-SHIFTS
            UNSTRING CAL-LINE DELIMITED BY ALL SPACE
                INTO WS-T-DATE WS-T-SHIFTS
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-DATE NUMERIC AND WS-T-DATE NOT = ZERO
                    AND WS-T-SHIFTS NUMERIC
                MOVE WS-T-DATE TO CAL-DATE (WS-CAL-COUNT)
                MOVE WS-T-SHIFTS TO CAL-SHIFTS (WS-CAL-COUNT)
                MOVE "U" TO CAL-STATE (WS-CAL-COUNT)
            ELSE
                IF CAL-LINE NOT EQUAL SPACES
                    MOVE WS-CAL-COUNT TO WS-LINE-NUM-ED
                    MOVE CAL-LINE TO WS-BEFORE-TEXT
                    PERFORM WRITE-UNUSABLE-LINE
                END-IF
            END-IF.

        LOAD-WORK-ORDER-DECK.
            OPEN INPUT WOCTL
            IF WS-WOCTL-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "WOCTL" TO WS-DECK-NAME
            MOVE "N" TO WS-DECK-EOF-SW
            READ WOCTL
                AT END SET DECK-EOF TO TRUE
            END-READ
            PERFORM UNTIL DECK-EOF OR WOC-DECK-FULL
                IF WS-WOC-COUNT >= 60
                    SET WOC-DECK-FULL TO TRUE
                    PERFORM WRITE-DECK-FULL-LINE
                ELSE
                    ADD 1 TO WS-WOC-COUNT
                    PERFORM LOAD-ONE-WORK-ORDER-RULE
                    READ WOCTL
                        AT END SET DECK-EOF TO TRUE
                    END-READ
                END-IF
            END-PERFORM
            CLOSE WOCTL.

        LOAD-ONE-WORK-ORDER-RULE.
            MOVE WOC-LINE TO WOC-TEXT (WS-WOC-COUNT)
            MOVE "?" TO WOC-STATE (WS-WOC-COUNT)
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-T-TYPE WS-T-MINSEV WS-T-CRAFT
            MOVE ZERO TO WS-T-PRIORITY
            UNSTRING WOC-LINE DELIMITED BY ALL SPACE
                INTO WS-T-TYPE WS-T-MINSEV WS-T-PRIORITY WS-T-CRAFT
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-TYPE NOT EQUAL SPACES
                    AND (WS-T-MINSEV EQUAL "DIRECT"
                         OR WS-T-MINSEV EQUAL "MARGINAL"
                         OR WS-T-MINSEV EQUAL "NEARMISS"
                         OR WS-T-MINSEV EQUAL "NONE")
                    AND WS-T-PRIORITY NUMERIC
                    AND WS-T-PRIORITY NOT = ZERO
                MOVE WS-T-TYPE TO WOC-TYPE (WS-WOC-COUNT)
                MOVE WS-T-MINSEV TO WOC-MINSEV (WS-WOC-COUNT)
                MOVE WS-T-PRIORITY TO WOC-PRIORITY (WS-WOC-COUNT)
                MOVE WS-T-CRAFT TO WOC-CRAFT (WS-WOC-COUNT)
                MOVE "U" TO WOC-STATE (WS-WOC-COUNT)
            ELSE
                IF WOC-LINE NOT EQUAL SPACES
                    MOVE WS-WOC-COUNT TO WS-LINE-NUM-ED
                    MOVE WOC-LINE TO WS-BEFORE-TEXT
                    PERFORM WRITE-UNUSABLE-LINE
                END-IF
            END-IF.

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
            MOVE SPACES TO WS-T-TABLE WS-T-ACTION
            MOVE SPACES TO WS-BEFORE-TEXT WS-AFTER-TEXT WS-JRNL-KEY
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-TABLE WS-T-ACTION
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            EVALUATE WS-T-TABLE
                WHEN "THRESHLD"
                    PERFORM PROCESS-THRESHOLD-TRAN
                WHEN "HAZPLCY"
                    PERFORM PROCESS-HAZARD-TRAN
                WHEN "ROUTETBL"
                    PERFORM PROCESS-ROUTE-TRAN
                WHEN "SCHEDEXP"
                    PERFORM PROCESS-SCHEDULE-TRAN
                WHEN "SHIFTCAL"
                    PERFORM PROCESS-CALENDAR-TRAN
                WHEN "WOCTL"
                    PERFORM PROCESS-WORK-ORDER-TRAN
                WHEN OTHER
                    SET TRAN-BAD TO TRUE
                    MOVE "UNKNOWN CONTROL TABLE" TO WS-REJECT-TEXT
            END-EVALUATE
            IF TRAN-BAD
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REJECT-LINE
            ELSE
                ADD 1 TO WS-APPLIED-COUNT
            END-IF.

        PROCESS-THRESHOLD-TRAN.
            IF THR-DECK-FULL
                SET TRAN-BAD TO TRUE
                MOVE "THRESHLD DECK OVER CAPACITY" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-T-ZONE WS-T-PCT WS-T-CNT
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-ZONE WS-T-PCT WS-T-CNT
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-ZONE NOT NUMERIC
                SET TRAN-BAD TO TRUE
                MOVE "ZONE NOT NUMERIC" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-ZONE TO WS-JRNL-KEY
            IF SITP-FROM-CARD AND WS-T-ZONE NOT = ZERO
                MOVE SITP-SITE-ID TO WS-THR-SITE
            ELSE
                MOVE ZERO TO WS-THR-SITE
            END-IF
            MOVE ZERO TO WS-FOUND-SUB WS-USED-COUNT
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-THR-COUNT
                IF THR-USABLE (WS-SCAN-SUB)
                    IF THR-ZONE (WS-SCAN-SUB) NOT = ZERO
                        ADD 1 TO WS-USED-COUNT
                    END-IF
                    IF THR-ZONE (WS-SCAN-SUB) = WS-T-ZONE
                            AND THR-SITE (WS-SCAN-SUB) = WS-THR-SITE
                            AND WS-FOUND-SUB = ZERO
                        MOVE WS-SCAN-SUB TO WS-FOUND-SUB
                    END-IF
                END-IF
            END-PERFORM
            EVALUATE WS-T-ACTION
                WHEN "ADD"
                    IF WS-FOUND-SUB NOT = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "ZONE ALREADY ON THRESHLD - USE CHANGE"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    IF WS-USED-COUNT >= 200
                            OR WS-THR-COUNT >= 250
                        SET TRAN-BAD TO TRUE
                        MOVE "HARRYESC HOLDS ONLY 200 ZONE LIMITS"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM VALIDATE-THRESHOLD-FIELDS
                    IF TRAN-OK
                        ADD 1 TO WS-THR-COUNT
                        MOVE WS-THR-COUNT TO WS-FOUND-SUB
                        PERFORM STORE-THRESHOLD-ENTRY
                    END-IF
                WHEN "CHANGE"
                    IF WS-FOUND-SUB = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "ZONE NOT ON THRESHLD" TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM VALIDATE-THRESHOLD-FIELDS
                    IF TRAN-OK
                        MOVE THR-TEXT (WS-FOUND-SUB) TO WS-BEFORE-TEXT
                        PERFORM STORE-THRESHOLD-ENTRY
                    END-IF
                WHEN "DELETE"
                    IF WS-FOUND-SUB = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "ZONE NOT ON THRESHLD" TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    IF WS-T-ZONE = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "DEFAULT LIMITS CAN ONLY BE CHANGED"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    MOVE THR-TEXT (WS-FOUND-SUB) TO WS-BEFORE-TEXT
                    MOVE "D" TO THR-STATE (WS-FOUND-SUB)
                    SET THR-DECK-CHANGED TO TRUE
                    PERFORM RECORD-TABLE-CHANGE
                WHEN OTHER
                    SET TRAN-BAD TO TRUE
                    MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
            END-EVALUATE.

        VALIDATE-THRESHOLD-FIELDS.
            IF WS-T-ZONE NOT = ZERO
                PERFORM VALIDATE-KNOWN-ZONE
                IF TRAN-BAD
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF WS-T-PCT NOT NUMERIC
                    OR WS-T-PCT < 1 OR WS-T-PCT > 100
                SET TRAN-BAD TO TRUE
                MOVE "PERCENT LIMIT MUST BE 1-100" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-T-CNT NOT NUMERIC OR WS-T-CNT = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "COUNT LIMIT MUST BE 1-999999"
                    TO WS-REJECT-TEXT
            END-IF.

        STORE-THRESHOLD-ENTRY.
            MOVE WS-THR-SITE TO THR-SITE (WS-FOUND-SUB)
            MOVE WS-T-ZONE TO THR-ZONE (WS-FOUND-SUB)
            MOVE WS-T-PCT TO THR-PCT (WS-FOUND-SUB)
            MOVE WS-T-CNT TO THR-CNT (WS-FOUND-SUB)
            MOVE "U" TO THR-STATE (WS-FOUND-SUB)
            MOVE SPACES TO THR-TEXT (WS-FOUND-SUB)
            IF WS-THR-SITE = ZERO
                STRING WS-T-ZONE " " WS-T-PCT " " WS-T-CNT
                    DELIMITED BY SIZE INTO THR-TEXT (WS-FOUND-SUB)
            ELSE
                STRING WS-T-ZONE " " WS-T-PCT " " WS-T-CNT
                    " " WS-THR-SITE
                    DELIMITED BY SIZE INTO THR-TEXT (WS-FOUND-SUB)
            END-IF
            MOVE THR-TEXT (WS-FOUND-SUB) TO WS-AFTER-TEXT
            SET THR-DECK-CHANGED TO TRUE
            PERFORM RECORD-TABLE-CHANGE.

        PROCESS-HAZARD-TRAN.
            IF HZ-DECK-FULL
                SET TRAN-BAD TO TRUE
                MOVE "HAZPLCY DECK OVER CAPACITY" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-T-TYPE
            MOVE ZERO TO WS-T-NEAR WS-T-RATIO
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-TYPE WS-T-NEAR WS-T-RATIO
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-TYPE EQUAL SPACES
                SET TRAN-BAD TO TRUE
                MOVE "HAZARD CLASS MISSING" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-TYPE TO WS-JRNL-KEY
            MOVE ZERO TO WS-FOUND-SUB WS-USED-COUNT
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-HZ-COUNT
                IF HZ-USABLE (WS-SCAN-SUB)
                    IF HZ-TYPE (WS-SCAN-SUB) NOT EQUAL "DFLT"
                        ADD 1 TO WS-USED-COUNT
                    END-IF
                    IF HZ-TYPE (WS-SCAN-SUB) EQUAL WS-T-TYPE
                            AND WS-FOUND-SUB = ZERO
                        MOVE WS-SCAN-SUB TO WS-FOUND-SUB
                    END-IF
                END-IF
            END-PERFORM
            EVALUATE WS-T-ACTION
                WHEN "ADD"
                    IF WS-FOUND-SUB NOT = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "CLASS ALREADY ON HAZPLCY - USE CHANGE"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    IF WS-USED-COUNT >= 50 OR WS-HZ-COUNT >= 60
                        SET TRAN-BAD TO TRUE
                        MOVE "HARRY_LASERS HOLDS ONLY 50 CLASSES"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM VALIDATE-HAZARD-FIELDS
                    IF TRAN-OK
                        ADD 1 TO WS-HZ-COUNT
                        MOVE WS-HZ-COUNT TO WS-FOUND-SUB
                        PERFORM STORE-HAZARD-ENTRY
                    END-IF
                WHEN "CHANGE"
                    IF WS-FOUND-SUB = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "CLASS NOT ON HAZPLCY" TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM VALIDATE-HAZARD-FIELDS
                    IF TRAN-OK
                        MOVE HZ-TEXT (WS-FOUND-SUB) TO WS-BEFORE-TEXT
                        PERFORM STORE-HAZARD-ENTRY
                    END-IF
                WHEN "DELETE"
                    IF WS-FOUND-SUB = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "CLASS NOT ON HAZPLCY" TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    IF WS-T-TYPE EQUAL "DFLT"
                        SET TRAN-BAD TO TRUE
                        MOVE "DEFAULT POLICY CAN ONLY BE CHANGED"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    MOVE HZ-TEXT (WS-FOUND-SUB) TO WS-BEFORE-TEXT
                    MOVE "D" TO HZ-STATE (WS-FOUND-SUB)
                    SET HZ-DECK-CHANGED TO TRUE
                    PERFORM RECORD-TABLE-CHANGE
                WHEN OTHER
                    SET TRAN-BAD TO TRUE
                    MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
            END-EVALUATE.

        VALIDATE-HAZARD-FIELDS.
            IF WS-T-NEAR NOT NUMERIC OR WS-T-NEAR = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "NEAR-MISS DISTANCE MUST BE 1-9999"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-T-RATIO NOT NUMERIC OR WS-T-RATIO = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "SEVERITY RATIO MUST BE 1-999"
                    TO WS-REJECT-TEXT
            END-IF.

        STORE-HAZARD-ENTRY.
            MOVE WS-T-TYPE TO HZ-TYPE (WS-FOUND-SUB)
            MOVE WS-T-NEAR TO HZ-NEAR (WS-FOUND-SUB)
            MOVE WS-T-RATIO TO HZ-RATIO (WS-FOUND-SUB)
            MOVE "U" TO HZ-STATE (WS-FOUND-SUB)
            MOVE SPACES TO HZ-TEXT (WS-FOUND-SUB)
            STRING WS-T-TYPE " " WS-T-NEAR " " WS-T-RATIO
                DELIMITED BY SIZE INTO HZ-TEXT (WS-FOUND-SUB)
            MOVE HZ-TEXT (WS-FOUND-SUB) TO WS-AFTER-TEXT
            SET HZ-DECK-CHANGED TO TRUE
            PERFORM RECORD-TABLE-CHANGE.

        PROCESS-ROUTE-TRAN.
            IF RTB-DECK-FULL
                SET TRAN-BAD TO TRUE
                MOVE "ROUTETBL DECK OVER CAPACITY" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-T-ID
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-ID
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-ID EQUAL SPACES
                SET TRAN-BAD TO TRUE
                MOVE "RESPONDER ID MISSING" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            EVALUATE WS-T-ACTION
                WHEN "ADDRESP"
                    PERFORM ADD-RESPONDER-LINE
                WHEN "CHGRESP"
                    PERFORM CHANGE-RESPONDER-LINE
                WHEN "DELRESP"
                    PERFORM DELETE-RESPONDER-LINE
                WHEN "ADDZONE"
                    PERFORM ADD-COVERAGE-LINE
                WHEN "DELZONE"
                    PERFORM DELETE-COVERAGE-LINE
                WHEN OTHER
                    SET TRAN-BAD TO TRUE
                    MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
            END-EVALUATE.

        PARSE-RESPONDER-FIELDS.
            MOVE SPACES TO WS-T-MINSEV
            MOVE ZERO TO WS-T-SHIFT
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-MINSEV WS-T-SHIFT
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-MINSEV NOT EQUAL "DIRECT"
                    AND WS-T-MINSEV NOT EQUAL "MARGINAL"
                SET TRAN-BAD TO TRUE
                MOVE "MINIMUM SEVERITY MUST BE DIRECT/MARGINAL"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-T-SHIFT NOT NUMERIC OR WS-T-SHIFT > 3
                SET TRAN-BAD TO TRUE
                MOVE "SHIFT MUST BE 0 (ALL) OR 1-3"
                    TO WS-REJECT-TEXT
            END-IF
            MOVE SPACES TO WS-JRNL-KEY
            STRING WS-T-ID " SHIFT " WS-T-SHIFT
                DELIMITED BY SIZE INTO WS-JRNL-KEY.

        FIND-RESPONDER-LINE.
            MOVE ZERO TO WS-FOUND-SUB WS-USED-COUNT
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-RTB-COUNT
                IF RTB-USABLE (WS-SCAN-SUB)
                        AND RTB-KIND (WS-SCAN-SUB) EQUAL "RESP"
                    ADD 1 TO WS-USED-COUNT
                    IF RTB-ID (WS-SCAN-SUB) EQUAL WS-T-ID
                            AND RTB-SHIFT (WS-SCAN-SUB) = WS-T-SHIFT
                        MOVE WS-SCAN-SUB TO WS-FOUND-SUB
                    END-IF
                END-IF
            END-PERFORM.

        ADD-RESPONDER-LINE.
            PERFORM PARSE-RESPONDER-FIELDS
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            PERFORM VALIDATE-RESPONDER-DEPT
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-RESPONDER-LINE
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-RTB-COUNT OR TRAN-BAD
                IF RTB-USABLE (WS-SCAN-SUB)
                        AND RTB-KIND (WS-SCAN-SUB) EQUAL "RESP"
                        AND RTB-ID (WS-SCAN-SUB) EQUAL WS-T-ID
                    IF RTB-SHIFT (WS-SCAN-SUB) = WS-T-SHIFT
                            OR RTB-SHIFT (WS-SCAN-SUB) = ZERO
                            OR WS-T-SHIFT = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "SHIFT OVERLAPS EXISTING RESP LINE"
                            TO WS-REJECT-TEXT
                    END-IF
                END-IF
            END-PERFORM
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            IF WS-USED-COUNT >= 20 OR WS-RTB-COUNT >= 1100
                SET TRAN-BAD TO TRUE
                MOVE "ALRTDISP HOLDS ONLY 20 RESPONDERS"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-RTB-COUNT
            MOVE WS-RTB-COUNT TO WS-FOUND-SUB
            MOVE "RESP" TO RTB-KIND (WS-FOUND-SUB)
            MOVE WS-T-ID TO RTB-ID (WS-FOUND-SUB)
            MOVE ZERO TO RTB-ZONE (WS-FOUND-SUB)
            PERFORM STORE-RESPONDER-ENTRY.

        CHANGE-RESPONDER-LINE.
            PERFORM PARSE-RESPONDER-FIELDS
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-RESPONDER-LINE
            IF WS-FOUND-SUB = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "NO RESP LINE FOR ID AND SHIFT"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM VALIDATE-RESPONDER-DEPT
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            MOVE RTB-TEXT (WS-FOUND-SUB) TO WS-BEFORE-TEXT
            PERFORM STORE-RESPONDER-ENTRY.

        STORE-RESPONDER-ENTRY.
            MOVE WS-T-MINSEV TO RTB-MINSEV (WS-FOUND-SUB)
            MOVE WS-T-SHIFT TO RTB-SHIFT (WS-FOUND-SUB)
            MOVE "U" TO RTB-STATE (WS-FOUND-SUB)
            MOVE SPACES TO RTB-TEXT (WS-FOUND-SUB)
            STRING "RESP " WS-T-ID " " WS-T-MINSEV " " WS-T-SHIFT
                DELIMITED BY SIZE INTO RTB-TEXT (WS-FOUND-SUB)
            MOVE RTB-TEXT (WS-FOUND-SUB) TO WS-AFTER-TEXT
            SET RTB-DECK-CHANGED TO TRUE
            PERFORM RECORD-TABLE-CHANGE.

        DELETE-RESPONDER-LINE.
            MOVE ZERO TO WS-T-SHIFT
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-SHIFT
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-SHIFT NOT NUMERIC OR WS-T-SHIFT > 3
                SET TRAN-BAD TO TRUE
                MOVE "SHIFT MUST BE 0 (ALL) OR 1-3"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-RESPONDER-LINE
            IF WS-FOUND-SUB = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "NO RESP LINE FOR ID AND SHIFT"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-JRNL-KEY
            STRING WS-T-ID " SHIFT " WS-T-SHIFT
                DELIMITED BY SIZE INTO WS-JRNL-KEY
            MOVE RTB-TEXT (WS-FOUND-SUB) TO WS-BEFORE-TEXT
            MOVE "D" TO RTB-STATE (WS-FOUND-SUB)
            SET RTB-DECK-CHANGED TO TRUE
            PERFORM RECORD-TABLE-CHANGE
            MOVE ZERO TO WS-USED-COUNT
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-RTB-COUNT
                IF RTB-USABLE (WS-SCAN-SUB)
                        AND RTB-KIND (WS-SCAN-SUB) EQUAL "RESP"
                        AND RTB-ID (WS-SCAN-SUB) EQUAL WS-T-ID
                    ADD 1 TO WS-USED-COUNT
                END-IF
            END-PERFORM
            IF WS-USED-COUNT > ZERO
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-RTB-COUNT
                IF RTB-USABLE (WS-SCAN-SUB)
                        AND RTB-KIND (WS-SCAN-SUB) EQUAL "ZONE"
                        AND RTB-ID (WS-SCAN-SUB) EQUAL WS-T-ID
                    MOVE RTB-TEXT (WS-SCAN-SUB) TO WS-BEFORE-TEXT
                    MOVE SPACES TO WS-AFTER-TEXT
                    MOVE "D" TO RTB-STATE (WS-SCAN-SUB)
                    MOVE SPACES TO MAINT-REC
                    STRING "  COVERAGE DROPPED WITH LAST RESP LINE: "
                        WS-BEFORE-TEXT
                        DELIMITED BY SIZE INTO MAINT-REC
                    WRITE MAINT-REC
                    PERFORM WRITE-JOURNAL-RECORD
                END-IF
            END-PERFORM.

        ADD-COVERAGE-LINE.
            PERFORM PARSE-COVERAGE-ZONE
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            PERFORM VALIDATE-KNOWN-ZONE
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-USED-COUNT
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-RTB-COUNT
                IF RTB-USABLE (WS-SCAN-SUB)
                        AND RTB-KIND (WS-SCAN-SUB) EQUAL "RESP"
                        AND RTB-ID (WS-SCAN-SUB) EQUAL WS-T-ID
                    ADD 1 TO WS-USED-COUNT
                END-IF
            END-PERFORM
            IF WS-USED-COUNT = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "NO RESP LINE FOR THIS RESPONDER"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-COVERAGE-LINE
            IF WS-FOUND-SUB NOT = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "ZONE ALREADY COVERED BY RESPONDER"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-USED-COUNT >= 50 OR WS-RTB-COUNT >= 1100
                SET TRAN-BAD TO TRUE
                MOVE "ALRTDISP HOLDS ONLY 50 ZONES PER ID"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-RTB-COUNT
            MOVE WS-RTB-COUNT TO WS-FOUND-SUB
            MOVE "ZONE" TO RTB-KIND (WS-FOUND-SUB)
            MOVE WS-T-ID TO RTB-ID (WS-FOUND-SUB)
            MOVE SPACES TO RTB-MINSEV (WS-FOUND-SUB)
            MOVE ZERO TO RTB-SHIFT (WS-FOUND-SUB)
            MOVE WS-T-ZONE TO RTB-ZONE (WS-FOUND-SUB)
            MOVE "U" TO RTB-STATE (WS-FOUND-SUB)
            MOVE SPACES TO RTB-TEXT (WS-FOUND-SUB)
            STRING "ZONE " WS-T-ID " " WS-T-ZONE
                DELIMITED BY SIZE INTO RTB-TEXT (WS-FOUND-SUB)
            MOVE RTB-TEXT (WS-FOUND-SUB) TO WS-AFTER-TEXT
            SET RTB-DECK-CHANGED TO TRUE
            PERFORM RECORD-TABLE-CHANGE.

        DELETE-COVERAGE-LINE.
            PERFORM PARSE-COVERAGE-ZONE
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-COVERAGE-LINE
            IF WS-FOUND-SUB = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "ZONE NOT COVERED BY RESPONDER"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE RTB-TEXT (WS-FOUND-SUB) TO WS-BEFORE-TEXT
            MOVE "D" TO RTB-STATE (WS-FOUND-SUB)
            SET RTB-DECK-CHANGED TO TRUE
            PERFORM RECORD-TABLE-CHANGE.

        PARSE-COVERAGE-ZONE.
            MOVE ZERO TO WS-T-ZONE
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-ZONE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-ZONE NOT NUMERIC OR WS-T-ZONE = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "ZONE MISSING OR NOT NUMERIC" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-JRNL-KEY
            STRING WS-T-ID " ZONE " WS-T-ZONE
                DELIMITED BY SIZE INTO WS-JRNL-KEY.

        FIND-COVERAGE-LINE.
            MOVE ZERO TO WS-FOUND-SUB WS-USED-COUNT
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-RTB-COUNT
                IF RTB-USABLE (WS-SCAN-SUB)
                        AND RTB-KIND (WS-SCAN-SUB) EQUAL "ZONE"
                        AND RTB-ID (WS-SCAN-SUB) EQUAL WS-T-ID
                    ADD 1 TO WS-USED-COUNT
                    IF RTB-ZONE (WS-SCAN-SUB) = WS-T-ZONE
                        MOVE WS-SCAN-SUB TO WS-FOUND-SUB
                    END-IF
                END-IF
            END-PERFORM.

        VALIDATE-RESPONDER-DEPT.
            IF NOT DEPTMAST-AVAILABLE
                SET TRAN-BAD TO TRUE
                MOVE "DEPARTMENT MASTER NOT AVAILABLE"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-ID TO DEPT-CODE
            READ DEPTMAST
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "RESPONDER NOT ON DEPTMAST"
                        TO WS-REJECT-TEXT
            END-READ
            IF TRAN-OK AND NOT DEPT-IS-ACTIVE
                SET TRAN-BAD TO TRUE
                MOVE "RESPONDER NOT ACTIVE ON DEPTMAST"
                    TO WS-REJECT-TEXT
            END-IF.

        VALIDATE-KNOWN-ZONE.
            IF NOT MASTER-AVAILABLE
                SET TRAN-BAD TO TRUE
                MOVE "OBSTRMASTER NOT AVAILABLE" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO MAST-SITE-ID
            MOVE WS-T-ZONE TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
                    SET TRAN-BAD TO TRUE
                    MOVE "ZONE NOT ON OBSTRMASTER" TO WS-REJECT-TEXT
            END-READ.

        PROCESS-SCHEDULE-TRAN.
            IF SCH-DECK-FULL
                SET TRAN-BAD TO TRUE
                MOVE "SCHEDEXP DECK OVER CAPACITY" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-T-PROGRAM
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-PROGRAM
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-PROGRAM EQUAL SPACES
                    OR WS-T-PROGRAM (9:1) NOT EQUAL SPACE
                    OR WS-T-PROGRAM (1:1) NOT ALPHABETIC
                SET TRAN-BAD TO TRUE
                MOVE "PROGRAM NAME MUST BE 1-8 CHARS, ALPHA 1ST"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-PROGRAM TO WS-JRNL-KEY
            MOVE ZERO TO WS-FOUND-SUB WS-USED-COUNT
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-SCH-COUNT
                IF SCH-USABLE (WS-SCAN-SUB)
                    ADD 1 TO WS-USED-COUNT
                    IF SCH-PROGRAM (WS-SCAN-SUB) EQUAL WS-T-PROGRAM
                        MOVE WS-SCAN-SUB TO WS-FOUND-SUB
                    END-IF
                END-IF
            END-PERFORM
            EVALUATE WS-T-ACTION
                WHEN "ADD"
                    IF WS-FOUND-SUB NOT = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "PROGRAM ALREADY EXPECTED"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    IF WS-USED-COUNT >= 20 OR WS-SCH-COUNT >= 30
                        SET TRAN-BAD TO TRUE
                        MOVE "RUNMON HOLDS ONLY 20 PROGRAMS"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO WS-SCH-COUNT
                    MOVE WS-T-PROGRAM TO SCH-PROGRAM (WS-SCH-COUNT)
                    MOVE "U" TO SCH-STATE (WS-SCH-COUNT)
                    MOVE WS-T-PROGRAM TO SCH-TEXT (WS-SCH-COUNT)
                    MOVE SCH-TEXT (WS-SCH-COUNT) TO WS-AFTER-TEXT
                    SET SCH-DECK-CHANGED TO TRUE
                    PERFORM RECORD-TABLE-CHANGE
                WHEN "DELETE"
                    IF WS-FOUND-SUB = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "PROGRAM NOT ON SCHEDEXP"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    MOVE SCH-TEXT (WS-FOUND-SUB) TO WS-BEFORE-TEXT
                    MOVE "D" TO SCH-STATE (WS-FOUND-SUB)
                    SET SCH-DECK-CHANGED TO TRUE
                    PERFORM RECORD-TABLE-CHANGE
                WHEN OTHER
                    SET TRAN-BAD TO TRUE
                    MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
            END-EVALUATE.

        PROCESS-CALENDAR-TRAN.
            IF CAL-DECK-FULL
                SET TRAN-BAD TO TRUE
                MOVE "SHIFTCAL DECK OVER CAPACITY" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-T-DATE WS-T-SHIFTS
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-DATE WS-T-SHIFTS
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            PERFORM VALIDATE-CALENDAR-DATE
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-DATE TO WS-JRNL-KEY
            MOVE ZERO TO WS-FOUND-SUB WS-USED-COUNT
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-CAL-COUNT
                IF CAL-USABLE (WS-SCAN-SUB)
                    ADD 1 TO WS-USED-COUNT
                    IF CAL-DATE (WS-SCAN-SUB) = WS-T-DATE
                        MOVE WS-SCAN-SUB TO WS-FOUND-SUB
                    END-IF
                END-IF
            END-PERFORM
            EVALUATE WS-T-ACTION
                WHEN "ADD"
                    IF WS-FOUND-SUB NOT = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "DATE ALREADY ON CALENDAR - OVERLAP"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    IF WS-USED-COUNT >= 400 OR WS-CAL-COUNT >= 450
                        SET TRAN-BAD TO TRUE
                        MOVE "CALENDAR HOLDS ONLY 400 DAYS"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM VALIDATE-CALENDAR-SHIFTS
                    IF TRAN-OK
                        ADD 1 TO WS-CAL-COUNT
                        MOVE WS-CAL-COUNT TO WS-FOUND-SUB
                        PERFORM STORE-CALENDAR-ENTRY
                    END-IF
                WHEN "CHANGE"
                    IF WS-FOUND-SUB = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM VALIDATE-CALENDAR-SHIFTS
                    IF TRAN-OK
                        MOVE CAL-TEXT (WS-FOUND-SUB) TO WS-BEFORE-TEXT
                        PERFORM STORE-CALENDAR-ENTRY
                    END-IF
                WHEN "DELETE"
                    IF WS-FOUND-SUB = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    MOVE CAL-TEXT (WS-FOUND-SUB) TO WS-BEFORE-TEXT
                    MOVE "D" TO CAL-STATE (WS-FOUND-SUB)
                    SET CAL-DECK-CHANGED TO TRUE
                    PERFORM RECORD-TABLE-CHANGE
                WHEN OTHER
                    SET TRAN-BAD TO TRUE
                    MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
            END-EVALUATE.

        VALIDATE-CALENDAR-DATE.
            IF WS-T-DATE NOT NUMERIC
                    OR WS-T-DATE-YYYY < 2000
                    OR WS-T-DATE-MM < 1 OR WS-T-DATE-MM > 12
                    OR WS-T-DATE-DD < 1 OR WS-T-DATE-DD > 31
                SET TRAN-BAD TO TRUE
                MOVE "DATE MUST BE A VALID YYYYMMDD"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE (WS-T-DATE)
            IF WS-DATE-INT = ZERO
                    OR FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
                        NOT = WS-T-DATE
                SET TRAN-BAD TO TRUE
                MOVE "DATE MUST BE A VALID YYYYMMDD"
                    TO WS-REJECT-TEXT
            END-IF.

        VALIDATE-CALENDAR-SHIFTS.
            IF WS-T-SHIFTS NOT NUMERIC OR WS-T-SHIFTS > 3
                SET TRAN-BAD TO TRUE
                MOVE "SHIFTS WORKED MUST BE 0-3" TO WS-REJECT-TEXT
            END-IF.

        STORE-CALENDAR-ENTRY.
            MOVE WS-T-DATE TO CAL-DATE (WS-FOUND-SUB)
            MOVE WS-T-SHIFTS TO CAL-SHIFTS (WS-FOUND-SUB)
            MOVE "U" TO CAL-STATE (WS-FOUND-SUB)
            MOVE SPACES TO CAL-TEXT (WS-FOUND-SUB)
            STRING WS-T-DATE " " WS-T-SHIFTS
                DELIMITED BY SIZE INTO CAL-TEXT (WS-FOUND-SUB)
            MOVE CAL-TEXT (WS-FOUND-SUB) TO WS-AFTER-TEXT
            SET CAL-DECK-CHANGED TO TRUE
            PERFORM RECORD-TABLE-CHANGE.

        PROCESS-WORK-ORDER-TRAN.
            IF WOC-DECK-FULL
                SET TRAN-BAD TO TRUE
                MOVE "WOCTL DECK OVER CAPACITY" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-T-TYPE WS-T-MINSEV WS-T-CRAFT
            MOVE ZERO TO WS-T-PRIORITY
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-TYPE WS-T-MINSEV WS-T-PRIORITY WS-T-CRAFT
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-TYPE EQUAL SPACES
                SET TRAN-BAD TO TRUE
                MOVE "OBSTRUCTION TYPE MISSING" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-TYPE TO WS-JRNL-KEY
            MOVE ZERO TO WS-FOUND-SUB WS-USED-COUNT
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-WOC-COUNT
                IF WOC-USABLE (WS-SCAN-SUB)
                    ADD 1 TO WS-USED-COUNT
                    IF WOC-TYPE (WS-SCAN-SUB) EQUAL WS-T-TYPE
                            AND WS-FOUND-SUB = ZERO
                        MOVE WS-SCAN-SUB TO WS-FOUND-SUB
                    END-IF
                END-IF
            END-PERFORM
            EVALUATE WS-T-ACTION
                WHEN "ADD"
                    IF WS-FOUND-SUB NOT = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "TYPE ALREADY ON WOCTL - USE CHANGE"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    IF WS-USED-COUNT >= 50 OR WS-WOC-COUNT >= 60
                        SET TRAN-BAD TO TRUE
                        MOVE "WOSEND HOLDS ONLY 50 TYPE RULES"
                            TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM VALIDATE-WORK-ORDER-FIELDS
                    IF TRAN-OK
                        ADD 1 TO WS-WOC-COUNT
                        MOVE WS-WOC-COUNT TO WS-FOUND-SUB
                        PERFORM STORE-WORK-ORDER-ENTRY
                    END-IF
                WHEN "CHANGE"
                    IF WS-FOUND-SUB = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "TYPE NOT ON WOCTL" TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM VALIDATE-WORK-ORDER-FIELDS
                    IF TRAN-OK
                        MOVE WOC-TEXT (WS-FOUND-SUB) TO WS-BEFORE-TEXT
                        PERFORM STORE-WORK-ORDER-ENTRY
                    END-IF
                WHEN "DELETE"
                    IF WS-FOUND-SUB = ZERO
                        SET TRAN-BAD TO TRUE
                        MOVE "TYPE NOT ON WOCTL" TO WS-REJECT-TEXT
                        EXIT PARAGRAPH
                    END-IF
                    MOVE WOC-TEXT (WS-FOUND-SUB) TO WS-BEFORE-TEXT
                    MOVE "D" TO WOC-STATE (WS-FOUND-SUB)
                    SET WOC-DECK-CHANGED TO TRUE
                    PERFORM RECORD-TABLE-CHANGE
                WHEN OTHER
                    SET TRAN-BAD TO TRUE
                    MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
            END-EVALUATE.

        VALIDATE-WORK-ORDER-FIELDS.
            IF WS-T-MINSEV NOT EQUAL "DIRECT"
                    AND WS-T-MINSEV NOT EQUAL "MARGINAL"
                    AND WS-T-MINSEV NOT EQUAL "NEARMISS"
                    AND WS-T-MINSEV NOT EQUAL "NONE"
                SET TRAN-BAD TO TRUE
                MOVE "MINIMUM SEVERITY NOT RECOGNIZED"
                    TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-T-PRIORITY NOT NUMERIC OR WS-T-PRIORITY = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "WORK-ORDER PRIORITY MUST BE 1-9"
                    TO WS-REJECT-TEXT
            END-IF.

        STORE-WORK-ORDER-ENTRY.
            MOVE WS-T-TYPE TO WOC-TYPE (WS-FOUND-SUB)
            MOVE WS-T-MINSEV TO WOC-MINSEV (WS-FOUND-SUB)
            MOVE WS-T-PRIORITY TO WOC-PRIORITY (WS-FOUND-SUB)
            MOVE WS-T-CRAFT TO WOC-CRAFT (WS-FOUND-SUB)
            MOVE "U" TO WOC-STATE (WS-FOUND-SUB)
            MOVE SPACES TO WOC-TEXT (WS-FOUND-SUB)
            STRING WS-T-TYPE " " WS-T-MINSEV " " WS-T-PRIORITY
                " " WS-T-CRAFT
                DELIMITED BY SIZE INTO WOC-TEXT (WS-FOUND-SUB)
            MOVE WOC-TEXT (WS-FOUND-SUB) TO WS-AFTER-TEXT
            SET WOC-DECK-CHANGED TO TRUE
            PERFORM RECORD-TABLE-CHANGE.

        RECORD-TABLE-CHANGE.
            PERFORM WRITE-TRAN-ECHO
            MOVE SPACES TO MAINT-REC
            IF WS-BEFORE-TEXT EQUAL SPACES
                STRING "  BEFORE IMAGE: ** NEW LINE"
                    DELIMITED BY SIZE INTO MAINT-REC
            ELSE
                STRING "  BEFORE IMAGE: " WS-BEFORE-TEXT
                    DELIMITED BY SIZE INTO MAINT-REC
            END-IF
            WRITE MAINT-REC
            MOVE SPACES TO MAINT-REC
            IF WS-AFTER-TEXT EQUAL SPACES
                STRING "  AFTER IMAGE:  ** LINE DELETED"
                    DELIMITED BY SIZE INTO MAINT-REC
            ELSE
                STRING "  AFTER IMAGE:  " WS-AFTER-TEXT
                    DELIMITED BY SIZE INTO MAINT-REC
            END-IF
            WRITE MAINT-REC
            PERFORM WRITE-JOURNAL-RECORD.

        REWRITE-CHANGED-DECKS.
            IF THR-DECK-CHANGED
                OPEN OUTPUT THRESHLD
                MOVE ZERO TO WS-USED-COUNT
                PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-THR-COUNT
                    IF NOT THR-DELETED (WS-SCAN-SUB)
                        MOVE THR-TEXT (WS-SCAN-SUB) TO THRESH-LINE
                        WRITE THRESH-LINE
                        ADD 1 TO WS-USED-COUNT
                    END-IF
                END-PERFORM
                CLOSE THRESHLD
                MOVE "THRESHLD" TO WS-DECK-NAME
                PERFORM WRITE-REWRITTEN-LINE
            END-IF
            IF HZ-DECK-CHANGED
                OPEN OUTPUT HAZPLCY
                MOVE ZERO TO WS-USED-COUNT
                PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-HZ-COUNT
                    IF NOT HZ-DELETED (WS-SCAN-SUB)
                        MOVE HZ-TEXT (WS-SCAN-SUB) TO HAZ-LINE
                        WRITE HAZ-LINE
                        ADD 1 TO WS-USED-COUNT
                    END-IF
                END-PERFORM
                CLOSE HAZPLCY
                MOVE "HAZPLCY" TO WS-DECK-NAME
                PERFORM WRITE-REWRITTEN-LINE
            END-IF
            IF RTB-DECK-CHANGED
                OPEN OUTPUT ROUTETBL
                MOVE ZERO TO WS-USED-COUNT
                PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-RTB-COUNT
                    IF NOT RTB-DELETED (WS-SCAN-SUB)
                        MOVE RTB-TEXT (WS-SCAN-SUB) TO RTBL-LINE
                        WRITE RTBL-LINE
                        ADD 1 TO WS-USED-COUNT
                    END-IF
                END-PERFORM
                CLOSE ROUTETBL
                MOVE "ROUTETBL" TO WS-DECK-NAME
                PERFORM WRITE-REWRITTEN-LINE
            END-IF
            IF SCH-DECK-CHANGED
                OPEN OUTPUT SCHEDEXP
                MOVE ZERO TO WS-USED-COUNT
                PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-SCH-COUNT
                    IF NOT SCH-DELETED (WS-SCAN-SUB)
                        MOVE SCH-TEXT (WS-SCAN-SUB) TO SCHED-LINE
                        WRITE SCHED-LINE
                        ADD 1 TO WS-USED-COUNT
                    END-IF
                END-PERFORM
                CLOSE SCHEDEXP
                MOVE "SCHEDEXP" TO WS-DECK-NAME
                PERFORM WRITE-REWRITTEN-LINE
            END-IF
            IF CAL-DECK-CHANGED
                OPEN OUTPUT SHIFTCAL
                MOVE ZERO TO WS-USED-COUNT
                PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-CAL-COUNT
                    IF NOT CAL-DELETED (WS-SCAN-SUB)
                        MOVE CAL-TEXT (WS-SCAN-SUB) TO CAL-LINE
                        WRITE CAL-LINE
                        ADD 1 TO WS-USED-COUNT
                    END-IF
                END-PERFORM
                CLOSE SHIFTCAL
                MOVE "SHIFTCAL" TO WS-DECK-NAME
                PERFORM WRITE-REWRITTEN-LINE
            END-IF
            IF WOC-DECK-CHANGED
                OPEN OUTPUT WOCTL
                MOVE ZERO TO WS-USED-COUNT
                PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-WOC-COUNT
                    IF NOT WOC-DELETED (WS-SCAN-SUB)
                        MOVE WOC-TEXT (WS-SCAN-SUB) TO WOC-LINE
                        WRITE WOC-LINE
                        ADD 1 TO WS-USED-COUNT
                    END-IF
                END-PERFORM
                CLOSE WOCTL
                MOVE "WOCTL" TO WS-DECK-NAME
                PERFORM WRITE-REWRITTEN-LINE
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

        WRITE-JOURNAL-RECORD.
            MOVE WS-RUN-TS (1:8) TO CTJ-DATE
            MOVE WS-RUN-TS (9:6) TO CTJ-TIME
            MOVE WS-OPERATOR-ID TO CTJ-OPER
            MOVE WS-T-TABLE TO CTJ-TABLE
            MOVE WS-T-ACTION TO CTJ-ACTION
            MOVE WS-JRNL-KEY TO CTJ-KEY
            MOVE WS-BEFORE-TEXT TO CTJ-BEFORE
            MOVE WS-AFTER-TEXT TO CTJ-AFTER
            WRITE CTJ-REC.

        WRITE-UNUSABLE-LINE.
            MOVE SPACES TO MAINT-REC
            STRING "** " WS-DECK-NAME " LINE " WS-LINE-NUM-ED
                " IS SKIPPED BY ITS PROGRAM AT LOAD: "
                WS-BEFORE-TEXT (1:60)
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        WRITE-DECK-FULL-LINE.
            MOVE SPACES TO MAINT-REC
            STRING "** " WS-DECK-NAME " HAS MORE LINES THAN THIS"
                " PROGRAM CAN HOLD - ITS TRANSACTIONS WILL REJECT"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

        WRITE-REWRITTEN-LINE.
            MOVE WS-USED-COUNT TO WS-LINE-NUM-ED
            MOVE SPACES TO MAINT-REC
            STRING "  " WS-DECK-NAME " REWRITTEN - LINES="
                WS-LINE-NUM-ED
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

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
            STRING "CONTROL TABLE MAINTENANCE REPORT"
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

        END PROGRAM CTLMNT.
