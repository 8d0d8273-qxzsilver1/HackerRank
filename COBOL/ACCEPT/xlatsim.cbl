        IDENTIFICATION DIVISION.
        PROGRAM-ID. XLATSIM.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RULETRAN ASSIGN TO "RULETRAN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT SIMPARM ASSIGN TO "SIMPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT RULEFILE ASSIGN TO "RULEFILE"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RULE-KEY
                FILE STATUS IS WS-RULE-STATUS.
            SELECT AUDITFILE ASSIGN TO "AUDITFILE"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
            SELECT CODESFILE ASSIGN TO "CODESFILE"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CODES-KEY
                FILE STATUS IS WS-CODES-STATUS.
            SELECT CODEMAP ASSIGN TO "CODEMAP"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CMAP-CODE
                FILE STATUS IS WS-MAP-STATUS.
            SELECT SIMRPT ASSIGN TO "SIMRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD RULETRAN.
         01 TRAN-LINE PIC X(80).

         FD SIMPARM.
         01 PARM-CARD PIC X(80).

         FD RULEFILE.
         01 RULE-REC.
             05 RULE-KEY.
                10 RULE-FROM     PIC 9(2).
                10 RULE-EFF-FROM PIC 9(8).
             05 RULE-TO       PIC 9(2).
             05 RULE-EFF-TO   PIC 9(8).
             05 RULE-UPD-TS   PIC X(14).
             05 FILLER        PIC X(6).

         FD AUDITFILE.
         01 AUDIT-REC PIC X(160).

         FD CODESFILE.
         01 CODES-REC.
             05 CODES-KEY        PIC 9(36).
             05 CODES-FIRST-DATE PIC 9(8).
             05 CODES-FIRST-TS   PIC X(14).
             05 CODES-LAST-DATE  PIC 9(8).
             05 CODES-LAST-TS    PIC X(14).
             05 CODES-SEEN-COUNT PIC 9(7).

         FD CODEMAP.
         COPY CODEMAP.

         FD SIMRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-TRAN-STATUS PIC XX.
         01 WS-PARM-STATUS PIC XX.
         01 WS-RULE-STATUS PIC XX.
         01 WS-AUDIT-STATUS PIC XX.
         01 WS-CODES-STATUS PIC XX.
         01 WS-MAP-STATUS PIC XX.
         01 WS-CODEMAP-SW PIC X VALUE "N".
             88 CODEMAP-AVAILABLE VALUE "Y".
         01 WS-HISTORY-SW PIC X VALUE "N".
             88 HISTORY-AVAILABLE VALUE "Y".
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-TODAY-INT PIC S9(8).
         01 WS-CUTOFF-INT PIC S9(8).
         01 WS-CUTOFF-DATE PIC 9(8).
         01 WS-HISTORY-DAYS PIC 9(3) VALUE 30.
         01 WS-PARM-ASOF PIC 9(8) VALUE ZERO.
         01 WS-ASOF-DATE PIC 9(8).
         01 WS-CHANGE-DATE PIC 9(8).
         01 WS-CHANGE-INT PIC S9(8).
         01 WS-LATEST-CHANGE PIC 9(8) VALUE ZERO.

         01 WS-TRAN-SW PIC X.
             88 TRAN-OK VALUE "N".
             88 TRAN-BAD VALUE "Y".
         01 WS-REJECT-TEXT PIC X(40).
         01 WS-PARSE-PTR PIC 9(4).
         01 WS-ACTION    PIC X(8).
         01 WS-T-FROM    PIC 9(2).
         01 WS-T-TO      PIC 9(2).
         01 WS-T-EFFFROM PIC 9(8).
         01 WS-T-EFFTO   PIC 9(8).

         COPY XLATETBL.

         01 WS-RULE-COUNT PIC 9(3) VALUE ZERO.
         01 WS-RULE-TABLE.
             05 WS-RULE-ENTRY OCCURS 500 TIMES.
                10 RTB-FROM       PIC 9(2).
                10 RTB-EFF-FROM   PIC 9(8).
                10 RTB-TO         PIC 9(2).
                10 RTB-CUR-EFF-TO PIC 9(8).
                10 RTB-NEW-EFF-TO PIC 9(8).
                10 RTB-ORIGIN     PIC X.
                   88 RTB-ON-FILE  VALUE "F".
                   88 RTB-PROPOSED VALUE "T".
         01 WS-RULE-SUB PIC 9(3).
         01 WS-RULE-FOUND-SW PIC X.
             88 RULE-ENTRY-FOUND VALUE "Y".
         01 WS-RULE-OVERFLOW PIC 9(5) VALUE ZERO.

         01 WS-CUR-COUNT PIC 9(3) VALUE ZERO.
         01 WS-CUR-RULE-TABLE.
             05 WS-CUR-RULE OCCURS 100 TIMES
                             INDEXED BY CUR-IDX.
                10 CUR-FROM     PIC 9(2).
                10 CUR-TO       PIC 9(2).
                10 CUR-EFF-FROM PIC 9(8).
         01 WS-NEW-COUNT PIC 9(3) VALUE ZERO.
         01 WS-NEW-RULE-TABLE.
             05 WS-NEW-RULE OCCURS 100 TIMES
                             INDEXED BY NEW-IDX.
                10 NEW-FROM     PIC 9(2).
                10 NEW-TO       PIC 9(2).
                10 NEW-EFF-FROM PIC 9(8).
         01 WS-ACTIVE-FOUND-SW PIC X.
             88 ACTIVE-RULE-FOUND VALUE "Y".
         01 WS-CAND-FROM     PIC 9(2).
         01 WS-CAND-TO       PIC 9(2).
         01 WS-CAND-EFF-FROM PIC 9(8).
         01 WS-CAND-EFF-TO   PIC 9(8).

         01 WS-CODE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-CODE-TABLE.
             05 WS-CODE-ENTRY OCCURS 3000 TIMES.
                10 SIM-CODE      PIC 9(36).
                10 SIM-HITS      PIC 9(7).
                10 SIM-SEEN      PIC 9(7).
                10 SIM-OLD-OUT   PIC 9(2).
                10 SIM-NEW-OUT   PIC 9(2).
                10 SIM-RESULT    PIC X.
                   88 SIM-SAME      VALUE "S".
                   88 SIM-CHANGED   VALUE "C".
                   88 SIM-UNMAPPED  VALUE "U".
         01 WS-CODE-SUB PIC 9(4).
         01 WS-CODE-FOUND-SW PIC X.
             88 CODE-ENTRY-FOUND VALUE "Y".
         01 WS-CODE-OVERFLOW PIC 9(7) VALUE ZERO.

         01 WS-SPLIT-HEAD PIC X(160).
         01 WS-SPLIT-TAIL PIC X(160).
         01 WS-REC-DATE PIC 9(8).
         01 WS-REC-CODE-N PIC 9(36).
         01 WS-SIM-CODE PIC 9(36).
         01 WS-OLD-OUT PIC 9(36).
         01 WS-NEW-OUT PIC 9(36).
         01 WS-FROM-SUB PIC 9(3).

         01 WS-MAP-FOUND-SW PIC X.
             88 CODE-MAPPED VALUE "Y".
             88 CODE-NOT-IN-EFFECT VALUE "E".
         01 WS-OLD-DEPT PIC X(4).
         01 WS-OLD-STATION PIC 9(4).
         01 WS-OLD-MAP-SW PIC X.
         01 WS-NEW-DEPT PIC X(4).
         01 WS-NEW-STATION PIC 9(4).
         01 WS-MAP-TEXT PIC X(14).

         01 WS-TRAN-COUNT      PIC 9(5) VALUE ZERO.
         01 WS-APPLIED-COUNT   PIC 9(5) VALUE ZERO.
         01 WS-REJECTED-COUNT  PIC 9(5) VALUE ZERO.
         01 WS-AUDIT-READ      PIC 9(7) VALUE ZERO.
         01 WS-AUDIT-IN-WINDOW PIC 9(7) VALUE ZERO.
         01 WS-RULE-DIFF-COUNT PIC 9(5) VALUE ZERO.
         01 WS-CHANGED-COUNT   PIC 9(5) VALUE ZERO.
         01 WS-CHANGED-HITS    PIC 9(7) VALUE ZERO.
         01 WS-UNMAPPED-COUNT  PIC 9(5) VALUE ZERO.
         01 WS-COUNT-ED        PIC Z(4)9.
         01 WS-HITS-ED         PIC Z(6)9.
         01 WS-SEEN-ED         PIC Z(6)9.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT SIMRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
            PERFORM LOAD-SIM-CARD
            COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-HISTORY-DAYS
            COMPUTE WS-CUTOFF-DATE =
                FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
            MOVE SPACES TO RPT-REC
            STRING "TRANSLATION RULE IMPACT SIMULATION - RUN "
                WS-RUN-TS (1:10)
                " - NOTHING IS POSTED TO THE RULE FILE"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM LOAD-RULE-FILE
            OPEN INPUT RULETRAN
            IF WS-TRAN-STATUS EQUAL "00"
                READ RULETRAN
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF
                    ADD 1 TO WS-TRAN-COUNT
                    PERFORM PROCESS-ONE-TRAN
                    READ RULETRAN
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE RULETRAN
            END-IF
            PERFORM SET-AS-OF-DATE
            MOVE SPACES TO RPT-REC
            STRING "HISTORY WINDOW DAYS=" WS-HISTORY-DAYS
                "  SEEN SINCE " WS-CUTOFF-DATE
                "  RULES COMPARED AS OF " WS-ASOF-DATE
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM BUILD-CURRENT-RULES
            PERFORM BUILD-PROPOSED-RULES
            PERFORM WRITE-RULE-DIFFERENCES
            PERFORM COLLECT-AUDIT-HISTORY
            PERFORM COLLECT-CODES-HISTORY
            OPEN INPUT CODEMAP
            IF WS-MAP-STATUS EQUAL "00"
                SET CODEMAP-AVAILABLE TO TRUE
            ELSE
                MOVE SPACES TO RPT-REC
                STRING "** CODE MAP NOT AVAILABLE - STATUS "
                    WS-MAP-STATUS " - EVERY CODE WILL LIST AS UNMAPPED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            PERFORM SIMULATE-CODES
            PERFORM WRITE-UNMAPPED-CODES
            PERFORM WRITE-SIM-TRAILER
            IF WS-REJECTED-COUNT > ZERO OR NOT HISTORY-AVAILABLE
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-TRAN-COUNT = ZERO OR WS-UNMAPPED-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
            IF CODEMAP-AVAILABLE
                CLOSE CODEMAP
            END-IF
            CLOSE SIMRPT
            STOP RUN.

        LOAD-SIM-CARD.
            OPEN INPUT SIMPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ SIMPARM
                AT END SET EOF TO TRUE
            END-READ
            IF NOT EOF
                MOVE 1 TO WS-PARSE-PTR
                UNSTRING PARM-CARD DELIMITED BY ALL SPACE
                    INTO WS-HISTORY-DAYS WS-PARM-ASOF
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-HISTORY-DAYS NOT NUMERIC
                        OR WS-HISTORY-DAYS = ZERO
                    MOVE 30 TO WS-HISTORY-DAYS
                END-IF
                IF WS-PARM-ASOF NOT NUMERIC
                    MOVE ZERO TO WS-PARM-ASOF
                END-IF
            END-IF
            CLOSE SIMPARM
            MOVE "N" TO WS-EOF-SW.

        LOAD-RULE-FILE.
            OPEN INPUT RULEFILE
            IF WS-RULE-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ RULEFILE
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF WS-RULE-COUNT < 500
                    ADD 1 TO WS-RULE-COUNT
                    MOVE RULE-FROM TO RTB-FROM (WS-RULE-COUNT)
                    MOVE RULE-EFF-FROM TO RTB-EFF-FROM (WS-RULE-COUNT)
                    MOVE RULE-TO TO RTB-TO (WS-RULE-COUNT)
                    MOVE RULE-EFF-TO TO RTB-CUR-EFF-TO (WS-RULE-COUNT)
                    MOVE RULE-EFF-TO TO RTB-NEW-EFF-TO (WS-RULE-COUNT)
                    SET RTB-ON-FILE (WS-RULE-COUNT) TO TRUE
                ELSE
                    ADD 1 TO WS-RULE-OVERFLOW
                END-IF
                READ RULEFILE
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE RULEFILE
            MOVE "N" TO WS-EOF-SW.

        PROCESS-ONE-TRAN.
            SET TRAN-OK TO TRUE
            MOVE SPACES TO WS-REJECT-TEXT
            MOVE SPACES TO WS-ACTION
            MOVE ZERO TO WS-T-FROM WS-T-TO
            MOVE ZERO TO WS-T-EFFFROM WS-T-EFFTO
            MOVE 1 TO WS-PARSE-PTR
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-ACTION
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            EVALUATE WS-ACTION
                WHEN "ADD"
                    PERFORM SIMULATE-ADD-RULE
                WHEN "EXPIRE"
                    PERFORM SIMULATE-EXPIRE-RULE
                WHEN "CHKDIGIT"
                    MOVE SPACES TO RPT-REC
                    STRING "CHECK-DIGIT CONTROL CARD - NOT SIMULATED: "
                        TRAN-LINE (1:40)
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                    EXIT PARAGRAPH
                WHEN OTHER
                    SET TRAN-BAD TO TRUE
                    MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
            END-EVALUATE
            IF TRAN-BAD
                ADD 1 TO WS-REJECTED-COUNT
                MOVE SPACES TO RPT-REC
                STRING "** REJECTED: " WS-REJECT-TEXT
                    " - RAW LINE: " TRAN-LINE (1:50)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            ELSE
                ADD 1 TO WS-APPLIED-COUNT
                IF WS-CHANGE-DATE > WS-LATEST-CHANGE
                    MOVE WS-CHANGE-DATE TO WS-LATEST-CHANGE
                END-IF
            END-IF.

        SIMULATE-ADD-RULE.
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-FROM WS-T-TO WS-T-EFFFROM WS-T-EFFTO
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-FROM NOT NUMERIC OR WS-T-TO NOT NUMERIC
                    OR WS-T-EFFFROM NOT NUMERIC
                    OR WS-T-EFFTO NOT NUMERIC
                    OR WS-T-EFFFROM = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "RULE FIELDS NOT NUMERIC" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-RULE-ENTRY
            IF RULE-ENTRY-FOUND
                SET TRAN-BAD TO TRUE
                MOVE "RULE ALREADY ON FILE" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WS-RULE-COUNT NOT < 500
                SET TRAN-BAD TO TRUE
                MOVE "RULE TABLE FULL" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-RULE-COUNT
            MOVE WS-T-FROM TO RTB-FROM (WS-RULE-COUNT)
            MOVE WS-T-EFFFROM TO RTB-EFF-FROM (WS-RULE-COUNT)
            MOVE WS-T-TO TO RTB-TO (WS-RULE-COUNT)
            MOVE ZERO TO RTB-CUR-EFF-TO (WS-RULE-COUNT)
            MOVE WS-T-EFFTO TO RTB-NEW-EFF-TO (WS-RULE-COUNT)
            SET RTB-PROPOSED (WS-RULE-COUNT) TO TRUE
            MOVE WS-T-EFFFROM TO WS-CHANGE-DATE
            MOVE SPACES TO RPT-REC
            STRING "PROPOSED RULE ADD: " WS-T-FROM " MAPS TO "
                WS-T-TO " EFFECTIVE " WS-T-EFFFROM
                " THROUGH " WS-T-EFFTO
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        SIMULATE-EXPIRE-RULE.
            UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-T-FROM WS-T-EFFFROM WS-T-EFFTO
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-T-FROM NOT NUMERIC
                    OR WS-T-EFFFROM NOT NUMERIC
                    OR WS-T-EFFTO NOT NUMERIC
                    OR WS-T-EFFTO = ZERO
                SET TRAN-BAD TO TRUE
                MOVE "EXPIRE FIELDS NOT NUMERIC" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-RULE-ENTRY
            IF NOT RULE-ENTRY-FOUND
                SET TRAN-BAD TO TRUE
                MOVE "RULE NOT ON FILE" TO WS-REJECT-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-T-EFFTO TO RTB-NEW-EFF-TO (WS-RULE-SUB)
            COMPUTE WS-CHANGE-INT =
                FUNCTION INTEGER-OF-DATE (WS-T-EFFTO) + 1
            COMPUTE WS-CHANGE-DATE =
                FUNCTION DATE-OF-INTEGER (WS-CHANGE-INT)
            MOVE SPACES TO RPT-REC
            STRING "PROPOSED RULE EXPIRE: " WS-T-FROM
                " EFFECTIVE-FROM " WS-T-EFFFROM
                " WOULD END " WS-T-EFFTO
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        FIND-RULE-ENTRY.
            MOVE "N" TO WS-RULE-FOUND-SW
            PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                UNTIL WS-RULE-SUB > WS-RULE-COUNT
                    OR RULE-ENTRY-FOUND
                IF RTB-FROM (WS-RULE-SUB) EQUAL WS-T-FROM
                        AND RTB-EFF-FROM (WS-RULE-SUB)
                            EQUAL WS-T-EFFFROM
                    SET RULE-ENTRY-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF RULE-ENTRY-FOUND
                SUBTRACT 1 FROM WS-RULE-SUB
            END-IF.

        SET-AS-OF-DATE.
            IF WS-PARM-ASOF NOT = ZERO
                MOVE WS-PARM-ASOF TO WS-ASOF-DATE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-TODAY-NUM TO WS-ASOF-DATE
            IF WS-LATEST-CHANGE > WS-ASOF-DATE
                MOVE WS-LATEST-CHANGE TO WS-ASOF-DATE
            END-IF.

        BUILD-CURRENT-RULES.
            PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                UNTIL WS-RULE-SUB > WS-RULE-COUNT
                IF RTB-ON-FILE (WS-RULE-SUB)
                    MOVE RTB-FROM (WS-RULE-SUB) TO WS-CAND-FROM
                    MOVE RTB-TO (WS-RULE-SUB) TO WS-CAND-TO
                    MOVE RTB-EFF-FROM (WS-RULE-SUB) TO WS-CAND-EFF-FROM
                    MOVE RTB-CUR-EFF-TO (WS-RULE-SUB) TO WS-CAND-EFF-TO
                    IF WS-CAND-EFF-FROM <= WS-ASOF-DATE
                            AND (WS-CAND-EFF-TO = ZERO
                                 OR WS-ASOF-DATE <= WS-CAND-EFF-TO)
                        PERFORM STORE-CURRENT-RULE
                    END-IF
                END-IF
            END-PERFORM
            IF WS-CUR-COUNT = ZERO
                PERFORM VARYING WS-XLATE-IDX FROM 1 BY 1
                    UNTIL WS-XLATE-IDX > 10
                    ADD 1 TO WS-CUR-COUNT
                    SET CUR-IDX TO WS-CUR-COUNT
                    MOVE WS-XLATE-FROM (WS-XLATE-IDX)
                        TO CUR-FROM (CUR-IDX)
                    MOVE WS-XLATE-TO (WS-XLATE-IDX)
                        TO CUR-TO (CUR-IDX)
                    MOVE ZERO TO CUR-EFF-FROM (CUR-IDX)
                END-PERFORM
            END-IF.

        STORE-CURRENT-RULE.
            MOVE "N" TO WS-ACTIVE-FOUND-SW
            PERFORM VARYING CUR-IDX FROM 1 BY 1
                UNTIL CUR-IDX > WS-CUR-COUNT
                    OR ACTIVE-RULE-FOUND
                IF CUR-FROM (CUR-IDX) EQUAL WS-CAND-FROM
                    SET ACTIVE-RULE-FOUND TO TRUE
                    IF WS-CAND-EFF-FROM NOT < CUR-EFF-FROM (CUR-IDX)
                        MOVE WS-CAND-TO TO CUR-TO (CUR-IDX)
                        MOVE WS-CAND-EFF-FROM
                            TO CUR-EFF-FROM (CUR-IDX)
                    END-IF
                END-IF
            END-PERFORM
            IF NOT ACTIVE-RULE-FOUND
                IF WS-CUR-COUNT < 100
                    ADD 1 TO WS-CUR-COUNT
                    SET CUR-IDX TO WS-CUR-COUNT
                    MOVE WS-CAND-FROM TO CUR-FROM (CUR-IDX)
                    MOVE WS-CAND-TO TO CUR-TO (CUR-IDX)
                    MOVE WS-CAND-EFF-FROM TO CUR-EFF-FROM (CUR-IDX)
                END-IF
            END-IF.

        BUILD-PROPOSED-RULES.
            PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                UNTIL WS-RULE-SUB > WS-RULE-COUNT
                MOVE RTB-FROM (WS-RULE-SUB) TO WS-CAND-FROM
                MOVE RTB-TO (WS-RULE-SUB) TO WS-CAND-TO
                MOVE RTB-EFF-FROM (WS-RULE-SUB) TO WS-CAND-EFF-FROM
                MOVE RTB-NEW-EFF-TO (WS-RULE-SUB) TO WS-CAND-EFF-TO
                IF WS-CAND-EFF-FROM <= WS-ASOF-DATE
                        AND (WS-CAND-EFF-TO = ZERO
                             OR WS-ASOF-DATE <= WS-CAND-EFF-TO)
                    PERFORM STORE-PROPOSED-RULE
                END-IF
            END-PERFORM
            IF WS-NEW-COUNT = ZERO
                PERFORM VARYING WS-XLATE-IDX FROM 1 BY 1
                    UNTIL WS-XLATE-IDX > 10
                    ADD 1 TO WS-NEW-COUNT
                    SET NEW-IDX TO WS-NEW-COUNT
                    MOVE WS-XLATE-FROM (WS-XLATE-IDX)
                        TO NEW-FROM (NEW-IDX)
                    MOVE WS-XLATE-TO (WS-XLATE-IDX)
                        TO NEW-TO (NEW-IDX)
                    MOVE ZERO TO NEW-EFF-FROM (NEW-IDX)
                END-PERFORM
            END-IF.

        STORE-PROPOSED-RULE.
            MOVE "N" TO WS-ACTIVE-FOUND-SW
            PERFORM VARYING NEW-IDX FROM 1 BY 1
                UNTIL NEW-IDX > WS-NEW-COUNT
                    OR ACTIVE-RULE-FOUND
                IF NEW-FROM (NEW-IDX) EQUAL WS-CAND-FROM
                    SET ACTIVE-RULE-FOUND TO TRUE
                    IF WS-CAND-EFF-FROM NOT < NEW-EFF-FROM (NEW-IDX)
                        MOVE WS-CAND-TO TO NEW-TO (NEW-IDX)
                        MOVE WS-CAND-EFF-FROM
                            TO NEW-EFF-FROM (NEW-IDX)
                    END-IF
                END-IF
            END-PERFORM
            IF NOT ACTIVE-RULE-FOUND
                IF WS-NEW-COUNT < 100
                    ADD 1 TO WS-NEW-COUNT
                    SET NEW-IDX TO WS-NEW-COUNT
                    MOVE WS-CAND-FROM TO NEW-FROM (NEW-IDX)
                    MOVE WS-CAND-TO TO NEW-TO (NEW-IDX)
                    MOVE WS-CAND-EFF-FROM TO NEW-EFF-FROM (NEW-IDX)
                END-IF
            END-IF.

        TRANSLATE-CURRENT.
            SET CUR-IDX TO 1
            SEARCH WS-CUR-RULE
                AT END
                    MOVE WS-XLATE-DEFAULT-TO TO WS-OLD-OUT
                WHEN CUR-IDX > WS-CUR-COUNT
                    MOVE WS-XLATE-DEFAULT-TO TO WS-OLD-OUT
                WHEN CUR-FROM (CUR-IDX) EQUAL WS-SIM-CODE
                    MOVE CUR-TO (CUR-IDX) TO WS-OLD-OUT
            END-SEARCH.

        TRANSLATE-PROPOSED.
            SET NEW-IDX TO 1
            SEARCH WS-NEW-RULE
                AT END
                    MOVE WS-XLATE-DEFAULT-TO TO WS-NEW-OUT
                WHEN NEW-IDX > WS-NEW-COUNT
                    MOVE WS-XLATE-DEFAULT-TO TO WS-NEW-OUT
                WHEN NEW-FROM (NEW-IDX) EQUAL WS-SIM-CODE
                    MOVE NEW-TO (NEW-IDX) TO WS-NEW-OUT
            END-SEARCH.

        WRITE-RULE-DIFFERENCES.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "TRANSLATIONS THAT WOULD CHANGE AS OF "
                WS-ASOF-DATE
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-FROM-SUB FROM 0 BY 1
                UNTIL WS-FROM-SUB > 99
                MOVE WS-FROM-SUB TO WS-SIM-CODE
                PERFORM TRANSLATE-CURRENT
                PERFORM TRANSLATE-PROPOSED
                IF WS-OLD-OUT NOT EQUAL WS-NEW-OUT
                    ADD 1 TO WS-RULE-DIFF-COUNT
                    MOVE SPACES TO RPT-REC
                    STRING "  FROM " WS-SIM-CODE (35:2)
                        "  NOW MAPS TO " WS-OLD-OUT (35:2)
                        "  WOULD MAP TO " WS-NEW-OUT (35:2)
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                END-IF
            END-PERFORM
            IF WS-RULE-DIFF-COUNT = ZERO
                MOVE SPACES TO RPT-REC
                STRING "  NONE - THE PROPOSED RULES TRANSLATE EVERY"
                    " CODE THE SAME WAY AS TODAY'S"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        COLLECT-AUDIT-HISTORY.
            OPEN INPUT AUDITFILE
            IF WS-AUDIT-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** AUDIT FILE NOT AVAILABLE - STATUS "
                    WS-AUDIT-STATUS
                    " - HISTORY FROM THE CODES FILE ONLY"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            SET HISTORY-AVAILABLE TO TRUE
            READ AUDITFILE
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-AUDIT-READ
                PERFORM NOTE-AUDIT-RECORD
                READ AUDITFILE
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE AUDITFILE
            MOVE "N" TO WS-EOF-SW.

        NOTE-AUDIT-RECORD.
            MOVE SPACES TO WS-SPLIT-HEAD WS-SPLIT-TAIL
            UNSTRING AUDIT-REC DELIMITED BY "RUN-TS="
                INTO WS-SPLIT-HEAD WS-SPLIT-TAIL
            END-UNSTRING
            IF WS-SPLIT-TAIL (1:8) NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SPLIT-TAIL (1:8) TO WS-REC-DATE
            IF WS-REC-DATE < WS-CUTOFF-DATE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-SPLIT-HEAD WS-SPLIT-TAIL
            UNSTRING AUDIT-REC DELIMITED BY "ORIGINAL="
                INTO WS-SPLIT-HEAD WS-SPLIT-TAIL
            END-UNSTRING
            IF WS-SPLIT-TAIL EQUAL SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-REC-CODE-N
            UNSTRING WS-SPLIT-TAIL DELIMITED BY ALL SPACE
                INTO WS-REC-CODE-N
            END-UNSTRING
            IF WS-REC-CODE-N NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-AUDIT-IN-WINDOW
            PERFORM FIND-HISTORY-CODE
            IF CODE-ENTRY-FOUND
                ADD 1 TO SIM-HITS (WS-CODE-SUB)
            END-IF.

        FIND-HISTORY-CODE.
            MOVE "N" TO WS-CODE-FOUND-SW
            PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                UNTIL WS-CODE-SUB > WS-CODE-COUNT
                    OR CODE-ENTRY-FOUND
                IF SIM-CODE (WS-CODE-SUB) EQUAL WS-REC-CODE-N
                    SET CODE-ENTRY-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF CODE-ENTRY-FOUND
                SUBTRACT 1 FROM WS-CODE-SUB
                EXIT PARAGRAPH
            END-IF
            IF WS-CODE-COUNT < 3000
                ADD 1 TO WS-CODE-COUNT
                MOVE WS-CODE-COUNT TO WS-CODE-SUB
                MOVE WS-REC-CODE-N TO SIM-CODE (WS-CODE-SUB)
                MOVE ZERO TO SIM-HITS (WS-CODE-SUB)
                MOVE ZERO TO SIM-SEEN (WS-CODE-SUB)
                SET SIM-SAME (WS-CODE-SUB) TO TRUE
                SET CODE-ENTRY-FOUND TO TRUE
            ELSE
                ADD 1 TO WS-CODE-OVERFLOW
            END-IF.

        COLLECT-CODES-HISTORY.
            OPEN INPUT CODESFILE
            IF WS-CODES-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** CODES FILE NOT AVAILABLE - STATUS "
                    WS-CODES-STATUS
                    " - LIFETIME SEEN COUNTS NOT SHOWN"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            SET HISTORY-AVAILABLE TO TRUE
            READ CODESFILE
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF CODES-LAST-DATE NOT < WS-CUTOFF-DATE
                    MOVE CODES-KEY TO WS-REC-CODE-N
                    PERFORM FIND-HISTORY-CODE
                    IF CODE-ENTRY-FOUND
                        MOVE CODES-SEEN-COUNT TO SIM-SEEN (WS-CODE-SUB)
                        IF SIM-HITS (WS-CODE-SUB) = ZERO
                            MOVE 1 TO SIM-HITS (WS-CODE-SUB)
                        END-IF
                    END-IF
                END-IF
                READ CODESFILE
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE CODESFILE
            MOVE "N" TO WS-EOF-SW.

        SIMULATE-CODES.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "CODES SEEN SINCE " WS-CUTOFF-DATE
                " THAT WOULD TRANSLATE DIFFERENTLY"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "  ORIGINAL CODE                          "
                "WINDOW   LIFETIME  OUT NOW           NEW"
                "     DEPT STATION  MAP STATUS"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                UNTIL WS-CODE-SUB > WS-CODE-COUNT
                PERFORM SIMULATE-ONE-CODE
            END-PERFORM
            IF WS-CHANGED-COUNT = ZERO
                MOVE SPACES TO RPT-REC
                STRING "  NONE - NO CODE IN THE HISTORY WINDOW WOULD"
                    " TRANSLATE DIFFERENTLY"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        SIMULATE-ONE-CODE.
            MOVE SIM-CODE (WS-CODE-SUB) TO WS-SIM-CODE
            PERFORM TRANSLATE-CURRENT
            PERFORM TRANSLATE-PROPOSED
            MOVE WS-OLD-OUT TO SIM-OLD-OUT (WS-CODE-SUB)
            MOVE WS-NEW-OUT TO SIM-NEW-OUT (WS-CODE-SUB)
            IF WS-OLD-OUT EQUAL WS-NEW-OUT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CHANGED-COUNT
            ADD SIM-HITS (WS-CODE-SUB) TO WS-CHANGED-HITS
            SET SIM-CHANGED (WS-CODE-SUB) TO TRUE
            MOVE WS-OLD-OUT TO CMAP-CODE
            PERFORM LOOKUP-CODE-MAP
            MOVE WS-MAP-FOUND-SW TO WS-OLD-MAP-SW
            MOVE SPACES TO WS-OLD-DEPT
            MOVE ZERO TO WS-OLD-STATION
            IF CODE-MAPPED
                MOVE CMAP-DEPT TO WS-OLD-DEPT
                MOVE CMAP-STATION TO WS-OLD-STATION
            END-IF
            MOVE WS-NEW-OUT TO CMAP-CODE
            PERFORM LOOKUP-CODE-MAP
            MOVE SPACES TO WS-NEW-DEPT
            MOVE ZERO TO WS-NEW-STATION
            IF CODE-MAPPED
                MOVE CMAP-DEPT TO WS-NEW-DEPT
                MOVE CMAP-STATION TO WS-NEW-STATION
            ELSE
                IF WS-OLD-MAP-SW EQUAL "Y"
                    SET SIM-UNMAPPED (WS-CODE-SUB) TO TRUE
                    ADD 1 TO WS-UNMAPPED-COUNT
                END-IF
            END-IF
            MOVE SIM-HITS (WS-CODE-SUB) TO WS-HITS-ED
            MOVE SIM-SEEN (WS-CODE-SUB) TO WS-SEEN-ED
            MOVE SPACES TO RPT-REC
            STRING "  " WS-SIM-CODE
                "  " WS-HITS-ED
                "    " WS-SEEN-ED
                "  " WS-OLD-OUT (35:2)
                " " WS-OLD-DEPT "/" WS-OLD-STATION
                "  -> " WS-NEW-OUT (35:2)
                "      " WS-NEW-DEPT
                " " WS-NEW-STATION
                "     " WS-MAP-TEXT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        LOOKUP-CODE-MAP.
            MOVE "N" TO WS-MAP-FOUND-SW
            MOVE "UNMAPPED" TO WS-MAP-TEXT
            IF NOT CODEMAP-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            READ CODEMAP
                INVALID KEY CONTINUE
            END-READ
            IF WS-MAP-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            IF CMAP-EFF-DATE > WS-ASOF-DATE
                    OR (CMAP-EXP-DATE NOT = ZERO
                        AND CMAP-EXP-DATE < WS-ASOF-DATE)
                SET CODE-NOT-IN-EFFECT TO TRUE
                MOVE "NOT IN EFFECT" TO WS-MAP-TEXT
            ELSE
                SET CODE-MAPPED TO TRUE
                MOVE "MAPPED" TO WS-MAP-TEXT
            END-IF.

        WRITE-UNMAPPED-CODES.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "CODES THAT WOULD BECOME UNMAPPED - THE CODE"
                " BRIDGE WOULD DROP THESE TO ITS EXCEPTION LIST"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                UNTIL WS-CODE-SUB > WS-CODE-COUNT
                IF SIM-UNMAPPED (WS-CODE-SUB)
                    MOVE SIM-CODE (WS-CODE-SUB) TO WS-SIM-CODE
                    MOVE SIM-NEW-OUT (WS-CODE-SUB) TO WS-NEW-OUT
                    MOVE WS-NEW-OUT TO CMAP-CODE
                    PERFORM LOOKUP-CODE-MAP
                    MOVE SIM-HITS (WS-CODE-SUB) TO WS-HITS-ED
                    MOVE SPACES TO RPT-REC
                    STRING "  " WS-SIM-CODE
                        "  SEEN " WS-HITS-ED
                        "  WOULD TRANSLATE TO " WS-NEW-OUT (35:2)
                        " - " WS-MAP-TEXT
                        DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                END-IF
            END-PERFORM
            IF WS-UNMAPPED-COUNT = ZERO
                MOVE SPACES TO RPT-REC
                STRING "  NONE"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-SIM-TRAILER.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE WS-TRAN-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "TRANSACTIONS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-APPLIED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "SIMULATED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-REJECTED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "REJECTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-AUDIT-IN-WINDOW TO WS-HITS-ED
            MOVE SPACES TO RPT-REC
            STRING "AUDIT RECORDS IN WINDOW=" WS-HITS-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-CODE-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "DISTINCT CODES IN WINDOW=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-CHANGED-COUNT TO WS-COUNT-ED
            MOVE WS-CHANGED-HITS TO WS-HITS-ED
            MOVE SPACES TO RPT-REC
            STRING "CODES TRANSLATING DIFFERENTLY=" WS-COUNT-ED
                "  TIMES SEEN=" WS-HITS-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-UNMAPPED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CODES BECOMING UNMAPPED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-CODE-OVERFLOW > ZERO
                MOVE WS-CODE-OVERFLOW TO WS-HITS-ED
                MOVE SPACES TO RPT-REC
                STRING "** CODE TABLE FULL - " WS-HITS-ED
                    " HISTORY RECORDS NOT SIMULATED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            IF WS-RULE-OVERFLOW > ZERO
                MOVE WS-RULE-OVERFLOW TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** RULE TABLE FULL - " WS-COUNT-ED
                    " RULE FILE RECORDS NOT LOADED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        END PROGRAM XLATSIM.
