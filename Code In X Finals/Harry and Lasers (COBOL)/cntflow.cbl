        IDENTIFICATION DIVISION.
        PROGRAM-ID. CNTFLOW.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNHIST ASSIGN TO "RUNHIST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FILE-STATUS.
            SELECT PRINTOUT ASSIGN TO "PRINTOUT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FILE-STATUS.
            SELECT BRDGEXCP ASSIGN TO "BRDGEXCP"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FILE-STATUS.
            SELECT HARRYIN ASSIGN TO "HARRYIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FILE-STATUS.
            SELECT SPLITCTL ASSIGN TO "SPLITCTL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FILE-STATUS.
            SELECT STRMTOT ASSIGN TO "STRMTOT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FILE-STATUS.
            SELECT REJECTIN ASSIGN TO "REJECTIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FILE-STATUS.
            SELECT STATHIST ASSIGN TO "STATHIST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FILE-STATUS.
            SELECT SAFEXTR ASSIGN TO "SAFEXTR"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FILE-STATUS.
            SELECT FLOWRPT ASSIGN TO "FLOWRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD RUNHIST.
         COPY RUNHIST.

         FD PRINTOUT.
         01 PRINT-LINE PIC X(80).

         FD BRDGEXCP.
         01 EXCP-LINE PIC X(80).

         FD HARRYIN.
         01 HARRY-LINE PIC X(255).

         FD SPLITCTL.
         COPY SPLITCTL.

         FD STRMTOT.
         COPY STRMTOT.

         FD REJECTIN.
         01 REJECT-LINE PIC X(310).

         FD STATHIST.
         01 STAT-REC.
             05 STAT-RUN-DATE PIC 9(8).
             05 STAT-CASE-NUM PIC 9(6).
             05 STAT-ZONE-ID  PIC 9(4).
             05 STAT-VERDICT  PIC X(3).
             05 STAT-SEGMENT  PIC 9(3).
             05 STAT-DEPT     PIC X(4).
             05 STAT-SOURCE   PIC X.
             05 STAT-RUN-ID   PIC X(11).
             05 STAT-STATION  PIC 9(4).
             05 STAT-SITE-ID  PIC 9(2).
             05 STAT-OWNER-DEPT PIC X(4).
             05 STAT-OBS-TYPE PIC X(4).
             05 STAT-NEAR-SEG PIC 9(3).

         FD SAFEXTR.
         01 EXTR-LINE PIC X(80).

         FD FLOWRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-FILE-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-FILE-NAME PIC X(8).

         01 WS-ACC-FOUND-SW PIC X VALUE "N".
             88 ACC-HIST-FOUND VALUE "Y".
         01 WS-ACC-READ     PIC 9(7) VALUE ZERO.
         01 WS-ACC-ALT      PIC 9(7) VALUE ZERO.
         01 WS-ACC-START-TS PIC X(14) VALUE SPACES.
         01 WS-BRG-FOUND-SW PIC X VALUE "N".
             88 BRG-HIST-FOUND VALUE "Y".
         01 WS-BRG-READ     PIC 9(7) VALUE ZERO.
         01 WS-BRG-WRITE    PIC 9(7) VALUE ZERO.
         01 WS-BRG-ALT      PIC 9(7) VALUE ZERO.
         01 WS-HLS-FOUND-SW PIC X VALUE "N".
             88 HLS-HIST-FOUND VALUE "Y".
         01 WS-HLS-READ     PIC 9(7) VALUE ZERO.
         01 WS-HLS-WRITE    PIC 9(7) VALUE ZERO.

         01 WS-PO-TRL-LINES  PIC 9 VALUE ZERO.
         01 WS-PO-NUMBERS    PIC 9(7) VALUE ZERO.
         01 WS-PO-READ       PIC 9(7) VALUE ZERO.
         01 WS-PO-ENVELOPE   PIC 9(7) VALUE ZERO.
         01 WS-PO-BATCHREJ   PIC 9(7) VALUE ZERO.
         01 WS-PO-RELEASED   PIC 9(7) VALUE ZERO.
         01 WS-PO-ACCEPTED   PIC 9(7) VALUE ZERO.
         01 WS-PO-REJECTED   PIC 9(7) VALUE ZERO.
         01 WS-PO-SUSPENDED  PIC 9(7) VALUE ZERO.
         01 WS-PO-DUPLICATE  PIC 9(7) VALUE ZERO.
         01 WS-PO-RERUN      PIC 9(7) VALUE ZERO.
         01 WS-PO-HELD       PIC 9(7) VALUE ZERO.
         01 WS-PO-REEMIT     PIC 9(7) VALUE ZERO.

         01 WS-EXC-UNMAPPED  PIC 9(7) VALUE ZERO.
         01 WS-EXC-FULL      PIC 9(7) VALUE ZERO.

         01 WS-HIN-HEADER-SW PIC X VALUE "N".
             88 HIN-HEADER-FOUND VALUE "Y".
         01 WS-HIN-HEADER    PIC 9(7) VALUE ZERO.
         01 WS-HIN-CASES     PIC 9(7) VALUE ZERO.
         01 WS-HIN-DEPTS     PIC 9(7) VALUE ZERO.
         01 WS-HIN-NUM-TEXT PIC X(6).
         01 WS-HIN-NUM REDEFINES WS-HIN-NUM-TEXT PIC 9(6).

         01 WS-SPC-RECS      PIC 9(3) VALUE ZERO.
         01 WS-SPC-CASES     PIC 9(7) VALUE ZERO.
         01 WS-SPC-LOW-BASE  PIC 9(6) VALUE 999999.
         01 WS-REPLAY-SW PIC X VALUE "N".
             88 REPLAY-RUN VALUE "Y".

         01 WS-STT-RECS      PIC 9(3) VALUE ZERO.
         01 WS-STT-CASES     PIC 9(7) VALUE ZERO.
         01 WS-STT-YES       PIC 9(7) VALUE ZERO.
         01 WS-STT-NO        PIC 9(7) VALUE ZERO.
         01 WS-STT-ERR       PIC 9(7) VALUE ZERO.
         01 WS-STT-EXC       PIC 9(7) VALUE ZERO.
         01 WS-STT-SUS       PIC 9(7) VALUE ZERO.
         01 WS-STT-NAR       PIC 9(7) VALUE ZERO.
         01 WS-STT-SWEEPS    PIC 9(7) VALUE ZERO.
         01 WS-STT-CSV       PIC 9(7) VALUE ZERO.
         01 WS-STT-EXTR      PIC 9(7) VALUE ZERO.
         01 WS-STT-EARLIEST  PIC X(14) VALUE HIGH-VALUES.

         01 WS-REJ-PARSE     PIC 9(7) VALUE ZERO.
         01 WS-REJ-TALLY     PIC 9(3).

         01 WS-WINDOW-START  PIC X(14).
         01 WS-STAT-STAMP.
             05 WS-STAMP-DATE PIC 9(8).
             05 WS-STAMP-TIME PIC X(6).
         01 WS-STH-COUNT     PIC 9(7) VALUE ZERO.
         01 WS-STH-REPEAT    PIC 9(7) VALUE ZERO.
         01 WS-STH-OUTSIDE   PIC 9(7) VALUE ZERO.
         01 WS-CASE-OFFSET   PIC S9(7).
         01 WS-CASE-SEEN-TABLE.
             05 WS-CASE-SEEN OCCURS 9999 TIMES PIC X.

         01 WS-EXT-DETAILS   PIC 9(7) VALUE ZERO.
         01 WS-EXT-TRL-COUNT PIC 9(7) VALUE ZERO.
         01 WS-EXT-TRL-SW PIC X VALUE "N".
             88 EXTR-TRAILER-FOUND VALUE "Y".

         01 WS-TOKEN-TABLE.
             05 WS-TOKEN OCCURS 10 TIMES PIC X(20).
         01 WS-TOK-SUB PIC 9(2).
         01 WS-TOK-KEY PIC X(12).
         01 WS-TOK-VAL PIC X(8).
         01 WS-TOK-NUM PIC 9(7).

         01 WS-FLOW-LABEL PIC X(40).
         01 WS-FLOW-NUM   PIC S9(8).
         01 WS-FLOW-LEFT  PIC S9(8).
         01 WS-FLOW-RIGHT PIC S9(8).
         01 WS-FLOW-DIFF  PIC S9(8).
         01 WS-FLOW-DESC  PIC X(40).
         01 WS-MISMATCH-COUNT PIC 9(3) VALUE ZERO.
         01 WS-COUNT-ED PIC Z(6)9.
         01 WS-COUNT-ED2 PIC Z(6)9.
         01 WS-DIFF-ED PIC -(7)9.

         COPY RCTLPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "FLOWSTEP" TO RCP-STEP
            MOVE "CNTFLOW" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT FLOWRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE SPACES TO RPT-REC
            STRING "CHAIN COUNT-FLOW BALANCE - RUN " WS-RUN-TS (1:10)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM READ-RUN-HISTORY
            PERFORM SCAN-PRINTOUT
            PERFORM SCAN-BRIDGE-EXCEPTIONS
            PERFORM SCAN-HARRY-INPUT
            PERFORM SCAN-SPLIT-CONTROL
            PERFORM SCAN-STREAM-TOTALS
            PERFORM SCAN-REJECTS
            PERFORM SCAN-STAT-HISTORY
            PERFORM SCAN-EXTRACT
            PERFORM REPORT-ACCEPT-STAGE
            PERFORM REPORT-BRIDGE-STAGE
            PERFORM REPORT-CASE-INPUT-STAGE
            PERFORM REPORT-VERDICT-STAGE
            PERFORM REPORT-OUTPUT-STAGE
            PERFORM WRITE-CERTIFICATE
            IF WS-MISMATCH-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE FLOWRPT
            MOVE RETURN-CODE TO RCP-RC
            MOVE 0 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        READ-RUN-HISTORY.
            OPEN INPUT RUNHIST
            IF WS-FILE-STATUS NOT EQUAL "00"
                MOVE "RUNHIST" TO WS-FILE-NAME
                PERFORM NOTE-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            READ RUNHIST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                EVALUATE RUNH-PROGRAM
                    WHEN "ACCEPTIT"
                        SET ACC-HIST-FOUND TO TRUE
                        MOVE RUNH-READ-CNT TO WS-ACC-READ
                        MOVE RUNH-ALT-CNT TO WS-ACC-ALT
                        MOVE RUNH-START-TS TO WS-ACC-START-TS
                    WHEN "CODEBRDG"
                        SET BRG-HIST-FOUND TO TRUE
                        MOVE RUNH-READ-CNT TO WS-BRG-READ
                        MOVE RUNH-WRITE-CNT TO WS-BRG-WRITE
                        MOVE RUNH-ALT-CNT TO WS-BRG-ALT
                    WHEN "HARRYLAS"
                        SET HLS-HIST-FOUND TO TRUE
                        MOVE RUNH-READ-CNT TO WS-HLS-READ
                        MOVE RUNH-WRITE-CNT TO WS-HLS-WRITE
                END-EVALUATE
                READ RUNHIST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE RUNHIST
            MOVE "N" TO WS-EOF-SW.

        SCAN-PRINTOUT.
            OPEN INPUT PRINTOUT
            IF WS-FILE-STATUS NOT EQUAL "00"
                MOVE "PRINTOUT" TO WS-FILE-NAME
                PERFORM NOTE-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            READ PRINTOUT
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                EVALUATE TRUE
                    WHEN PRINT-LINE (1:14) EQUAL "THE NUMBER IS "
                            AND PRINT-LINE (15:36) NUMERIC
                        ADD 1 TO WS-PO-NUMBERS
                    WHEN PRINT-LINE (1:16) EQUAL "** RUN COUNTS - "
                        ADD 1 TO WS-PO-TRL-LINES
                        PERFORM PARSE-COUNT-LINE
                    WHEN PRINT-LINE (1:18) EQUAL "** RUN OUTCOMES - "
                        ADD 1 TO WS-PO-TRL-LINES
                        PERFORM PARSE-COUNT-LINE
                END-EVALUATE
                READ PRINTOUT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE PRINTOUT
            MOVE "N" TO WS-EOF-SW.

        PARSE-COUNT-LINE.
            MOVE SPACES TO WS-TOKEN-TABLE
            UNSTRING PRINT-LINE DELIMITED BY ALL SPACE
                INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                     WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
                     WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)
                     WS-TOKEN (10)
            END-UNSTRING
            PERFORM VARYING WS-TOK-SUB FROM 1 BY 1
                UNTIL WS-TOK-SUB > 10
                MOVE SPACES TO WS-TOK-KEY WS-TOK-VAL
                UNSTRING WS-TOKEN (WS-TOK-SUB) DELIMITED BY "="
                    INTO WS-TOK-KEY WS-TOK-VAL
                END-UNSTRING
                IF WS-TOK-VAL NOT EQUAL SPACES
                    MOVE FUNCTION NUMVAL (WS-TOK-VAL) TO WS-TOK-NUM
                    EVALUATE WS-TOK-KEY
                        WHEN "READ"
                            MOVE WS-TOK-NUM TO WS-PO-READ
                        WHEN "ENVELOPE"
                            MOVE WS-TOK-NUM TO WS-PO-ENVELOPE
                        WHEN "BATCHREJ"
                            MOVE WS-TOK-NUM TO WS-PO-BATCHREJ
                        WHEN "RELEASED"
                            MOVE WS-TOK-NUM TO WS-PO-RELEASED
                        WHEN "ACCEPTED"
                            MOVE WS-TOK-NUM TO WS-PO-ACCEPTED
                        WHEN "REJECTED"
                            MOVE WS-TOK-NUM TO WS-PO-REJECTED
                        WHEN "SUSPENDED"
                            MOVE WS-TOK-NUM TO WS-PO-SUSPENDED
                        WHEN "DUPLICATE"
                            MOVE WS-TOK-NUM TO WS-PO-DUPLICATE
                        WHEN "RERUN"
                            MOVE WS-TOK-NUM TO WS-PO-RERUN
                        WHEN "HELD"
                            MOVE WS-TOK-NUM TO WS-PO-HELD
                        WHEN "REEMITTED"
                            MOVE WS-TOK-NUM TO WS-PO-REEMIT
                    END-EVALUATE
                END-IF
            END-PERFORM.

        SCAN-BRIDGE-EXCEPTIONS.
            OPEN INPUT BRDGEXCP
            IF WS-FILE-STATUS NOT EQUAL "00"
                MOVE "BRDGEXCP" TO WS-FILE-NAME
                PERFORM NOTE-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            READ BRDGEXCP
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                EVALUATE TRUE
                    WHEN EXCP-LINE (1:14) EQUAL "UNMAPPED CODE "
                        ADD 1 TO WS-EXC-UNMAPPED
                    WHEN EXCP-LINE (1:23) EQUAL
                            "CASE TABLE FULL - CODE "
                        ADD 1 TO WS-EXC-FULL
                END-EVALUATE
                READ BRDGEXCP
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE BRDGEXCP
            MOVE "N" TO WS-EOF-SW.

        SCAN-HARRY-INPUT.
            OPEN INPUT HARRYIN
            IF WS-FILE-STATUS NOT EQUAL "00"
                MOVE "HARRYIN" TO WS-FILE-NAME
                PERFORM NOTE-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            READ HARRYIN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                EVALUATE TRUE
                    WHEN HIN-HEADER-FOUND
                        EVALUATE TRUE
                            WHEN HARRY-LINE (1:5) EQUAL "DEPT "
                                ADD 1 TO WS-HIN-DEPTS
                            WHEN HARRY-LINE EQUAL SPACES
                                CONTINUE
                            WHEN OTHER
                                ADD 1 TO WS-HIN-CASES
                        END-EVALUATE
                    WHEN HARRY-LINE (1:7) EQUAL "REPLAY "
                            OR HARRY-LINE (1:5) EQUAL "SITE "
                            OR HARRY-LINE (1:10) EQUAL "CHECKTIME "
                            OR HARRY-LINE (1:9) EQUAL "CASEBASE "
                            OR HARRY-LINE (1:7) EQUAL "STREAM "
                        CONTINUE
                    WHEN OTHER
                        SET HIN-HEADER-FOUND TO TRUE
                        MOVE HARRY-LINE (1:6) TO WS-HIN-NUM-TEXT
                        INSPECT WS-HIN-NUM-TEXT
                            REPLACING ALL SPACE BY ZERO
                        IF WS-HIN-NUM-TEXT NUMERIC
                            MOVE WS-HIN-NUM TO WS-HIN-HEADER
                        END-IF
                END-EVALUATE
                READ HARRYIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE HARRYIN
            MOVE "N" TO WS-EOF-SW.

        SCAN-SPLIT-CONTROL.
            OPEN INPUT SPLITCTL
            IF WS-FILE-STATUS NOT EQUAL "00"
                MOVE "SPLITCTL" TO WS-FILE-NAME
                PERFORM NOTE-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            READ SPLITCTL
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-SPC-RECS
                ADD SPC-CASES TO WS-SPC-CASES
                IF SPC-CASE-BASE < WS-SPC-LOW-BASE
                    MOVE SPC-CASE-BASE TO WS-SPC-LOW-BASE
                END-IF
                IF SPC-REPLAY EQUAL "Y"
                    SET REPLAY-RUN TO TRUE
                END-IF
                READ SPLITCTL
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE SPLITCTL
            MOVE "N" TO WS-EOF-SW
            IF WS-SPC-RECS = ZERO
                MOVE ZERO TO WS-SPC-LOW-BASE
            END-IF.

        SCAN-STREAM-TOTALS.
            OPEN INPUT STRMTOT
            IF WS-FILE-STATUS NOT EQUAL "00"
                MOVE "STRMTOT" TO WS-FILE-NAME
                PERFORM NOTE-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            READ STRMTOT
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-STT-RECS
                ADD STT-CASES TO WS-STT-CASES
                ADD STT-YES TO WS-STT-YES
                ADD STT-NO TO WS-STT-NO
                ADD STT-ERR TO WS-STT-ERR
                ADD STT-EXC TO WS-STT-EXC
                ADD STT-SUS TO WS-STT-SUS
                ADD STT-NAR TO WS-STT-NAR
                ADD STT-SWEEPS TO WS-STT-SWEEPS
                ADD STT-CSV TO WS-STT-CSV
                ADD STT-EXTR-COUNT TO WS-STT-EXTR
                IF STT-START-TS (1:14) < WS-STT-EARLIEST
                    MOVE STT-START-TS (1:14) TO WS-STT-EARLIEST
                END-IF
                IF STT-REPLAY-RUN
                    SET REPLAY-RUN TO TRUE
                END-IF
                READ STRMTOT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE STRMTOT
            MOVE "N" TO WS-EOF-SW.

        SCAN-REJECTS.
            OPEN INPUT REJECTIN
            IF WS-FILE-STATUS NOT EQUAL "00"
                MOVE "REJECTIN" TO WS-FILE-NAME
                PERFORM NOTE-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            READ REJECTIN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE ZERO TO WS-REJ-TALLY
                INSPECT REJECT-LINE (1:40) TALLYING WS-REJ-TALLY
                    FOR ALL " FAILED UNSTRING - "
                IF REJECT-LINE (1:5) EQUAL "CASE "
                        AND WS-REJ-TALLY > ZERO
                    ADD 1 TO WS-REJ-PARSE
                END-IF
                READ REJECTIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE REJECTIN
            MOVE "N" TO WS-EOF-SW.

        SCAN-STAT-HISTORY.
            IF WS-ACC-START-TS NOT EQUAL SPACES
                MOVE WS-ACC-START-TS TO WS-WINDOW-START
            ELSE
                MOVE WS-STT-EARLIEST TO WS-WINDOW-START
            END-IF
            MOVE SPACES TO WS-CASE-SEEN-TABLE
            OPEN INPUT STATHIST
            IF WS-FILE-STATUS NOT EQUAL "00"
                MOVE "STATHIST" TO WS-FILE-NAME
                PERFORM NOTE-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            READ STATHIST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE STAT-RUN-DATE TO WS-STAMP-DATE
                MOVE STAT-RUN-ID (1:6) TO WS-STAMP-TIME
                IF STAT-SOURCE EQUAL "B"
                        AND WS-STAT-STAMP NOT < WS-WINDOW-START
                    PERFORM COUNT-STAT-CASE
                END-IF
                READ STATHIST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE STATHIST
            MOVE "N" TO WS-EOF-SW.

        COUNT-STAT-CASE.
            COMPUTE WS-CASE-OFFSET = STAT-CASE-NUM - WS-SPC-LOW-BASE
            IF WS-CASE-OFFSET < 1 OR WS-CASE-OFFSET > 9999
                    OR WS-CASE-OFFSET > WS-SPC-CASES
                ADD 1 TO WS-STH-OUTSIDE
                EXIT PARAGRAPH
            END-IF
            IF WS-CASE-SEEN (WS-CASE-OFFSET) EQUAL "Y"
                ADD 1 TO WS-STH-REPEAT
            ELSE
                MOVE "Y" TO WS-CASE-SEEN (WS-CASE-OFFSET)
                ADD 1 TO WS-STH-COUNT
            END-IF.

        SCAN-EXTRACT.
            OPEN INPUT SAFEXTR
            IF WS-FILE-STATUS NOT EQUAL "00"
                MOVE "SAFEXTR" TO WS-FILE-NAME
                PERFORM NOTE-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            READ SAFEXTR
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                EVALUATE EXTR-LINE (1:1)
                    WHEN "D"
                        ADD 1 TO WS-EXT-DETAILS
                    WHEN "T"
                        SET EXTR-TRAILER-FOUND TO TRUE
                        IF EXTR-LINE (2:7) NUMERIC
                            MOVE EXTR-LINE (2:7) TO WS-EXT-TRL-COUNT
                        END-IF
                END-EVALUATE
                READ SAFEXTR
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE SAFEXTR
            MOVE "N" TO WS-EOF-SW.

        NOTE-FILE-MISSING.
            ADD 1 TO WS-MISMATCH-COUNT
            MOVE SPACES TO RPT-REC
            STRING "** " WS-FILE-NAME " COULD NOT BE OPENED - STATUS "
                WS-FILE-STATUS " - ITS COUNTS ARE TAKEN AS ZERO"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        REPORT-ACCEPT-STAGE.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE "STAGE 1 - ACCEPT_IT INPUT TO ACCEPTED CODES"
                TO RPT-REC
            WRITE RPT-REC
            IF WS-PO-TRL-LINES < 3
                ADD 1 TO WS-MISMATCH-COUNT
                MOVE SPACES TO RPT-REC
                STRING "** ACCEPT_IT RUN COUNTS MISSING FROM PRINTOUT"
                    " - RUN MAY HAVE BEEN CANCELLED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            MOVE "INPUT RECORDS READ" TO WS-FLOW-LABEL
            MOVE WS-PO-READ TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "PLUS CODES RELEASED FROM SUSPENSE" TO WS-FLOW-LABEL
            MOVE WS-PO-RELEASED TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "LESS BATCH HEADERS AND TRAILERS" TO WS-FLOW-LABEL
            MOVE WS-PO-ENVELOPE TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "LESS RECORDS IN REJECTED BATCHES" TO WS-FLOW-LABEL
            MOVE WS-PO-BATCHREJ TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "LESS REJECTED" TO WS-FLOW-LABEL
            MOVE WS-PO-REJECTED TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "LESS SUSPENDED (CHECK DIGIT)" TO WS-FLOW-LABEL
            COMPUTE WS-FLOW-NUM = WS-PO-SUSPENDED - WS-PO-HELD
            PERFORM WRITE-FLOW-LINE
            MOVE "LESS DUPLICATE" TO WS-FLOW-LABEL
            MOVE WS-PO-DUPLICATE TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "LESS ALREADY PROCESSED ON A RERUN" TO WS-FLOW-LABEL
            MOVE WS-PO-RERUN TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "ACCEPTED CODES" TO WS-FLOW-LABEL
            MOVE WS-PO-ACCEPTED TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "PLUS RE-EMITTED FROM AN EARLIER ATTEMPT"
                TO WS-FLOW-LABEL
            MOVE WS-PO-REEMIT TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "(RELEASED CODES HELD AGAIN, NOT IN READ)"
                TO WS-FLOW-LABEL
            MOVE WS-PO-HELD TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            COMPUTE WS-FLOW-LEFT = WS-PO-READ + WS-PO-RELEASED
                - WS-PO-ENVELOPE - WS-PO-BATCHREJ - WS-PO-REJECTED
                - WS-PO-SUSPENDED + WS-PO-HELD - WS-PO-DUPLICATE
                - WS-PO-RERUN
            COMPUTE WS-FLOW-RIGHT = WS-PO-ACCEPTED + WS-PO-REEMIT
            MOVE "INPUT LESS EXPLAINED = CODES PASSED ON"
                TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF
            IF NOT ACC-HIST-FOUND
                ADD 1 TO WS-MISMATCH-COUNT
                MOVE "** NO ACCEPTIT RECORD ON RUNHIST" TO RPT-REC
                WRITE RPT-REC
            ELSE
                MOVE WS-PO-READ TO WS-FLOW-LEFT
                MOVE WS-ACC-READ TO WS-FLOW-RIGHT
                MOVE "READ = RUNHIST ACCEPTIT READ" TO WS-FLOW-DESC
                PERFORM CHECK-HANDOFF
                MOVE WS-PO-ACCEPTED TO WS-FLOW-LEFT
                MOVE WS-ACC-ALT TO WS-FLOW-RIGHT
                MOVE "ACCEPTED = RUNHIST ACCEPTIT ACCEPTED"
                    TO WS-FLOW-DESC
                PERFORM CHECK-HANDOFF
            END-IF
            MOVE "CODE LINES ON PRINTOUT" TO WS-FLOW-LABEL
            MOVE WS-PO-NUMBERS TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            COMPUTE WS-FLOW-LEFT = WS-PO-ACCEPTED + WS-PO-REEMIT
            MOVE WS-PO-NUMBERS TO WS-FLOW-RIGHT
            MOVE "CODES PASSED ON = CODE LINES FOR BRIDGE"
                TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF.

        REPORT-BRIDGE-STAGE.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE "STAGE 2 - CODE BRIDGE" TO RPT-REC
            WRITE RPT-REC
            IF NOT BRG-HIST-FOUND
                ADD 1 TO WS-MISMATCH-COUNT
                MOVE "** NO CODEBRDG RECORD ON RUNHIST" TO RPT-REC
                WRITE RPT-REC
            END-IF
            MOVE "CODES READ BY BRIDGE" TO WS-FLOW-LABEL
            MOVE WS-BRG-READ TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "LESS UNMAPPED (BRDGEXCP)" TO WS-FLOW-LABEL
            MOVE WS-EXC-UNMAPPED TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "LESS NOT BRIDGED - CASE TABLE FULL" TO WS-FLOW-LABEL
            MOVE WS-EXC-FULL TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "MAPPED CASES BUILT" TO WS-FLOW-LABEL
            MOVE WS-BRG-WRITE TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE WS-PO-NUMBERS TO WS-FLOW-LEFT
            MOVE WS-BRG-READ TO WS-FLOW-RIGHT
            MOVE "PRINTOUT CODE LINES = BRIDGE READ" TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF
            COMPUTE WS-FLOW-LEFT = WS-BRG-READ - WS-EXC-UNMAPPED
                - WS-EXC-FULL
            MOVE WS-BRG-WRITE TO WS-FLOW-RIGHT
            MOVE "READ LESS EXCEPTIONS = MAPPED" TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF
            COMPUTE WS-FLOW-LEFT = WS-EXC-UNMAPPED + WS-EXC-FULL
            MOVE WS-BRG-ALT TO WS-FLOW-RIGHT
            MOVE "BRDGEXCP LINES = RUNHIST NOT BRIDGED"
                TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF.

        REPORT-CASE-INPUT-STAGE.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE "STAGE 3 - CASE INPUT, SPLIT AND STREAMS" TO RPT-REC
            WRITE RPT-REC
            MOVE "CASE LINES ON HARRYIN" TO WS-FLOW-LABEL
            MOVE WS-HIN-CASES TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "HARRYIN HEADER CASE COUNT" TO WS-FLOW-LABEL
            MOVE WS-HIN-HEADER TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "CASES SPLIT TO STREAMS (SPLITCTL)" TO WS-FLOW-LABEL
            MOVE WS-SPC-CASES TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "CASES READ BY STREAMS (STRMTOT)" TO WS-FLOW-LABEL
            MOVE WS-STT-CASES TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE WS-BRG-WRITE TO WS-FLOW-LEFT
            MOVE WS-HIN-CASES TO WS-FLOW-RIGHT
            MOVE "MAPPED = HARRYIN CASE LINES" TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF
            MOVE WS-HIN-HEADER TO WS-FLOW-LEFT
            MOVE WS-HIN-CASES TO WS-FLOW-RIGHT
            MOVE "HARRYIN HEADER = CASE LINES" TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF
            MOVE WS-HIN-CASES TO WS-FLOW-LEFT
            MOVE WS-SPC-CASES TO WS-FLOW-RIGHT
            MOVE "HARRYIN CASE LINES = SPLIT CASES" TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF
            MOVE WS-SPC-CASES TO WS-FLOW-LEFT
            MOVE WS-STT-CASES TO WS-FLOW-RIGHT
            MOVE "SPLIT CASES = STREAM CASES READ" TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF
            IF REPLAY-RUN
                MOVE SPACES TO RPT-REC
                STRING "   REPLAY RUN - NO HARRYLAS RUN HISTORY IS"
                    " WRITTEN, MERGED COUNT NOT CHECKED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            ELSE
                IF NOT HLS-HIST-FOUND
                    ADD 1 TO WS-MISMATCH-COUNT
                    MOVE "** NO HARRYLAS RECORD ON RUNHIST" TO RPT-REC
                    WRITE RPT-REC
                ELSE
                    MOVE WS-STT-CASES TO WS-FLOW-LEFT
                    MOVE WS-HLS-READ TO WS-FLOW-RIGHT
                    MOVE "STREAM CASES = RUNHIST HARRYLAS READ"
                        TO WS-FLOW-DESC
                    PERFORM CHECK-HANDOFF
                END-IF
            END-IF.

        REPORT-VERDICT-STAGE.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE "STAGE 4 - CASES TO VERDICTS" TO RPT-REC
            WRITE RPT-REC
            MOVE "CLEAR (YES)" TO WS-FLOW-LABEL
            MOVE WS-STT-YES TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "BLOCKED (NO)" TO WS-FLOW-LABEL
            MOVE WS-STT-NO TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "ERRORS (ERR)" TO WS-FLOW-LABEL
            MOVE WS-STT-ERR TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "  OF WHICH INPUT LINE REJECTED" TO WS-FLOW-LABEL
            MOVE WS-REJ-PARSE TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "ZONE EXCLUDED (EXC)" TO WS-FLOW-LABEL
            MOVE WS-STT-EXC TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "SUSPECT COORDINATES (SUS)" TO WS-FLOW-LABEL
            MOVE WS-STT-SUS TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "NEAR MISS (NAR)" TO WS-FLOW-LABEL
            MOVE WS-STT-NAR TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "SWEEPS QUEUED" TO WS-FLOW-LABEL
            MOVE WS-STT-SWEEPS TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE WS-STT-CASES TO WS-FLOW-LEFT
            COMPUTE WS-FLOW-RIGHT = WS-STT-YES + WS-STT-NO
                + WS-STT-ERR + WS-STT-EXC + WS-STT-SUS + WS-STT-NAR
                + WS-STT-SWEEPS
            MOVE "CASES READ = SUM OF VERDICTS" TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF.

        REPORT-OUTPUT-STAGE.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE "STAGE 5 - VERDICTS TO STATHIST AND EXTRACT" TO RPT-REC
            WRITE RPT-REC
            MOVE "STATHIST CASES THIS RUN" TO WS-FLOW-LABEL
            MOVE WS-STH-COUNT TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            IF WS-STH-REPEAT > ZERO
                MOVE "  REPEATED FROM A STREAM RESTART" TO WS-FLOW-LABEL
                MOVE WS-STH-REPEAT TO WS-FLOW-NUM
                PERFORM WRITE-FLOW-LINE
            END-IF
            IF WS-STH-OUTSIDE > ZERO
                MOVE "  OUTSIDE THIS RUN'S CASE RANGE" TO WS-FLOW-LABEL
                MOVE WS-STH-OUTSIDE TO WS-FLOW-NUM
                PERFORM WRITE-FLOW-LINE
            END-IF
            MOVE "CSV ROWS WRITTEN (STRMTOT)" TO WS-FLOW-LABEL
            MOVE WS-STT-CSV TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "EXTRACT DETAIL RECORDS" TO WS-FLOW-LABEL
            MOVE WS-EXT-DETAILS TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            MOVE "EXTRACT TRAILER COUNT" TO WS-FLOW-LABEL
            MOVE WS-EXT-TRL-COUNT TO WS-FLOW-NUM
            PERFORM WRITE-FLOW-LINE
            COMPUTE WS-FLOW-LEFT = WS-STT-CASES - WS-REJ-PARSE
            MOVE WS-STH-COUNT TO WS-FLOW-RIGHT
            MOVE "CASES LESS INPUT REJECTS = STATHIST" TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF
            MOVE WS-STH-COUNT TO WS-FLOW-LEFT
            MOVE WS-STT-CSV TO WS-FLOW-RIGHT
            MOVE "STATHIST = CSV ROWS" TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF
            MOVE WS-STH-COUNT TO WS-FLOW-LEFT
            MOVE WS-EXT-DETAILS TO WS-FLOW-RIGHT
            MOVE "STATHIST = EXTRACT DETAILS" TO WS-FLOW-DESC
            PERFORM CHECK-HANDOFF
            IF NOT EXTR-TRAILER-FOUND
                ADD 1 TO WS-MISMATCH-COUNT
                MOVE "** EXTRACT TRAILER MISSING" TO RPT-REC
                WRITE RPT-REC
            ELSE
                MOVE WS-EXT-DETAILS TO WS-FLOW-LEFT
                MOVE WS-EXT-TRL-COUNT TO WS-FLOW-RIGHT
                MOVE "EXTRACT DETAILS = EXTRACT TRAILER"
                    TO WS-FLOW-DESC
                PERFORM CHECK-HANDOFF
            END-IF.

        WRITE-FLOW-LINE.
            MOVE WS-FLOW-NUM TO WS-DIFF-ED
            MOVE SPACES TO RPT-REC
            STRING "   " WS-FLOW-LABEL " " WS-DIFF-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        CHECK-HANDOFF.
            COMPUTE WS-FLOW-DIFF = WS-FLOW-LEFT - WS-FLOW-RIGHT
            MOVE WS-FLOW-LEFT TO WS-COUNT-ED
            MOVE WS-FLOW-RIGHT TO WS-COUNT-ED2
            MOVE SPACES TO RPT-REC
            IF WS-FLOW-DIFF = ZERO
                STRING "   FOOTS    " WS-FLOW-DESC " "
                    WS-COUNT-ED " = " WS-COUNT-ED2
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                ADD 1 TO WS-MISMATCH-COUNT
                MOVE WS-FLOW-DIFF TO WS-DIFF-ED
                STRING "** DOES NOT FOOT " WS-FLOW-DESC " "
                    WS-COUNT-ED " VS " WS-COUNT-ED2
                    " DIFFERENCE " WS-DIFF-ED
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC.

        WRITE-CERTIFICATE.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            IF WS-MISMATCH-COUNT = ZERO
                STRING "COUNT-FLOW CERTIFICATE - EVERY RECORD FROM"
                    " INPUT TO EXTRACT IS ACCOUNTED FOR"
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                MOVE WS-MISMATCH-COUNT TO WS-COUNT-ED
                STRING "** COUNT-FLOW FAILED - HAND-OFFS NOT FOOTING="
                    WS-COUNT-ED
                    " - RECORDS WERE LOST OR ADDED BETWEEN STEPS"
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC.

        END PROGRAM CNTFLOW.
