                FILE STATUS IS WS-CHKPT-STATUS.
            SELECT REPORTOUT ASSIGN TO "REPORTOUT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT REPORTPRV ASSIGN TO "REPORTPRV"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-RPTPRV-STATUS.
            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT REJECTFILE ASSIGN TO "REJECTFILE"
                ORGANIZATION LINE SEQUENTIAL.
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-HAZ-STATUS.
            SELECT ROUTEMST ASSIGN TO "ROUTEMST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RTE-ID
                FILE STATUS IS WS-ROUTEMST-STATUS.
            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-STATION-STATUS.
            SELECT STAGEMAST ASSIGN TO "STAGEMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STAGE-KEY
                FILE STATUS IS WS-STAGE-STATUS.
            SELECT DIFFRPT ASSIGN TO "DIFFRPT"
                ORGANIZATION LINE SEQUENTIAL.
                ORGANIZATION LINE SEQUENTIAL.
            SELECT STATHIST ASSIGN TO "STATHIST"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT CASELINK ASSIGN TO "CASELINK"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CLK-STATUS.
            SELECT ZONESUMM ASSIGN TO "ZONESUMM"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
            SELECT EXTRSEQ ASSIGN TO "EXTRSEQ"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-EXTRSEQ-STATUS.
            SELECT STRMTOT ASSIGN TO "STRMTOT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT SUMMDLT ASSIGN TO "SUMMDLT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD REPORTOUT.
         01 REPORT-REC PIC X(132).

         FD REPORTPRV.
         01 REPORTPRV-REC PIC X(132).

         FD OBSTRMASTER.
         COPY OBSTMAST.

         01 HAZ-LINE PIC X(80).

         FD ROUTEMST.
         COPY ROUTEMST.

         FD STATMAST.
         COPY STATMAST.
             05 SWQ-YMAX       PIC S9(6) SIGN LEADING SEPARATE.
             05 SWQ-STEP       PIC S9(6) SIGN LEADING SEPARATE.
             05 SWQ-CHECK-TIME PIC 9(4).
             05 SWQ-SITE       PIC 9(2).

         FD STATHIST.
         01 STAT-REC.
             05 STAT-DEPT     PIC X(4).
             05 STAT-SOURCE   PIC X.
             05 STAT-RUN-ID   PIC X(11).
             05 STAT-STATION  PIC 9(4).
             05 STAT-SITE-ID  PIC 9(2).
             05 STAT-OWNER-DEPT PIC X(4).
             05 STAT-OBS-TYPE PIC X(4).
             05 STAT-NEAR-SEG PIC 9(3).

         FD CASELINK.
         COPY CASELINK.

         FD ZONESUMM.
         COPY ZONESUMM.
         01 EXTR-REC PIC X(80).

         FD EXTRLOG.
         01 EXL-REC PIC X(40).

         FD EXTRSEQ.
         01 EXTRSEQ-REC PIC 9(6).

         FD STRMTOT.
         COPY STRMTOT.

         FD SUMMDLT.
         COPY SUMMDLT.

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-CHKPT-STATUS PIC XX.
         01 WS-MASTER-STATUS PIC XX.
         01 WS-ZONE-ID PIC 9(4).
         01 WS-SITE-ID PIC 9(2) VALUE 1.
         01 WS-SITE-TOKEN PIC X(4).
         01 WS-UNSTRING-SW PIC X VALUE "N".
             88 UNSTRING-OK VALUE "N".
             88 UNSTRING-BAD VALUE "Y".

         COPY GEOMPARM.

         COPY RCTLPARM.
         01 WS-RPTPRV-STATUS PIC XX.
         01 WS-RPTPRV-EOF-SW PIC X VALUE "N".
             88 RPTPRV-EOF VALUE "Y".

         01 WS-CASE-NUM            PIC S9(6) VALUE ZERO.
         01 WS-RESTART-CASE        PIC S9(6) VALUE ZERO.
         01 WS-CHECKPOINT-INTERVAL PIC S9(6) VALUE 100.
             88 STATMAST-AVAILABLE VALUE "Y".
         01 WS-STATION-ID          PIC 9(4) VALUE ZERO.
         01 WS-STATION-ID-ED       PIC Z(4).
         01 WS-ORIG-CODE           PIC 9(36) VALUE ZERO.
         01 WS-ORIG-PTR            PIC 9(4).
         01 WS-CLK-STATUS          PIC XX.
         01 WS-CASELINK-SW         PIC X VALUE "N".
             88 CASELINK-AVAILABLE VALUE "Y".
         01 WS-ROUTEMST-STATUS     PIC XX.
         01 WS-ROUTEMST-SW         PIC X VALUE "N".
             88 ROUTEMST-AVAILABLE VALUE "Y".
         01 WS-HAZ-STATUS          PIC XX.
         01 WS-HAZ-EOF-SW          PIC X VALUE "N".
             88 HAZ-EOF VALUE "Y".
         01 WS-H-TYPE              PIC X(4).
         01 WS-H-NEAR              PIC 9(4).
         01 WS-H-RATIO             PIC 9(3).
         01 WS-ROUTE-MODE-SW       PIC X VALUE "N".
             88 ROUTE-MODE VALUE "Y".
         01 WS-ROUTE-ID            PIC 9(3).
         01 WS-LEG-SUB             PIC 9(2).
         01 WS-LEG-NUM             PIC 9(2).
         01 WS-ROUTE-BLOCKED-LEGS  PIC 9(2).
         01 WS-RUN-ID              PIC X(11).
         01 WS-REPLAY-SW           PIC X VALUE "N".
             88 REPLAY-MODE VALUE "Y".
         01 WS-STREAM-SW           PIC X VALUE "N".
             88 STREAM-MODE VALUE "Y".
         01 WS-STREAM-NUM          PIC 9(2) VALUE ZERO.
         01 WS-STREAM-TOKEN        PIC X(4).
         01 WS-REJECT-WRITES       PIC 9(6) VALUE ZERO.
         01 WS-ZSUM-STATUS         PIC XX.
         01 WS-SSUM-STATUS         PIC XX.
         01 WS-ZSUM-COUNT          PIC 9(3) VALUE ZERO.
         01 WS-SEG-TIME-TO         PIC 9(4).
         01 WS-TIME-OK-SW          PIC X.
             88 TIME-WINDOW-OPEN VALUE "Y".
         01 WS-COMPARE-SW          PIC X VALUE "N".
             88 COMPARE-MODE VALUE "Y".
         01 WS-PROD-VERDICT        PIC X(3).
         01 WS-HIT-SEGMENT         PIC 9(3) VALUE ZERO.
         01 WS-HIT-OBS-TYPE        PIC X(4).
         01 WS-HIT-OBS-DESC        PIC X(20).
         01 WS-HIT-OWNER-DEPT      PIC X(4).
         01 WS-NEAR-SEGMENT        PIC 9(3) VALUE ZERO.
         01 WS-NEAR-OBS-TYPE       PIC X(4).
         01 WS-NEAR-OWNER-DEPT     PIC X(4).
         01 WS-SEVERITY            PIC X(8).
         01 WS-ELEV-SW             PIC X VALUE "N".
             88 ELEV-GIVEN VALUE "Y".
             05 FILLER             PIC X VALUE "H".
             05 EXTR-H-RUN-DATE    PIC 9(8).
             05 EXTR-H-SEQ-NUM     PIC 9(6).
             05 EXTR-H-SITE        PIC 9(2).
             05 FILLER             PIC X(63) VALUE SPACES.
         01 WS-EXTR-DETAIL.
             05 FILLER             PIC X VALUE "D".
             05 EXTR-D-CASE        PIC 9(6).
             05 EXTR-D-DEPT        PIC X(4).
             05 EXTR-D-SEVERITY    PIC X(8).
             05 EXTR-D-STATION     PIC 9(4).
             05 EXTR-D-SITE        PIC 9(2).
             05 FILLER             PIC X(3) VALUE SPACES.
         01 WS-EXTR-TRAILER.
             05 FILLER             PIC X VALUE "T".
             05 EXTR-T-COUNT       PIC 9(7).
             05 FILLER             PIC X VALUE SPACE.
             05 EXL-HASH           PIC S9(12)
                                    SIGN LEADING SEPARATE.
             05 FILLER             PIC X VALUE SPACE.
             05 EXL-SITE           PIC 9(2).
         01 WS-NEAR-MISS-SW        PIC X VALUE "N".
             88 NEAR-MISS-SEEN VALUE "Y".
         01 WS-NARROW-COUNT        PIC 9(6) VALUE ZERO.
                   15 ZC-Z-FROM PIC S9(6).
                   15 ZC-Z-TO   PIC S9(6).
                   15 ZC-SHAPE  PIC X.
                   15 ZC-OWNER-DEPT PIC X(4).
         01 WS-SEGMENT-TABLE.
             05 WS-SEGMENT OCCURS 100 TIMES INDEXED BY SEG-IDX.
                10 SEG-X1 PIC S9(6).
                10 SEG-Z-FROM PIC S9(6).
                10 SEG-Z-TO   PIC S9(6).
                10 SEG-SHAPE  PIC X.
                10 SEG-OWNER-DEPT PIC X(4).
         01 WS-MAST-SUB            PIC 9(3).
         01 WS-POLY-SUB            PIC 9(3).
         01 WS-POLY-MSEG           PIC 9(3).
         01 WS-Y2-ED               PIC -ZZZZZ9.
         01 WS-XM-ED               PIC -ZZZZZ9.
         01 WS-YM-ED               PIC -ZZZZZ9.
         01 WS-XS-ED               PIC -ZZZZZ9.
         01 WS-YS-ED               PIC -ZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "HARRYSTP" TO RCP-STEP
            MOVE "HARRYLAS" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                PERFORM CARRY-FORWARD-REPORT
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM INITIALIZE-RUN
            IF HEADER-OK
                PERFORM PROCESS-CASES
                PERFORM WRITE-SUMMARY-TRAILER
                IF NOT STREAM-MODE
                    PERFORM POST-ZONE-SUMMARIES
                END-IF
                PERFORM RESET-CHECKPOINT
            END-IF
            PERFORM WRITE-EXTRACT-TRAILER
            PERFORM SET-RETURN-CODE
            IF STREAM-MODE
                PERFORM WRITE-STREAM-TOTALS
                PERFORM WRITE-SUMMARY-DELTAS
            ELSE
                PERFORM WRITE-RUN-HISTORY
            END-IF
            CLOSE SYSIN
            CLOSE REPORTOUT
            CLOSE OBSTRMASTER
            CLOSE DIFFRPT
            CLOSE SWEEPQ
            CLOSE STATHIST
            IF CASELINK-AVAILABLE
                CLOSE CASELINK
            END-IF
            CLOSE SAFEXTR
            IF STATMAST-AVAILABLE
                CLOSE STATMAST
            IF DEPTMAST-AVAILABLE
                CLOSE DEPTMAST
            END-IF
            IF ROUTEMST-AVAILABLE
                CLOSE ROUTEMST
            END-IF
            IF COMPARE-MODE
                CLOSE STAGEMAST
            END-IF
            MOVE RETURN-CODE TO RCP-RC
            MOVE 8 TO RCP-MAX-RC
            SET RCP-FINISH-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            MOVE RCP-RC TO RETURN-CODE
            STOP RUN.

        CARRY-FORWARD-REPORT.
            OPEN INPUT REPORTPRV
            IF WS-RPTPRV-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT REPORTOUT
            READ REPORTPRV
                AT END SET RPTPRV-EOF TO TRUE
            END-READ
            PERFORM UNTIL RPTPRV-EOF
                MOVE REPORTPRV-REC TO REPORT-REC
                WRITE REPORT-REC
                READ REPORTPRV
                    AT END SET RPTPRV-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE REPORTPRV
            CLOSE REPORTOUT.

        SET-RETURN-CODE.
            IF HEADER-BAD
                MOVE 8 TO RETURN-CODE
            OPEN OUTPUT DIFFRPT
            OPEN EXTEND SWEEPQ
            OPEN EXTEND STATHIST
            OPEN EXTEND CASELINK
            IF WS-CLK-STATUS EQUAL "00"
                SET CASELINK-AVAILABLE TO TRUE
            END-IF
            OPEN OUTPUT SAFEXTR
            OPEN INPUT DEPTMAST
            IF WS-DEPT-STATUS EQUAL "00"
                SET DEPTMAST-AVAILABLE TO TRUE
                SET STATMAST-AVAILABLE TO TRUE
            END-IF
            PERFORM LOAD-HAZARD-POLICY
            OPEN INPUT ROUTEMST
            IF WS-ROUTEMST-STATUS EQUAL "00"
                SET ROUTEMST-AVAILABLE TO TRUE
            END-IF
            OPEN INPUT STAGEMAST
            IF WS-STAGE-STATUS EQUAL "00"
                SET COMPARE-MODE TO TRUE
            END-IF
            MOVE SPACES TO CSV-REC
            STRING "CASE,X1,Y1,X2,Y2,XM,YM,VERDICT,SEG,ZONE,TYPE,DESC"
                ",SEVERITY,DEPT,STATION,XS,YS"
                DELIMITED BY SIZE INTO CSV-REC
            WRITE CSV-REC
            MOVE FUNCTION CURRENT-DATE TO WS-START-TS
            MOVE WS-START-TS (1:10) TO WS-RUN-DATE
            MOVE WS-START-TS (1:8) TO WS-RUN-DATE-NUM
            IF RCP-RUN-DATE NOT = ZERO
                MOVE RCP-RUN-DATE TO WS-RUN-DATE-NUM
                MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
            END-IF
            MOVE WS-START-TS (9:4) TO WS-CHECK-TIME
            MOVE SPACES TO WS-RUN-ID
            MOVE WS-START-TS (9:8) TO WS-RUN-ID
            PERFORM LOAD-CHECKPOINT
            READ SYSIN
                AT END SET EOF TO TRUE
                    AT END SET EOF TO TRUE
                END-READ
            END-IF
            IF NOT EOF AND ln (1:5) EQUAL "SITE "
                PERFORM TAKE-SITE-LINE
                READ SYSIN
                    AT END SET EOF TO TRUE
                END-READ
            END-IF
            IF NOT EOF AND ln (1:10) EQUAL "CHECKTIME "
                PERFORM TAKE-CHECKTIME-LINE
                READ SYSIN
                    AT END SET EOF TO TRUE
                END-READ
            END-IF
            IF NOT EOF AND ln (1:7) EQUAL "STREAM "
                PERFORM TAKE-STREAM-LINE
                READ SYSIN
                    AT END SET EOF TO TRUE
                END-READ
            END-IF
            IF NOT STREAM-MODE
                PERFORM LOAD-EXTRACT-SEQUENCE
            END-IF
            MOVE WS-RUN-DATE-NUM TO EXTR-H-RUN-DATE
            MOVE WS-EXTR-SEQ-NUM TO EXTR-H-SEQ-NUM
            MOVE WS-SITE-ID TO EXTR-H-SITE
            MOVE WS-EXTR-HEADER TO EXTR-REC
            WRITE EXTR-REC
            PERFORM VALIDATE-HEADER-LINE.

        TAKE-SITE-LINE.
            MOVE 1 TO WS-PEEK-PTR
            MOVE SPACES TO WS-SITE-TOKEN
            UNSTRING ln DELIMITED BY ALL SPACE
                INTO WS-CHECKTIME-TOKEN WS-SITE-TOKEN
                WITH POINTER WS-PEEK-PTR
            END-UNSTRING
            IF WS-SITE-TOKEN (1:2) IS NUMERIC
                    AND WS-SITE-TOKEN (3:2) EQUAL SPACES
                    AND WS-SITE-TOKEN (1:2) NOT EQUAL "00"
                MOVE WS-SITE-TOKEN (1:2) TO WS-SITE-ID
            ELSE
                SET HEADER-BAD TO TRUE
                MOVE SPACES TO REPORT-REC
                STRING "** INVALID HEADER - SITE IS NOT 01-99: "
                    WS-SITE-TOKEN
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF.

        TAKE-CHECKTIME-LINE.
            MOVE 1 TO WS-PEEK-PTR
            UNSTRING ln DELIMITED BY ALL SPACE
                MOVE ZERO TO WS-CASE-BASE
            END-IF.

        OPEN-STREAM-HISTORY.
            CLOSE SWEEPQ
            CLOSE STATHIST
            OPEN OUTPUT SWEEPQ
            OPEN OUTPUT STATHIST
            IF CASELINK-AVAILABLE
                CLOSE CASELINK
                OPEN OUTPUT CASELINK
            END-IF.

        TAKE-STREAM-LINE.
            MOVE 1 TO WS-PEEK-PTR
            MOVE SPACES TO WS-STREAM-TOKEN
            UNSTRING ln DELIMITED BY ALL SPACE
                INTO WS-CHECKTIME-TOKEN WS-STREAM-TOKEN
                WITH POINTER WS-PEEK-PTR
            END-UNSTRING
            IF WS-STREAM-TOKEN (1:2) IS NUMERIC
                    AND WS-STREAM-TOKEN (3:2) EQUAL SPACES
                    AND WS-STREAM-TOKEN (1:2) NOT EQUAL "00"
                MOVE WS-STREAM-TOKEN (1:2) TO WS-STREAM-NUM
                SET STREAM-MODE TO TRUE
                PERFORM OPEN-STREAM-HISTORY
            ELSE
                SET HEADER-BAD TO TRUE
                MOVE SPACES TO REPORT-REC
                STRING "** INVALID HEADER - STREAM IS NOT 01-99: "
                    WS-STREAM-TOKEN
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF.

        VALIDATE-HEADER-LINE.
            IF HEADER-BAD
                EXIT PARAGRAPH
            END-IF
            IF EOF
                SET HEADER-BAD TO TRUE
                MOVE SPACES TO REPORT-REC
                    WRITE REPORT-REC
                ELSE
                    MOVE ln TO T
                    IF T = ZERO AND NOT STREAM-MODE
                        SET HEADER-BAD TO TRUE
                        MOVE SPACES TO REPORT-REC
                        STRING "** INVALID HEADER - NUM_TESTS IS ZERO"
                END-IF
            END-PERFORM.

        LOAD-CHECKPOINT.
            OPEN INPUT CHECKPOINT-FILE
            IF WS-CHKPT-STATUS EQUAL "00"
            MOVE SPACES TO WS-SEVERITY
            MOVE SPACES TO WS-CLR-TEXT
            MOVE "N" TO WS-NEAR-MISS-SW
            MOVE ZERO TO WS-NEAR-SEGMENT
            PERFORM PARSE-CASE-LINE
            IF UNSTRING-BAD
                MOVE "ERR" TO WS-VERDICT
                PERFORM WRITE-REJECT-LINE
                PERFORM WRITE-CASE-LINK
                ADD 1 TO WS-ERR-COUNT
                ADD 1 TO WS-DEPT-ERR-COUNT
            ELSE
            MOVE ZERO TO WS-ROUTE-BLOCKED-LEGS
            MOVE ZERO TO WS-ROUTE-ERR-LEGS
            PERFORM VARYING WS-LEG-SUB FROM 2 BY 1
                UNTIL WS-LEG-SUB > RTE-WPT-COUNT
                PERFORM EVALUATE-ONE-LEG
            END-PERFORM
            MOVE WS-ROUTE-ID TO WS-ROUTE-ID-ED
            MOVE WS-ROUTE-BLOCKED-LEGS TO WS-LEG-ED
            COMPUTE WS-LEG-NUM = RTE-WPT-COUNT - 1
            MOVE WS-LEG-NUM TO WS-LEG-CNT-ED
            MOVE SPACES TO REPORT-REC
            IF WS-ROUTE-BLOCKED-LEGS = ZERO
            MOVE SPACES TO WS-SEVERITY
            MOVE SPACES TO WS-CLR-TEXT
            MOVE "N" TO WS-NEAR-MISS-SW
            MOVE ZERO TO WS-NEAR-SEGMENT
            MOVE ZERO TO WS-HIT-SEGMENT
            MOVE RTE-STA (WS-LEG-SUB - 1) TO WS-LEG-STA-A
            MOVE RTE-STA (WS-LEG-SUB) TO WS-LEG-STA-B
            PERFORM FETCH-LEG-STATIONS
            IF WS-VERDICT EQUAL "ERR"
                ADD 1 TO WS-ROUTE-ERR-LEGS
            MOVE SPACES TO WS-VERDICT
            MOVE "N" TO WS-ELEV-SW
            MOVE ZERO TO XS YS ZS ZT
            MOVE WS-SITE-ID TO STA-SITE-ID
            MOVE WS-LEG-STA-A TO STA-ID
            READ STATMAST
                INVALID KEY
            MOVE STA-XM TO XS
            MOVE STA-YM TO YS
            MOVE STA-ELEV TO ZS
            MOVE WS-SITE-ID TO STA-SITE-ID
            MOVE WS-LEG-STA-B TO STA-ID
            READ STATMAST
                INVALID KEY
        COMPARE-AGAINST-STAGING.
            MOVE WS-VERDICT TO WS-PROD-VERDICT
            MOVE WS-HIT-SEGMENT TO WS-PROD-HIT
            MOVE WS-SITE-ID TO STAGE-SITE-ID
            MOVE WS-ZONE-ID TO STAGE-ZONE-ID
            READ STAGEMAST
                INVALID KEY CONTINUE
                        TO SEG-Z-TO (SEG-IDX)
                    MOVE STAGE-SHAPE (WS-MAST-SUB)
                        TO SEG-SHAPE (SEG-IDX)
                    MOVE STAGE-OWNER-DEPT (WS-MAST-SUB)
                        TO SEG-OWNER-DEPT (SEG-IDX)
                END-IF
            END-IF.

        PARSE-CASE-LINE.
            MOVE ZERO TO WS-ZONE-ID
            MOVE ZERO TO WS-STATION-ID
            MOVE ZERO TO WS-ORIG-CODE
            MOVE "N" TO WS-ROUTE-MODE-SW
            MOVE "MM" TO WS-UNIT-CODE
            MOVE "N" TO WS-CORRIDOR-SW
                INTO WS-STATION-ID
                WITH POINTER WS-PEEK-PTR
            END-UNSTRING
            PERFORM PARSE-ORIGIN-TOKEN
            IF WS-STATION-ID NOT NUMERIC OR WS-STATION-ID = ZERO
                SET UNSTRING-BAD TO TRUE
                EXIT PARAGRAPH
                SET UNSTRING-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SITE-ID TO STA-SITE-ID
            MOVE WS-STATION-ID TO STA-ID
            READ STATMAST
                INVALID KEY
            MOVE ZERO TO WS-NUM-SEGMENTS
            PERFORM LOOKUP-ZONE-SEGMENTS.

        PARSE-ORIGIN-TOKEN.
            MOVE WS-PEEK-PTR TO WS-ORIG-PTR
            MOVE SPACES TO WS-MODE-TOKEN
            UNSTRING ln DELIMITED BY ALL SPACE
                INTO WS-MODE-TOKEN
                WITH POINTER WS-ORIG-PTR
            END-UNSTRING
            IF WS-MODE-TOKEN NOT EQUAL "ORIG"
                EXIT PARAGRAPH
            END-IF
            UNSTRING ln DELIMITED BY ALL SPACE
                INTO WS-ORIG-CODE
                WITH POINTER WS-ORIG-PTR
            END-UNSTRING
            IF WS-ORIG-CODE NOT NUMERIC
                MOVE ZERO TO WS-ORIG-CODE
            END-IF.

        PARSE-ROUTE-TOKEN.
            MOVE ZERO TO WS-ROUTE-ID
            UNSTRING ln DELIMITED BY ALL SPACE
                SET UNSTRING-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
            IF NOT ROUTEMST-AVAILABLE
                SET UNSTRING-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ROUTE-ID TO RTE-ID
            READ ROUTEMST
                INVALID KEY CONTINUE
            END-READ
            IF WS-ROUTEMST-STATUS NOT EQUAL "00"
                    OR NOT RTE-ACTIVE
                SET UNSTRING-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
            IF RTE-WPT-COUNT < 2
                SET UNSTRING-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
                MOVE ZERO TO SEG-Z-FROM (WS-MAST-SUB)
                MOVE ZERO TO SEG-Z-TO (WS-MAST-SUB)
                MOVE "L" TO SEG-SHAPE (WS-MAST-SUB)
                MOVE SPACES TO SEG-OWNER-DEPT (WS-MAST-SUB)
            END-PERFORM.

        PARSE-CORRIDOR-LINE.

        WRITE-REJECT-LINE.
            SET ANY-REJECTS-FOUND TO TRUE
            ADD 1 TO WS-REJECT-WRITES
            MOVE WS-CASE-NUM TO WS-CASE-NUM-ED2
            MOVE SPACES TO REJECT-REC
            STRING "CASE " WS-CASE-NUM-ED2

        WRITE-OVERFLOW-LINE.
            SET ANY-REJECTS-FOUND TO TRUE
            ADD 1 TO WS-REJECT-WRITES
            MOVE WS-CASE-NUM TO WS-CASE-NUM-ED2
            MOVE SPACES TO REJECT-REC
            STRING "CASE " WS-CASE-NUM-ED2
                PERFORM LOAD-FROM-ZONE-CACHE
            ELSE
                ADD 1 TO WS-CACHE-MISSES
                MOVE WS-SITE-ID TO MAST-SITE-ID
                MOVE WS-ZONE-ID TO MAST-ZONE-ID
                READ OBSTRMASTER
                    INVALID KEY
                        TO SEG-Z-TO (SEG-IDX)
                    MOVE MAST-SHAPE (WS-MAST-SUB)
                        TO SEG-SHAPE (SEG-IDX)
                    MOVE MAST-OWNER-DEPT (WS-MAST-SUB)
                        TO SEG-OWNER-DEPT (SEG-IDX)
                END-IF
            END-IF.

            ELSE
                IF GEOM-NEAR-MISS
                    SET NEAR-MISS-SEEN TO TRUE
                    IF WS-NEAR-SEGMENT = ZERO
                        MOVE SEG-MSEG (SEG-IDX) TO WS-NEAR-SEGMENT
                    END-IF
                END-IF
            END-IF.

            MOVE WS-SW-YMAX TO SWQ-YMAX
            MOVE WS-SW-STEP TO SWQ-STEP
            MOVE WS-CHECK-TIME TO SWQ-CHECK-TIME
            MOVE WS-SITE-ID TO SWQ-SITE
            WRITE SWQ-REC
            ADD 1 TO WS-SWEEP-QUEUED
            MOVE WS-SW-XMIN TO XM
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "RUN DATE: " WS-RUN-DATE
                "   SITE: " WS-SITE-ID
                "   PAGE: " WS-PAGE-NUM
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
                        TO WS-HIT-OBS-TYPE
                    MOVE SEG-OBS-DESC (WS-MAST-SUB)
                        TO WS-HIT-OBS-DESC
                    MOVE SEG-OWNER-DEPT (WS-MAST-SUB)
                        TO WS-HIT-OWNER-DEPT
                END-IF
            END-PERFORM.

        FIND-NEAR-ATTRIBUTES.
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > WS-NUM-SEGMENTS
                IF SEG-MSEG (WS-MAST-SUB) EQUAL WS-NEAR-SEGMENT
                    MOVE SEG-OBS-TYPE (WS-MAST-SUB)
                        TO WS-NEAR-OBS-TYPE
                    MOVE SEG-OWNER-DEPT (WS-MAST-SUB)
                        TO WS-NEAR-OWNER-DEPT
                END-IF
            END-PERFORM.

                PERFORM WRITE-REPORT-HEADERS
            END-IF
            MOVE SPACES TO WS-HIT-OBS-TYPE WS-HIT-OBS-DESC
                WS-HIT-OWNER-DEPT
            MOVE SPACES TO WS-NEAR-OBS-TYPE WS-NEAR-OWNER-DEPT
            IF WS-VERDICT EQUAL "NO " AND WS-HIT-SEGMENT NOT = ZERO
                PERFORM FIND-HIT-ATTRIBUTES
            END-IF
            IF WS-VERDICT NOT EQUAL "NO "
                    AND WS-SEVERITY EQUAL "NEARMISS"
                    AND WS-NEAR-SEGMENT NOT = ZERO
                PERFORM FIND-NEAR-ATTRIBUTES
            ELSE
                MOVE ZERO TO WS-NEAR-SEGMENT
            END-IF
            MOVE WS-CASE-NUM TO WS-CASE-NUM-ED
            MOVE X1 TO WS-X1-ED
            MOVE Y1 TO WS-Y1-ED
            MOVE Y2 TO WS-Y2-ED
            MOVE XM TO WS-XM-ED
            MOVE YM TO WS-YM-ED
            MOVE XS TO WS-XS-ED
            MOVE YS TO WS-YS-ED
            MOVE WS-HIT-SEGMENT TO WS-HIT-SEG-ED
            MOVE WS-ZONE-ID TO WS-ZONE-ID-ED
            MOVE WS-STATION-ID TO WS-STATION-ID-ED
                FUNCTION TRIM (WS-HIT-OBS-DESC) ","
                FUNCTION TRIM (WS-SEVERITY) ","
                FUNCTION TRIM (WS-DEPT-CODE) ","
                FUNCTION TRIM (WS-STATION-ID-ED) ","
                FUNCTION TRIM (WS-XS-ED) ","
                FUNCTION TRIM (WS-YS-ED)
                DELIMITED BY SIZE INTO CSV-REC
            WRITE CSV-REC
            MOVE SPACES TO STAT-REC
            MOVE WS-DEPT-CODE TO STAT-DEPT
            MOVE "B" TO STAT-SOURCE
            MOVE WS-RUN-ID TO STAT-RUN-ID
            MOVE WS-STATION-ID TO STAT-STATION
            MOVE WS-SITE-ID TO STAT-SITE-ID
            IF WS-NEAR-SEGMENT NOT = ZERO
                MOVE WS-NEAR-OWNER-DEPT TO STAT-OWNER-DEPT
                MOVE WS-NEAR-OBS-TYPE TO STAT-OBS-TYPE
            ELSE
                MOVE WS-HIT-OWNER-DEPT TO STAT-OWNER-DEPT
                MOVE WS-HIT-OBS-TYPE TO STAT-OBS-TYPE
            END-IF
            MOVE WS-NEAR-SEGMENT TO STAT-NEAR-SEG
            WRITE STAT-REC
            PERFORM WRITE-CASE-LINK
            PERFORM TALLY-ZONE-SUMMARY
            ADD 1 TO WS-CSV-WRITES
            PERFORM WRITE-EXTRACT-DETAIL
                END-IF
            END-IF.

        WRITE-CASE-LINK.
            IF WS-ORIG-CODE = ZERO OR NOT CASELINK-AVAILABLE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO CLK-REC
            MOVE WS-RUN-DATE-NUM TO CLK-RUN-DATE
            MOVE WS-CASE-NUM TO CLK-CASE
            MOVE WS-RUN-ID TO CLK-RUN-ID
            MOVE WS-ORIG-CODE TO CLK-ORIG-CODE
            MOVE WS-STATION-ID TO CLK-STATION
            MOVE WS-DEPT-CODE TO CLK-DEPT
            MOVE WS-ZONE-ID TO CLK-ZONE
            MOVE WS-SITE-ID TO CLK-SITE
            MOVE WS-VERDICT TO CLK-VERDICT
            IF WS-VERDICT EQUAL "ERR"
                MOVE ZERO TO CLK-SEGMENT
            ELSE
                MOVE WS-HIT-SEGMENT TO CLK-SEGMENT
            END-IF
            WRITE CLK-REC.

        WRITE-EXTRACT-DETAIL.
            MOVE WS-CASE-NUM TO EXTR-D-CASE
            MOVE WS-ZONE-ID TO EXTR-D-ZONE
            MOVE WS-DEPT-CODE TO EXTR-D-DEPT
            MOVE WS-SEVERITY TO EXTR-D-SEVERITY
            MOVE WS-STATION-ID TO EXTR-D-STATION
            MOVE WS-SITE-ID TO EXTR-D-SITE
            MOVE WS-EXTR-DETAIL TO EXTR-REC
            WRITE EXTR-REC
            ADD 1 TO WS-EXTR-COUNT
            MOVE WS-EXTR-HASH TO EXTR-T-HASH
            MOVE WS-EXTR-TRAILER TO EXTR-REC
            WRITE EXTR-REC
            IF STREAM-MODE
                EXIT PARAGRAPH
            END-IF
            IF REPLAY-MODE
                PERFORM SAVE-EXTRACT-SEQUENCE
                EXIT PARAGRAPH
            MOVE WS-RUN-DATE-NUM TO EXL-DATE
            MOVE WS-EXTR-COUNT TO EXL-COUNT
            MOVE WS-EXTR-HASH TO EXL-HASH
            MOVE WS-SITE-ID TO EXL-SITE
            MOVE WS-EXTRLOG-LINE TO EXL-REC
            WRITE EXL-REC
            CLOSE EXTRLOG
            MOVE WS-HIT-OBS-TYPE TO ALR-OBS-TYPE
            MOVE WS-HIT-OBS-DESC TO ALR-OBS-DESC
            MOVE WS-DEPT-CODE TO ALR-DEPT
            MOVE WS-SITE-ID TO ALR-SITE
            MOVE WS-HIT-OWNER-DEPT TO ALR-OWNER-DEPT
            IF ROUTE-MODE
                MOVE WS-ROUTE-ID TO ALR-ROUTE
                MOVE WS-LEG-NUM TO ALR-LEG
            CLOSE SEGSUMM.

        POST-ONE-ZONE-SUMMARY.
            MOVE WS-SITE-ID TO ZSUM-SITE
            MOVE ZS-ZONE (WS-ZSUM-SUB) TO ZSUM-ZONE
            MOVE WS-RUN-DATE-NUM TO ZSUM-DATE
            READ ZONESUMM
                    INVALID KEY CONTINUE
                END-REWRITE
            ELSE
                MOVE WS-SITE-ID TO ZSUM-SITE
                MOVE ZS-ZONE (WS-ZSUM-SUB) TO ZSUM-ZONE
                MOVE WS-RUN-DATE-NUM TO ZSUM-DATE
                MOVE ZS-YES (WS-ZSUM-SUB) TO ZSUM-YES
            END-IF.

        POST-ONE-SEG-SUMMARY.
            MOVE WS-SITE-ID TO SSUM-SITE
            MOVE SS-ZONE (WS-SSUM-SUB) TO SSUM-ZONE
            MOVE WS-RUN-DATE-NUM TO SSUM-DATE
            MOVE SS-SEG (WS-SSUM-SUB) TO SSUM-SEG
                    INVALID KEY CONTINUE
                END-REWRITE
            ELSE
                MOVE WS-SITE-ID TO SSUM-SITE
                MOVE SS-ZONE (WS-SSUM-SUB) TO SSUM-ZONE
                MOVE WS-RUN-DATE-NUM TO SSUM-DATE
                MOVE SS-SEG (WS-SSUM-SUB) TO SSUM-SEG
            WRITE RUNH-REC
            CLOSE RUNHIST.

        WRITE-STREAM-TOTALS.
            OPEN OUTPUT STRMTOT
            MOVE SPACES TO STT-REC
            MOVE WS-STREAM-NUM TO STT-STREAM
            MOVE WS-RUN-DATE-NUM TO STT-RUN-DATE
            MOVE WS-SITE-ID TO STT-SITE
            MOVE WS-CASE-BASE TO STT-CASE-BASE
            IF HEADER-OK
                MOVE T TO STT-NUM-TESTS
                MOVE "Y" TO STT-HEADER
            ELSE
                MOVE ZERO TO STT-NUM-TESTS
                MOVE "N" TO STT-HEADER
            END-IF
            MOVE WS-LINES-READ TO STT-CASES
            MOVE WS-YES-COUNT TO STT-YES
            MOVE WS-NO-COUNT TO STT-NO
            MOVE WS-ERR-COUNT TO STT-ERR
            MOVE WS-ZONE-EXC-COUNT TO STT-EXC
            MOVE WS-SUSPECT-COUNT TO STT-SUS
            MOVE WS-NARROW-COUNT TO STT-NAR
            MOVE WS-DEPT-BAD-COUNT TO STT-DEPT-BAD
            MOVE WS-SWEEP-QUEUED TO STT-SWEEPS
            MOVE WS-CACHE-HITS TO STT-CACHE-HITS
            MOVE WS-CACHE-MISSES TO STT-CACHE-MISS
            MOVE WS-CSV-WRITES TO STT-CSV
            MOVE WS-ALERT-WRITES TO STT-ALERTS
            MOVE WS-REJECT-WRITES TO STT-REJECTS
            MOVE WS-EXTR-COUNT TO STT-EXTR-COUNT
            MOVE WS-EXTR-HASH TO STT-EXTR-HASH
            MOVE WS-START-TS TO STT-START-TS
            MOVE FUNCTION CURRENT-DATE TO STT-END-TS
            MOVE RETURN-CODE TO STT-RC
            IF REPLAY-MODE
                MOVE "Y" TO STT-REPLAY
            ELSE
                MOVE "N" TO STT-REPLAY
            END-IF
            COMPUTE STT-DELTAS = WS-ZSUM-COUNT + WS-SSUM-COUNT
            WRITE STT-REC
            CLOSE STRMTOT.

        WRITE-SUMMARY-DELTAS.
            OPEN OUTPUT SUMMDLT
            PERFORM VARYING WS-ZSUM-SUB FROM 1 BY 1
                UNTIL WS-ZSUM-SUB > WS-ZSUM-COUNT
                MOVE SPACES TO SDL-REC
                SET SDL-ZONE-DELTA TO TRUE
                MOVE WS-STREAM-NUM TO SDL-STREAM
                MOVE WS-SITE-ID TO SDL-SITE
                MOVE ZS-ZONE (WS-ZSUM-SUB) TO SDL-ZONE
                MOVE WS-RUN-DATE-NUM TO SDL-DATE
                MOVE ZERO TO SDL-SEG
                MOVE ZS-YES (WS-ZSUM-SUB) TO SDL-YES
                MOVE ZS-NO (WS-ZSUM-SUB) TO SDL-NO
                MOVE ZS-ERR (WS-ZSUM-SUB) TO SDL-ERR
                MOVE ZS-EXC (WS-ZSUM-SUB) TO SDL-EXC
                MOVE ZS-SUS (WS-ZSUM-SUB) TO SDL-SUS
                MOVE ZS-NAR (WS-ZSUM-SUB) TO SDL-NAR
                MOVE ZERO TO SDL-HITS
                WRITE SDL-REC
            END-PERFORM
            PERFORM VARYING WS-SSUM-SUB FROM 1 BY 1
                UNTIL WS-SSUM-SUB > WS-SSUM-COUNT
                MOVE SPACES TO SDL-REC
                SET SDL-SEG-DELTA TO TRUE
                MOVE WS-STREAM-NUM TO SDL-STREAM
                MOVE WS-SITE-ID TO SDL-SITE
                MOVE SS-ZONE (WS-SSUM-SUB) TO SDL-ZONE
                MOVE WS-RUN-DATE-NUM TO SDL-DATE
                MOVE SS-SEG (WS-SSUM-SUB) TO SDL-SEG
                MOVE ZERO TO SDL-YES
                MOVE ZERO TO SDL-NO
                MOVE ZERO TO SDL-ERR
                MOVE ZERO TO SDL-EXC
                MOVE ZERO TO SDL-SUS
                MOVE ZERO TO SDL-NAR
                MOVE SS-HITS (WS-SSUM-SUB) TO SDL-HITS
                WRITE SDL-REC
            END-PERFORM
            CLOSE SUMMDLT.

        WRITE-CHECKPOINT.
            OPEN OUTPUT CHECKPOINT-FILE
            MOVE WS-CASE-NUM TO CHKPT-REC
