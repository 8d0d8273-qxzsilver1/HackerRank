        IDENTIFICATION DIVISION.
        PROGRAM-ID. HARRYMRG.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SPLITCTL ASSIGN TO "SPLITCTL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-SPC-STATUS.
            SELECT STRMTOT ASSIGN TO "STRMTOT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-STT-STATUS.
            SELECT REPORTIN ASSIGN TO "REPORTIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.
            SELECT CSVIN ASSIGN TO "CSVIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.
            SELECT ALERTIN ASSIGN TO "ALERTIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.
            SELECT ALRECIN ASSIGN TO "ALRECIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.
            SELECT REJECTIN ASSIGN TO "REJECTIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.
            SELECT EXTRIN ASSIGN TO "EXTRIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.
            SELECT SUMMDLT ASSIGN TO "SUMMDLT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.
            SELECT STATIN ASSIGN TO "STATIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.
            SELECT CLKIN ASSIGN TO "CLKIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.
            SELECT SWQIN ASSIGN TO "SWQIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.
            SELECT STATHIST ASSIGN TO "STATHIST"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT CASELINK ASSIGN TO "CASELINK"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT SWEEPQ ASSIGN TO "SWEEPQ"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT ZONESUMM ASSIGN TO "ZONESUMM"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ZSUM-KEY
                FILE STATUS IS WS-ZSUM-STATUS.
            SELECT SEGSUMM ASSIGN TO "SEGSUMM"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SSUM-KEY
                FILE STATUS IS WS-SSUM-STATUS.
            SELECT REPORTOUT ASSIGN TO "REPORTOUT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT REPORTPRV ASSIGN TO "REPORTPRV"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-RPTPRV-STATUS.
            SELECT CSVOUT ASSIGN TO "CSVOUT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT ALERTFILE ASSIGN TO "ALERTFILE"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT ALERTREC ASSIGN TO "ALERTREC"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT REJECTFILE ASSIGN TO "REJECTFILE"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT SAFEXTR ASSIGN TO "SAFEXTR"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT EXTRLOG ASSIGN TO "EXTRLOG"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT EXTRSEQ ASSIGN TO "EXTRSEQ"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-EXTRSEQ-STATUS.
            SELECT RUNHIST ASSIGN TO "RUNHIST"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT MERGRPT ASSIGN TO "MERGRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD SPLITCTL.
         COPY SPLITCTL.

         FD STRMTOT.
         COPY STRMTOT.

         FD REPORTIN.
         01 REPORT-IN PIC X(132).

         FD CSVIN.
         01 CSV-IN PIC X(132).

         FD ALERTIN.
         01 ALERT-IN PIC X(200).

         FD ALRECIN.
         COPY ALERTREC REPLACING LEADING ==ALR-== BY ==ALI-==.

         FD REJECTIN.
         01 REJECT-IN PIC X(310).

         FD EXTRIN.
         01 EXI-REC PIC X(80).
         01 EXI-HEADER.
             05 EXI-TYPE           PIC X.
             05 EXI-H-RUN-DATE     PIC 9(8).
             05 EXI-H-SEQ-NUM      PIC 9(6).
             05 EXI-H-SITE         PIC 9(2).
             05 FILLER             PIC X(63).
         01 EXI-DETAIL.
             05 FILLER             PIC X.
             05 EXI-D-CASE         PIC 9(6).
             05 FILLER             PIC X(10).
             05 EXI-D-X1           PIC S9(6) SIGN LEADING SEPARATE.
             05 EXI-D-Y1           PIC S9(6) SIGN LEADING SEPARATE.
             05 EXI-D-X2           PIC S9(6) SIGN LEADING SEPARATE.
             05 EXI-D-Y2           PIC S9(6) SIGN LEADING SEPARATE.
             05 EXI-D-XM           PIC S9(6) SIGN LEADING SEPARATE.
             05 EXI-D-YM           PIC S9(6) SIGN LEADING SEPARATE.
             05 FILLER             PIC X(21).
         01 EXI-TRAILER.
             05 FILLER             PIC X.
             05 EXI-T-COUNT        PIC 9(7).
             05 EXI-T-HASH         PIC S9(12)
                                    SIGN LEADING SEPARATE.
             05 FILLER             PIC X(59).

         FD SUMMDLT.
         COPY SUMMDLT.

         FD STATIN.
         01 STAT-IN PIC X(57).

         FD CLKIN.
         01 CLK-IN PIC X(100).

         FD SWQIN.
         01 SWQ-IN PIC X(63).

         FD STATHIST.
         01 STAT-REC PIC X(57).

         FD CASELINK.
         01 CLK-REC PIC X(100).

         FD SWEEPQ.
         01 SWQ-REC PIC X(63).

         FD ZONESUMM.
         COPY ZONESUMM.

         FD SEGSUMM.
         COPY SEGSUMM.

         FD REPORTOUT.
         01 REPORT-REC PIC X(132).

         FD REPORTPRV.
         01 REPORTPRV-REC PIC X(132).

         FD CSVOUT.
         01 CSV-REC PIC X(132).

         FD ALERTFILE.
         01 ALERT-REC PIC X(200).

         FD ALERTREC.
         COPY ALERTREC.

         FD REJECTFILE.
         01 REJECT-REC PIC X(310).

         FD SAFEXTR.
         01 EXTR-REC PIC X(80).

         FD EXTRLOG.
         01 EXL-REC PIC X(40).

         FD EXTRSEQ.
         01 EXTRSEQ-REC PIC 9(6).

         FD RUNHIST.
         COPY RUNHIST.

         FD MERGRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-SPC-STATUS PIC XX.
         01 WS-STT-STATUS PIC XX.
         01 WS-IN-STATUS PIC XX.
         01 WS-RPTPRV-STATUS PIC XX.
         01 WS-RPTPRV-EOF-SW PIC X VALUE "N".
             88 RPTPRV-EOF VALUE "Y".
         01 WS-EXTRSEQ-STATUS PIC XX.
         01 WS-ZSUM-STATUS PIC XX.
         01 WS-SSUM-STATUS PIC XX.
         01 WS-BALANCE-SW PIC X VALUE "N".
             88 MERGE-BALANCED VALUE "N".
             88 MERGE-OUT-OF-BALANCE VALUE "Y".
         01 WS-REPLAY-SW PIC X VALUE "N".
             88 REPLAY-MODE VALUE "Y".

         COPY RCTLPARM.

         COPY STRMTOT REPLACING LEADING ==STT-== BY ==WST-==.

         01 WS-RUN-TS PIC X(26).
         01 WS-RUN-DATE PIC X(10).
         01 WS-RUN-DATE-NUM PIC 9(8) VALUE ZERO.
         01 WS-SITE-ID PIC 9(2) VALUE 1.

         01 WS-MAX-STREAMS PIC 9 VALUE 4.
         01 WS-STREAM-COUNT PIC 9 VALUE ZERO.
         01 WS-STR-SUB PIC 9.
         01 WS-STREAM-TABLE.
             05 WS-STREAM-ENTRY OCCURS 4 TIMES.
                10 MS-CTL-SEEN     PIC X.
                10 MS-TOT-SEEN     PIC X.
                10 MS-LO-ZONE      PIC 9(4).
                10 MS-HI-ZONE      PIC 9(4).
                10 MS-CASE-BASE    PIC 9(6).
                10 MS-CASES        PIC 9(6).
                10 MS-TOT-DATA     PIC X(204).
                10 MS-RPT-DETAIL   PIC 9(7).
                10 MS-CSV-ROWS     PIC 9(7).
                10 MS-ALERTS       PIC 9(7).
                10 MS-ALERT-RECS   PIC 9(7).
                10 MS-REJECTS      PIC 9(7).
                10 MS-EXTR-DETAIL  PIC 9(7).
                10 MS-EXTR-HASH    PIC S9(12).
                10 MS-T-SEEN       PIC X.
                10 MS-T-COUNT      PIC 9(7).
                10 MS-T-HASH       PIC S9(12).
                10 MS-DELTAS       PIC 9(5).

         01 WS-CASE PIC 9(6).
         01 WS-CASE-STREAM PIC 9.
         01 WS-UNATTRIBUTED PIC 9(7) VALUE ZERO.
         01 WS-EXTR-H-SEEN PIC 9(3) VALUE ZERO.
         01 WS-EXTR-T-SEEN PIC 9(3) VALUE ZERO.
         01 WS-DLT-ZONES PIC 9(7) VALUE ZERO.
         01 WS-DLT-SEGS PIC 9(7) VALUE ZERO.
         01 WS-APP-STAT PIC 9(7) VALUE ZERO.
         01 WS-APP-CLK PIC 9(7) VALUE ZERO.
         01 WS-APP-SWQ PIC 9(7) VALUE ZERO.

         01 WS-PAGE-NUM PIC 9(4) VALUE ZERO.
         01 WS-REPLAY-SEEN-SW PIC X VALUE "N".
             88 REPLAY-BANNER-WRITTEN VALUE "Y".
         01 WS-CSV-HEAD-SW PIC X VALUE "N".
             88 CSV-HEADING-WRITTEN VALUE "Y".
         01 WS-MERGED-HDR-SW PIC X VALUE "N".
             88 MERGED-HEADER-WRITTEN VALUE "Y".

         01 WS-TOT-CASES    PIC 9(6) VALUE ZERO.
         01 WS-TOT-YES      PIC 9(6) VALUE ZERO.
         01 WS-TOT-NO       PIC 9(6) VALUE ZERO.
         01 WS-TOT-ERR      PIC 9(6) VALUE ZERO.
         01 WS-TOT-EXC      PIC 9(6) VALUE ZERO.
         01 WS-TOT-SUS      PIC 9(6) VALUE ZERO.
         01 WS-TOT-NAR      PIC 9(6) VALUE ZERO.
         01 WS-TOT-DEPT-BAD PIC 9(4) VALUE ZERO.
         01 WS-TOT-SWEEPS   PIC 9(4) VALUE ZERO.
         01 WS-TOT-HITS     PIC 9(7) VALUE ZERO.
         01 WS-TOT-MISSES   PIC 9(7) VALUE ZERO.
         01 WS-TOT-CSV      PIC 9(7) VALUE ZERO.
         01 WS-TOT-ALERTS   PIC 9(7) VALUE ZERO.
         01 WS-STREAM-RC    PIC 9(2) VALUE ZERO.
         01 WS-START-TS     PIC X(26) VALUE HIGH-VALUES.
         01 WS-END-TS       PIC X(26) VALUE LOW-VALUES.

         01 WS-YES-ED       PIC Z(5)9.
         01 WS-NO-ED        PIC Z(5)9.
         01 WS-ERR-ED       PIC Z(5)9.
         01 WS-EXC-ED       PIC Z(5)9.
         01 WS-SUS-ED       PIC Z(5)9.
         01 WS-NAR-ED       PIC Z(5)9.
         01 WS-DEPT-BAD-ED  PIC Z(3)9.
         01 WS-SWEEP-ED     PIC Z(3)9.
         01 WS-HITS-ED      PIC Z(6)9.
         01 WS-MISSES-ED    PIC Z(6)9.
         01 WS-COUNT-ED     PIC Z(6)9.
         01 WS-COUNT-ED2    PIC Z(6)9.
         01 WS-RC-ED        PIC Z9.

         01 WS-BAL-LABEL    PIC X(20).
         01 WS-BAL-MERGED   PIC S9(12).
         01 WS-BAL-STREAM   PIC S9(12).
         01 WS-BAL-ED       PIC -(12)9.
         01 WS-BAL-ED2      PIC -(12)9.
         01 WS-MISMATCH-COUNT PIC 9(3) VALUE ZERO.

         01 WS-EXTR-SEQ-NUM PIC 9(6) VALUE ZERO.
         01 WS-EXTR-COUNT   PIC 9(7) VALUE ZERO.
         01 WS-EXTR-HASH    PIC S9(12) VALUE ZERO.
         01 WS-EXTR-HEADER.
             05 FILLER             PIC X VALUE "H".
             05 EXTR-H-RUN-DATE    PIC 9(8).
             05 EXTR-H-SEQ-NUM     PIC 9(6).
             05 EXTR-H-SITE        PIC 9(2).
             05 FILLER             PIC X(63) VALUE SPACES.
         01 WS-EXTR-TRAILER.
             05 FILLER             PIC X VALUE "T".
             05 EXTR-T-COUNT       PIC 9(7).
             05 EXTR-T-HASH        PIC S9(12)
                                    SIGN LEADING SEPARATE.
             05 FILLER             PIC X(59) VALUE SPACES.
         01 WS-EXTRLOG-LINE.
             05 EXL-SEQ            PIC 9(6).
             05 FILLER             PIC X VALUE SPACE.
             05 EXL-DATE           PIC 9(8).
             05 FILLER             PIC X VALUE SPACE.
             05 EXL-COUNT          PIC 9(7).
             05 FILLER             PIC X VALUE SPACE.
             05 EXL-HASH           PIC S9(12)
                                    SIGN LEADING SEPARATE.
             05 FILLER             PIC X VALUE SPACE.
             05 EXL-SITE           PIC 9(2).

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            MOVE "MERGESTP" TO RCP-STEP
            MOVE "HARRYMRG" TO RCP-PROGRAM
            SET RCP-START-STEP TO TRUE
            CALL "STEPCTL" USING RCTL-PARM
            IF RCP-SKIP-STEP
                PERFORM CARRY-FORWARD-REPORT
                MOVE RCP-RC TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            IF RCP-RUN-DATE NOT = ZERO
                MOVE RCP-RUN-DATE TO WS-RUN-DATE-NUM
            ELSE
                MOVE WS-RUN-TS (1:8) TO WS-RUN-DATE-NUM
            END-IF
            OPEN OUTPUT MERGRPT
            PERFORM INITIALIZE-STREAM-TABLE
            PERFORM LOAD-SPLIT-CONTROL
            PERFORM LOAD-STREAM-TOTALS
            MOVE WS-RUN-DATE-NUM (1:4) TO WS-RUN-DATE (1:4)
            MOVE "-" TO WS-RUN-DATE (5:1)
            MOVE WS-RUN-DATE-NUM (5:2) TO WS-RUN-DATE (6:2)
            MOVE "-" TO WS-RUN-DATE (8:1)
            MOVE WS-RUN-DATE-NUM (7:2) TO WS-RUN-DATE (9:2)
            MOVE SPACES TO RPT-REC
            STRING "HARRY_LASERS STREAM MERGE AND BALANCE - RUN DATE "
                WS-RUN-DATE
                "   SITE: " WS-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM MERGE-REPORT
            PERFORM MERGE-CSV
            PERFORM MERGE-ALERTS
            PERFORM MERGE-ALERT-RECORDS
            PERFORM MERGE-REJECTS
            PERFORM MERGE-EXTRACT
            PERFORM COUNT-SUMMARY-DELTAS
            PERFORM CHECK-STREAM-HISTORY
            PERFORM BALANCE-STREAMS
            PERFORM FINISH-EXTRACT
            PERFORM POST-SUMMARY-DELTAS
            PERFORM APPEND-STREAM-HISTORY
            PERFORM SET-RETURN-CODE
            PERFORM WRITE-MERGE-SUMMARY
            PERFORM WRITE-RUN-HISTORY
            CLOSE MERGRPT
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

        INITIALIZE-STREAM-TABLE.
            PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                UNTIL WS-STR-SUB > WS-MAX-STREAMS
                MOVE "N" TO MS-CTL-SEEN (WS-STR-SUB)
                MOVE "N" TO MS-TOT-SEEN (WS-STR-SUB)
                MOVE "N" TO MS-T-SEEN (WS-STR-SUB)
                MOVE ZERO TO MS-LO-ZONE (WS-STR-SUB)
                MOVE ZERO TO MS-HI-ZONE (WS-STR-SUB)
                MOVE ZERO TO MS-CASE-BASE (WS-STR-SUB)
                MOVE ZERO TO MS-CASES (WS-STR-SUB)
                MOVE SPACES TO MS-TOT-DATA (WS-STR-SUB)
                MOVE ZERO TO MS-RPT-DETAIL (WS-STR-SUB)
                MOVE ZERO TO MS-CSV-ROWS (WS-STR-SUB)
                MOVE ZERO TO MS-ALERTS (WS-STR-SUB)
                MOVE ZERO TO MS-ALERT-RECS (WS-STR-SUB)
                MOVE ZERO TO MS-REJECTS (WS-STR-SUB)
                MOVE ZERO TO MS-EXTR-DETAIL (WS-STR-SUB)
                MOVE ZERO TO MS-EXTR-HASH (WS-STR-SUB)
                MOVE ZERO TO MS-T-COUNT (WS-STR-SUB)
                MOVE ZERO TO MS-T-HASH (WS-STR-SUB)
                MOVE ZERO TO MS-DELTAS (WS-STR-SUB)
            END-PERFORM.

        LOAD-SPLIT-CONTROL.
            OPEN INPUT SPLITCTL
            IF WS-SPC-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** SPLITCTL COULD NOT BE OPENED - STATUS "
                    WS-SPC-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ SPLITCTL
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                PERFORM TAKE-SPLIT-CONTROL
                READ SPLITCTL
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE SPLITCTL
            IF WS-STREAM-COUNT = ZERO
                MOVE SPACES TO RPT-REC
                STRING "** SPLITCTL HOLDS NO STREAM RECORDS"
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-STR-SUB FROM 2 BY 1
                UNTIL WS-STR-SUB > WS-STREAM-COUNT
                IF MS-CTL-SEEN (WS-STR-SUB) NOT EQUAL "Y"
                        OR MS-CASE-BASE (WS-STR-SUB) NOT =
                            MS-CASE-BASE (WS-STR-SUB - 1)
                            + MS-CASES (WS-STR-SUB - 1)
                    MOVE SPACES TO RPT-REC
                    STRING "** SPLITCTL STREAM " WS-STR-SUB
                        " MISSING OR CASE NUMBERS NOT CONTIGUOUS"
                        " WITH THE STREAM BEFORE IT"
                        DELIMITED BY SIZE INTO RPT-REC
                    PERFORM WRITE-BALANCE-LINE
                END-IF
            END-PERFORM.

        TAKE-SPLIT-CONTROL.
            IF SPC-STREAM NOT NUMERIC OR SPC-STREAM = ZERO
                    OR SPC-STREAM > WS-MAX-STREAMS
                MOVE SPACES TO RPT-REC
                STRING "** SPLITCTL RECORD FOR AN UNKNOWN STREAM: "
                    SPC-STREAM
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE SPC-STREAM TO WS-STR-SUB
            IF MS-CTL-SEEN (WS-STR-SUB) EQUAL "Y"
                MOVE SPACES TO RPT-REC
                STRING "** SPLITCTL STREAM " WS-STR-SUB
                    " APPEARS TWICE"
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO MS-CTL-SEEN (WS-STR-SUB)
            MOVE SPC-LO-ZONE TO MS-LO-ZONE (WS-STR-SUB)
            MOVE SPC-HI-ZONE TO MS-HI-ZONE (WS-STR-SUB)
            MOVE SPC-CASE-BASE TO MS-CASE-BASE (WS-STR-SUB)
            MOVE SPC-CASES TO MS-CASES (WS-STR-SUB)
            MOVE SPC-SITE TO WS-SITE-ID
            IF SPC-REPLAY EQUAL "Y"
                SET REPLAY-MODE TO TRUE
            END-IF
            IF WS-STR-SUB > WS-STREAM-COUNT
                MOVE WS-STR-SUB TO WS-STREAM-COUNT
            END-IF.

        LOAD-STREAM-TOTALS.
            OPEN INPUT STRMTOT
            IF WS-STT-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** STRMTOT COULD NOT BE OPENED - STATUS "
                    WS-STT-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ STRMTOT
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                PERFORM TAKE-STREAM-TOTALS
                READ STRMTOT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE STRMTOT.

        TAKE-STREAM-TOTALS.
            IF STT-STREAM NOT NUMERIC OR STT-STREAM = ZERO
                    OR STT-STREAM > WS-MAX-STREAMS
                MOVE SPACES TO RPT-REC
                STRING "** STRMTOT RECORD FOR AN UNKNOWN STREAM: "
                    STT-STREAM
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE STT-STREAM TO WS-STR-SUB
            IF MS-TOT-SEEN (WS-STR-SUB) EQUAL "Y"
                MOVE SPACES TO RPT-REC
                STRING "** STRMTOT STREAM " WS-STR-SUB
                    " APPEARS TWICE"
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO MS-TOT-SEEN (WS-STR-SUB)
            MOVE STT-REC TO MS-TOT-DATA (WS-STR-SUB)
            IF RCP-RUN-DATE = ZERO
                    AND STT-RUN-DATE NUMERIC AND STT-RUN-DATE NOT = ZERO
                MOVE STT-RUN-DATE TO WS-RUN-DATE-NUM
            END-IF.

        MERGE-REPORT.
            OPEN OUTPUT REPORTOUT
            OPEN INPUT REPORTIN
            IF WS-IN-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** REPORTIN COULD NOT BE OPENED - STATUS "
                    WS-IN-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
            ELSE
                MOVE "N" TO WS-EOF-SW
                READ REPORTIN
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF
                    PERFORM MERGE-ONE-REPORT-LINE
                    READ REPORTIN
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE REPORTIN
            END-IF
            PERFORM ADD-STREAM-TOTALS
            PERFORM WRITE-MERGED-TRAILER
            CLOSE REPORTOUT.

        MERGE-ONE-REPORT-LINE.
            IF REPORT-IN (1:40)
                    EQUAL "----------------------------------------"
                    OR REPORT-IN (1:31)
                        EQUAL "RUN SUMMARY - CASES PROCESSED: "
                    OR REPORT-IN (1:14) EQUAL "  CLEAR (YES)="
                    OR REPORT-IN (1:30)
                        EQUAL "** UNKNOWN DEPARTMENT HEADERS="
                    OR REPORT-IN (1:36)
                        EQUAL "SWEEP CASES QUEUED FOR DEFERRED RUN="
                    OR REPORT-IN (1:18) EQUAL "ZONE CACHE - HITS="
                    OR REPORT-IN (1:18) EQUAL "RUN STATS - START="
                EXIT PARAGRAPH
            END-IF
            IF REPORT-IN (1:13) EQUAL "** REPLAY RUN"
                IF REPLAY-BANNER-WRITTEN
                    EXIT PARAGRAPH
                END-IF
                SET REPLAY-BANNER-WRITTEN TO TRUE
            END-IF
            MOVE REPORT-IN TO REPORT-REC
            IF REPORT-IN (1:42)
                    EQUAL "HARRY_LASERS SIGHTLINE INTERSECTION REPORT"
                ADD 1 TO WS-PAGE-NUM
            END-IF
            IF REPORT-IN (1:10) EQUAL "RUN DATE: "
                    AND REPORT-IN (32:9) EQUAL "   PAGE: "
                MOVE WS-PAGE-NUM TO REPORT-REC (41:4)
            END-IF
            IF REPORT-IN (1:6) IS NUMERIC
                MOVE REPORT-IN (1:6) TO WS-CASE
                PERFORM FIND-CASE-STREAM
                IF WS-CASE-STREAM NOT = ZERO
                    ADD 1 TO MS-RPT-DETAIL (WS-CASE-STREAM)
                END-IF
            END-IF
            WRITE REPORT-REC.

        ADD-STREAM-TOTALS.
            PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                UNTIL WS-STR-SUB > WS-MAX-STREAMS
                IF MS-TOT-SEEN (WS-STR-SUB) EQUAL "Y"
                    MOVE MS-TOT-DATA (WS-STR-SUB) TO WST-REC
                    ADD WST-CASES TO WS-TOT-CASES
                    ADD WST-YES TO WS-TOT-YES
                    ADD WST-NO TO WS-TOT-NO
                    ADD WST-ERR TO WS-TOT-ERR
                    ADD WST-EXC TO WS-TOT-EXC
                    ADD WST-SUS TO WS-TOT-SUS
                    ADD WST-NAR TO WS-TOT-NAR
                    ADD WST-DEPT-BAD TO WS-TOT-DEPT-BAD
                    ADD WST-SWEEPS TO WS-TOT-SWEEPS
                    ADD WST-CACHE-HITS TO WS-TOT-HITS
                    ADD WST-CACHE-MISS TO WS-TOT-MISSES
                    ADD WST-CSV TO WS-TOT-CSV
                    ADD WST-ALERTS TO WS-TOT-ALERTS
                    IF WST-RC > WS-STREAM-RC
                            AND WST-CASES > ZERO
                        MOVE WST-RC TO WS-STREAM-RC
                    END-IF
                    IF WST-HEADER NOT EQUAL "Y"
                        MOVE 8 TO WS-STREAM-RC
                    END-IF
                    IF WST-START-TS < WS-START-TS
                        MOVE WST-START-TS TO WS-START-TS
                    END-IF
                    IF WST-END-TS > WS-END-TS
                        MOVE WST-END-TS TO WS-END-TS
                    END-IF
                END-IF
            END-PERFORM
            IF WS-START-TS EQUAL HIGH-VALUES
                MOVE WS-RUN-TS TO WS-START-TS
            END-IF
            IF WS-END-TS EQUAL LOW-VALUES
                MOVE FUNCTION CURRENT-DATE TO WS-END-TS
            END-IF.

        WRITE-MERGED-TRAILER.
            MOVE WS-TOT-YES TO WS-YES-ED
            MOVE WS-TOT-NO TO WS-NO-ED
            MOVE WS-TOT-ERR TO WS-ERR-ED
            MOVE WS-TOT-EXC TO WS-EXC-ED
            MOVE WS-TOT-SUS TO WS-SUS-ED
            MOVE WS-TOT-NAR TO WS-NAR-ED
            MOVE SPACES TO REPORT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "RUN SUMMARY - CASES PROCESSED: " WS-TOT-CASES
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "  CLEAR (YES)=" WS-YES-ED
                "  BLOCKED (NO)=" WS-NO-ED
                "  ERRORS=" WS-ERR-ED
                "  ZONE-EXCEPTIONS=" WS-EXC-ED
                "  SUSPECT-COORDS=" WS-SUS-ED
                "  NARROW-CORRIDORS=" WS-NAR-ED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            IF WS-TOT-DEPT-BAD > ZERO
                MOVE WS-TOT-DEPT-BAD TO WS-DEPT-BAD-ED
                MOVE SPACES TO REPORT-REC
                STRING "** UNKNOWN DEPARTMENT HEADERS="
                    WS-DEPT-BAD-ED
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF
            MOVE WS-TOT-SWEEPS TO WS-SWEEP-ED
            MOVE SPACES TO REPORT-REC
            STRING "SWEEP CASES QUEUED FOR DEFERRED RUN="
                WS-SWEEP-ED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-TOT-HITS TO WS-HITS-ED
            MOVE WS-TOT-MISSES TO WS-MISSES-ED
            MOVE SPACES TO REPORT-REC
            STRING "ZONE CACHE - HITS=" WS-HITS-ED
                "  MISSES=" WS-MISSES-ED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "RUN STATS - START=" WS-START-TS
                " END=" WS-END-TS
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                UNTIL WS-STR-SUB > WS-STREAM-COUNT
                PERFORM WRITE-STREAM-TRAILER-LINE
            END-PERFORM.

        WRITE-STREAM-TRAILER-LINE.
            MOVE MS-CASES (WS-STR-SUB) TO WS-COUNT-ED
            MOVE SPACES TO REPORT-REC
            IF MS-TOT-SEEN (WS-STR-SUB) EQUAL "Y"
                MOVE MS-TOT-DATA (WS-STR-SUB) TO WST-REC
                MOVE WST-RC TO WS-RC-ED
                STRING "PARALLEL STREAM " WS-STR-SUB
                    " - ZONES " MS-LO-ZONE (WS-STR-SUB)
                    "-" MS-HI-ZONE (WS-STR-SUB)
                    "  CASES=" WS-COUNT-ED
                    "  START=" WST-START-TS (1:14)
                    "  END=" WST-END-TS (1:14)
                    "  RC=" WS-RC-ED
                    DELIMITED BY SIZE INTO REPORT-REC
            ELSE
                STRING "PARALLEL STREAM " WS-STR-SUB
                    " - ZONES " MS-LO-ZONE (WS-STR-SUB)
                    "-" MS-HI-ZONE (WS-STR-SUB)
                    "  CASES=" WS-COUNT-ED
                    "  ** NO STREAM TOTALS - STEP DID NOT FINISH"
                    DELIMITED BY SIZE INTO REPORT-REC
            END-IF
            WRITE REPORT-REC.

        MERGE-CSV.
            OPEN OUTPUT CSVOUT
            MOVE SPACES TO CSV-REC
            STRING "CASE,X1,Y1,X2,Y2,XM,YM,VERDICT,SEG,ZONE,TYPE,DESC"
                ",SEVERITY,DEPT,STATION,XS,YS"
                DELIMITED BY SIZE INTO CSV-REC
            WRITE CSV-REC
            OPEN INPUT CSVIN
            IF WS-IN-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** CSVIN COULD NOT BE OPENED - STATUS "
                    WS-IN-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                CLOSE CSVOUT
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ CSVIN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF CSV-IN (1:5) NOT EQUAL "CASE,"
                    MOVE CSV-IN TO CSV-REC
                    WRITE CSV-REC
                    MOVE ZERO TO WS-CASE
                    IF CSV-IN (1:6) IS NUMERIC
                        MOVE CSV-IN (1:6) TO WS-CASE
                    END-IF
                    PERFORM FIND-CASE-STREAM
                    IF WS-CASE-STREAM NOT = ZERO
                        ADD 1 TO MS-CSV-ROWS (WS-CASE-STREAM)
                    END-IF
                END-IF
                READ CSVIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE CSVIN
            CLOSE CSVOUT.

        MERGE-ALERTS.
            OPEN OUTPUT ALERTFILE
            OPEN INPUT ALERTIN
            IF WS-IN-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** ALERTIN COULD NOT BE OPENED - STATUS "
                    WS-IN-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                CLOSE ALERTFILE
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ ALERTIN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE ALERT-IN TO ALERT-REC
                WRITE ALERT-REC
                MOVE ZERO TO WS-CASE
                IF ALERT-IN (26:6) IS NUMERIC
                    MOVE ALERT-IN (26:6) TO WS-CASE
                END-IF
                PERFORM FIND-CASE-STREAM
                IF WS-CASE-STREAM NOT = ZERO
                    ADD 1 TO MS-ALERTS (WS-CASE-STREAM)
                END-IF
                READ ALERTIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE ALERTIN
            CLOSE ALERTFILE.

        MERGE-ALERT-RECORDS.
            OPEN OUTPUT ALERTREC
            OPEN INPUT ALRECIN
            IF WS-IN-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** ALRECIN COULD NOT BE OPENED - STATUS "
                    WS-IN-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                CLOSE ALERTREC
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ ALRECIN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE ALI-REC TO ALR-REC
                WRITE ALR-REC
                MOVE ZERO TO WS-CASE
                IF ALI-CASE IS NUMERIC
                    MOVE ALI-CASE TO WS-CASE
                END-IF
                PERFORM FIND-CASE-STREAM
                IF WS-CASE-STREAM NOT = ZERO
                    ADD 1 TO MS-ALERT-RECS (WS-CASE-STREAM)
                END-IF
                READ ALRECIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE ALRECIN
            CLOSE ALERTREC.

        MERGE-REJECTS.
            OPEN OUTPUT REJECTFILE
            OPEN INPUT REJECTIN
            IF WS-IN-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** REJECTIN COULD NOT BE OPENED - STATUS "
                    WS-IN-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                CLOSE REJECTFILE
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ REJECTIN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE REJECT-IN TO REJECT-REC
                WRITE REJECT-REC
                MOVE ZERO TO WS-CASE
                IF REJECT-IN (1:5) EQUAL "CASE "
                    MOVE FUNCTION NUMVAL (REJECT-IN (6:6)) TO WS-CASE
                END-IF
                PERFORM FIND-CASE-STREAM
                IF WS-CASE-STREAM NOT = ZERO
                    ADD 1 TO MS-REJECTS (WS-CASE-STREAM)
                END-IF
                READ REJECTIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE REJECTIN
            CLOSE REJECTFILE.

        MERGE-EXTRACT.
            PERFORM LOAD-EXTRACT-SEQUENCE
            OPEN OUTPUT SAFEXTR
            OPEN INPUT EXTRIN
            IF WS-IN-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** EXTRIN COULD NOT BE OPENED - STATUS "
                    WS-IN-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
            ELSE
                MOVE "N" TO WS-EOF-SW
                READ EXTRIN
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF
                    PERFORM MERGE-ONE-EXTRACT-RECORD
                    READ EXTRIN
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE EXTRIN
            END-IF
            IF NOT MERGED-HEADER-WRITTEN
                PERFORM WRITE-MERGED-EXTRACT-HEADER
            END-IF
            MOVE WS-EXTR-COUNT TO EXTR-T-COUNT
            MOVE WS-EXTR-HASH TO EXTR-T-HASH
            MOVE WS-EXTR-TRAILER TO EXTR-REC
            WRITE EXTR-REC
            CLOSE SAFEXTR.

        COUNT-SUMMARY-DELTAS.
            OPEN INPUT SUMMDLT
            IF WS-IN-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** SUMMDLT COULD NOT BE OPENED - STATUS "
                    WS-IN-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ SUMMDLT
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF SDL-STREAM NUMERIC AND SDL-STREAM > ZERO
                        AND SDL-STREAM NOT > WS-STREAM-COUNT
                        AND (SDL-ZONE-DELTA OR SDL-SEG-DELTA)
                    MOVE SDL-STREAM TO WS-STR-SUB
                    ADD 1 TO MS-DELTAS (WS-STR-SUB)
                ELSE
                    MOVE SPACES TO RPT-REC
                    STRING "** SUMMDLT RECORD FOR AN UNKNOWN STREAM"
                        " OR OF AN UNKNOWN TYPE: " SDL-TYPE
                        " " SDL-STREAM
                        DELIMITED BY SIZE INTO RPT-REC
                    PERFORM WRITE-BALANCE-LINE
                END-IF
                READ SUMMDLT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE SUMMDLT.

        CHECK-STREAM-HISTORY.
            OPEN INPUT STATIN
            IF WS-IN-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** STATIN COULD NOT BE OPENED - STATUS "
                    WS-IN-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
            ELSE
                CLOSE STATIN
            END-IF
            OPEN INPUT CLKIN
            IF WS-IN-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** CLKIN COULD NOT BE OPENED - STATUS "
                    WS-IN-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
            ELSE
                CLOSE CLKIN
            END-IF
            OPEN INPUT SWQIN
            IF WS-IN-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** SWQIN COULD NOT BE OPENED - STATUS "
                    WS-IN-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
            ELSE
                CLOSE SWQIN
            END-IF.

        APPEND-STREAM-HISTORY.
            IF MERGE-OUT-OF-BALANCE
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT STATIN
            OPEN EXTEND STATHIST
            MOVE "N" TO WS-EOF-SW
            READ STATIN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE STAT-IN TO STAT-REC
                WRITE STAT-REC
                ADD 1 TO WS-APP-STAT
                READ STATIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE STATIN
            CLOSE STATHIST
            OPEN INPUT CLKIN
            OPEN EXTEND CASELINK
            MOVE "N" TO WS-EOF-SW
            READ CLKIN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE CLK-IN TO CLK-REC
                WRITE CLK-REC
                ADD 1 TO WS-APP-CLK
                READ CLKIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE CLKIN
            CLOSE CASELINK
            OPEN INPUT SWQIN
            OPEN EXTEND SWEEPQ
            MOVE "N" TO WS-EOF-SW
            READ SWQIN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE SWQ-IN TO SWQ-REC
                WRITE SWQ-REC
                ADD 1 TO WS-APP-SWQ
                READ SWQIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE SWQIN
            CLOSE SWEEPQ.

        POST-SUMMARY-DELTAS.
            IF MERGE-OUT-OF-BALANCE
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT SUMMDLT
            IF WS-IN-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            OPEN I-O ZONESUMM
            IF WS-ZSUM-STATUS EQUAL "35"
                OPEN OUTPUT ZONESUMM
                CLOSE ZONESUMM
                OPEN I-O ZONESUMM
            END-IF
            OPEN I-O SEGSUMM
            IF WS-SSUM-STATUS EQUAL "35"
                OPEN OUTPUT SEGSUMM
                CLOSE SEGSUMM
                OPEN I-O SEGSUMM
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ SUMMDLT
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF SDL-ZONE-DELTA
                    PERFORM POST-ONE-ZONE-DELTA
                ELSE
                    PERFORM POST-ONE-SEG-DELTA
                END-IF
                READ SUMMDLT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE SUMMDLT
            CLOSE ZONESUMM
            CLOSE SEGSUMM.

        POST-ONE-ZONE-DELTA.
            MOVE SDL-SITE TO ZSUM-SITE
            MOVE SDL-ZONE TO ZSUM-ZONE
            MOVE SDL-DATE TO ZSUM-DATE
            READ ZONESUMM
                INVALID KEY CONTINUE
            END-READ
            IF WS-ZSUM-STATUS EQUAL "00"
                ADD SDL-YES TO ZSUM-YES
                ADD SDL-NO TO ZSUM-NO
                ADD SDL-ERR TO ZSUM-ERR
                ADD SDL-EXC TO ZSUM-EXC
                ADD SDL-SUS TO ZSUM-SUS
                ADD SDL-NAR TO ZSUM-NAR
                REWRITE ZSUM-REC
                    INVALID KEY CONTINUE
                END-REWRITE
            ELSE
                MOVE SDL-SITE TO ZSUM-SITE
                MOVE SDL-ZONE TO ZSUM-ZONE
                MOVE SDL-DATE TO ZSUM-DATE
                MOVE SDL-YES TO ZSUM-YES
                MOVE SDL-NO TO ZSUM-NO
                MOVE SDL-ERR TO ZSUM-ERR
                MOVE SDL-EXC TO ZSUM-EXC
                MOVE SDL-SUS TO ZSUM-SUS
                MOVE SDL-NAR TO ZSUM-NAR
                WRITE ZSUM-REC
                    INVALID KEY CONTINUE
                END-WRITE
            END-IF
            ADD 1 TO WS-DLT-ZONES.

        POST-ONE-SEG-DELTA.
            MOVE SDL-SITE TO SSUM-SITE
            MOVE SDL-ZONE TO SSUM-ZONE
            MOVE SDL-DATE TO SSUM-DATE
            MOVE SDL-SEG TO SSUM-SEG
            READ SEGSUMM
                INVALID KEY CONTINUE
            END-READ
            IF WS-SSUM-STATUS EQUAL "00"
                ADD SDL-HITS TO SSUM-HITS
                REWRITE SSUM-REC
                    INVALID KEY CONTINUE
                END-REWRITE
            ELSE
                MOVE SDL-SITE TO SSUM-SITE
                MOVE SDL-ZONE TO SSUM-ZONE
                MOVE SDL-DATE TO SSUM-DATE
                MOVE SDL-SEG TO SSUM-SEG
                MOVE SDL-HITS TO SSUM-HITS
                WRITE SSUM-REC
                    INVALID KEY CONTINUE
                END-WRITE
            END-IF
            ADD 1 TO WS-DLT-SEGS.

        MERGE-ONE-EXTRACT-RECORD.
            EVALUATE EXI-TYPE
                WHEN "H"
                    ADD 1 TO WS-EXTR-H-SEEN
                    IF NOT MERGED-HEADER-WRITTEN
                        IF EXI-H-RUN-DATE NUMERIC
                            MOVE EXI-H-RUN-DATE TO WS-RUN-DATE-NUM
                        END-IF
                        PERFORM WRITE-MERGED-EXTRACT-HEADER
                    END-IF
                WHEN "D"
                    MOVE EXI-REC TO EXTR-REC
                    WRITE EXTR-REC
                    ADD 1 TO WS-EXTR-COUNT
                    ADD EXI-D-X1 TO WS-EXTR-HASH
                    ADD EXI-D-Y1 TO WS-EXTR-HASH
                    ADD EXI-D-X2 TO WS-EXTR-HASH
                    ADD EXI-D-Y2 TO WS-EXTR-HASH
                    ADD EXI-D-XM TO WS-EXTR-HASH
                    ADD EXI-D-YM TO WS-EXTR-HASH
                    MOVE EXI-D-CASE TO WS-CASE
                    PERFORM FIND-CASE-STREAM
                    IF WS-CASE-STREAM NOT = ZERO
                        ADD 1 TO MS-EXTR-DETAIL (WS-CASE-STREAM)
                        ADD EXI-D-X1 TO MS-EXTR-HASH (WS-CASE-STREAM)
                        ADD EXI-D-Y1 TO MS-EXTR-HASH (WS-CASE-STREAM)
                        ADD EXI-D-X2 TO MS-EXTR-HASH (WS-CASE-STREAM)
                        ADD EXI-D-Y2 TO MS-EXTR-HASH (WS-CASE-STREAM)
                        ADD EXI-D-XM TO MS-EXTR-HASH (WS-CASE-STREAM)
                        ADD EXI-D-YM TO MS-EXTR-HASH (WS-CASE-STREAM)
                    END-IF
                WHEN "T"
                    ADD 1 TO WS-EXTR-T-SEEN
                    IF WS-EXTR-T-SEEN <= WS-MAX-STREAMS
                        MOVE WS-EXTR-T-SEEN TO WS-STR-SUB
                        MOVE "Y" TO MS-T-SEEN (WS-STR-SUB)
                        MOVE EXI-T-COUNT TO MS-T-COUNT (WS-STR-SUB)
                        MOVE EXI-T-HASH TO MS-T-HASH (WS-STR-SUB)
                    END-IF
                WHEN OTHER
                    MOVE SPACES TO RPT-REC
                    STRING "** EXTRIN RECORD OF UNKNOWN TYPE: "
                        EXI-REC (1:20)
                        DELIMITED BY SIZE INTO RPT-REC
                    PERFORM WRITE-BALANCE-LINE
            END-EVALUATE.

        WRITE-MERGED-EXTRACT-HEADER.
            MOVE WS-RUN-DATE-NUM TO EXTR-H-RUN-DATE
            MOVE WS-EXTR-SEQ-NUM TO EXTR-H-SEQ-NUM
            MOVE WS-SITE-ID TO EXTR-H-SITE
            MOVE WS-EXTR-HEADER TO EXTR-REC
            WRITE EXTR-REC
            SET MERGED-HEADER-WRITTEN TO TRUE.

        LOAD-EXTRACT-SEQUENCE.
            OPEN INPUT EXTRSEQ
            IF WS-EXTRSEQ-STATUS EQUAL "00"
                READ EXTRSEQ
                    AT END CONTINUE
                    NOT AT END
                        IF EXTRSEQ-REC NUMERIC
                            MOVE EXTRSEQ-REC TO WS-EXTR-SEQ-NUM
                        END-IF
                END-READ
                CLOSE EXTRSEQ
            END-IF
            ADD 1 TO WS-EXTR-SEQ-NUM.

        FIND-CASE-STREAM.
            MOVE ZERO TO WS-CASE-STREAM
            PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                UNTIL WS-STR-SUB > WS-STREAM-COUNT
                    OR WS-CASE-STREAM NOT = ZERO
                IF WS-CASE > MS-CASE-BASE (WS-STR-SUB)
                        AND WS-CASE <= MS-CASE-BASE (WS-STR-SUB)
                            + MS-CASES (WS-STR-SUB)
                    MOVE WS-STR-SUB TO WS-CASE-STREAM
                END-IF
            END-PERFORM
            IF WS-CASE-STREAM = ZERO
                ADD 1 TO WS-UNATTRIBUTED
            END-IF.

        BALANCE-STREAMS.
            PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                UNTIL WS-STR-SUB > WS-STREAM-COUNT
                PERFORM BALANCE-ONE-STREAM
            END-PERFORM
            IF WS-UNATTRIBUTED > ZERO
                MOVE WS-UNATTRIBUTED TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** RECORDS WITH A CASE NUMBER OUTSIDE EVERY"
                    " STREAM'S RANGE=" WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
            END-IF
            IF WS-EXTR-H-SEEN NOT = WS-STREAM-COUNT
                    OR WS-EXTR-T-SEEN NOT = WS-STREAM-COUNT
                MOVE WS-EXTR-H-SEEN TO WS-COUNT-ED
                MOVE WS-EXTR-T-SEEN TO WS-COUNT-ED2
                MOVE SPACES TO RPT-REC
                STRING "** EXTRIN HEADERS=" WS-COUNT-ED
                    " TRAILERS=" WS-COUNT-ED2
                    " - EXPECTED ONE EACH PER STREAM"
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
            END-IF.

        BALANCE-ONE-STREAM.
            IF MS-TOT-SEEN (WS-STR-SUB) NOT EQUAL "Y"
                MOVE SPACES TO RPT-REC
                STRING "** STREAM " WS-STR-SUB
                    " WROTE NO STREAM TOTALS - STEP DID NOT FINISH"
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE MS-TOT-DATA (WS-STR-SUB) TO WST-REC
            IF WST-HEADER NOT EQUAL "Y"
                MOVE SPACES TO RPT-REC
                STRING "** STREAM " WS-STR-SUB
                    " REJECTED ITS INPUT HEADER - NO CASES RUN"
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
            END-IF
            MOVE "CASE BASE" TO WS-BAL-LABEL
            MOVE MS-CASE-BASE (WS-STR-SUB) TO WS-BAL-MERGED
            MOVE WST-CASE-BASE TO WS-BAL-STREAM
            PERFORM CHECK-ONE-COUNT
            MOVE "NUM_TESTS" TO WS-BAL-LABEL
            MOVE MS-CASES (WS-STR-SUB) TO WS-BAL-MERGED
            MOVE WST-NUM-TESTS TO WS-BAL-STREAM
            PERFORM CHECK-ONE-COUNT
            MOVE "CASES PROCESSED" TO WS-BAL-LABEL
            MOVE MS-CASES (WS-STR-SUB) TO WS-BAL-MERGED
            MOVE WST-CASES TO WS-BAL-STREAM
            PERFORM CHECK-ONE-COUNT
            MOVE "REPORT DETAIL LINES" TO WS-BAL-LABEL
            MOVE MS-RPT-DETAIL (WS-STR-SUB) TO WS-BAL-MERGED
            MOVE WST-CSV TO WS-BAL-STREAM
            PERFORM CHECK-ONE-COUNT
            MOVE "CSV ROWS" TO WS-BAL-LABEL
            MOVE MS-CSV-ROWS (WS-STR-SUB) TO WS-BAL-MERGED
            MOVE WST-CSV TO WS-BAL-STREAM
            PERFORM CHECK-ONE-COUNT
            MOVE "ALERT LINES" TO WS-BAL-LABEL
            MOVE MS-ALERTS (WS-STR-SUB) TO WS-BAL-MERGED
            MOVE WST-ALERTS TO WS-BAL-STREAM
            PERFORM CHECK-ONE-COUNT
            MOVE "ALERT RECORDS" TO WS-BAL-LABEL
            MOVE MS-ALERT-RECS (WS-STR-SUB) TO WS-BAL-MERGED
            MOVE WST-ALERTS TO WS-BAL-STREAM
            PERFORM CHECK-ONE-COUNT
            MOVE "BLOCKED (NO)" TO WS-BAL-LABEL
            MOVE MS-ALERTS (WS-STR-SUB) TO WS-BAL-MERGED
            MOVE WST-NO TO WS-BAL-STREAM
            PERFORM CHECK-ONE-COUNT
            MOVE "REJECT LINES" TO WS-BAL-LABEL
            MOVE MS-REJECTS (WS-STR-SUB) TO WS-BAL-MERGED
            MOVE WST-REJECTS TO WS-BAL-STREAM
            PERFORM CHECK-ONE-COUNT
            MOVE "EXTRACT DETAILS" TO WS-BAL-LABEL
            MOVE MS-EXTR-DETAIL (WS-STR-SUB) TO WS-BAL-MERGED
            MOVE WST-EXTR-COUNT TO WS-BAL-STREAM
            PERFORM CHECK-ONE-COUNT
            MOVE "EXTRACT HASH" TO WS-BAL-LABEL
            MOVE MS-EXTR-HASH (WS-STR-SUB) TO WS-BAL-MERGED
            MOVE WST-EXTR-HASH TO WS-BAL-STREAM
            PERFORM CHECK-ONE-COUNT
            MOVE "SUMMARY DELTAS" TO WS-BAL-LABEL
            MOVE MS-DELTAS (WS-STR-SUB) TO WS-BAL-MERGED
            MOVE WST-DELTAS TO WS-BAL-STREAM
            PERFORM CHECK-ONE-COUNT
            IF MS-T-SEEN (WS-STR-SUB) EQUAL "Y"
                MOVE "EXTRACT TRL COUNT" TO WS-BAL-LABEL
                MOVE MS-EXTR-DETAIL (WS-STR-SUB) TO WS-BAL-MERGED
                MOVE MS-T-COUNT (WS-STR-SUB) TO WS-BAL-STREAM
                PERFORM CHECK-ONE-COUNT
                MOVE "EXTRACT TRL HASH" TO WS-BAL-LABEL
                MOVE MS-EXTR-HASH (WS-STR-SUB) TO WS-BAL-MERGED
                MOVE MS-T-HASH (WS-STR-SUB) TO WS-BAL-STREAM
                PERFORM CHECK-ONE-COUNT
            END-IF.

        CHECK-ONE-COUNT.
            IF WS-BAL-MERGED NOT = WS-BAL-STREAM
                MOVE WS-BAL-MERGED TO WS-BAL-ED
                MOVE WS-BAL-STREAM TO WS-BAL-ED2
                MOVE SPACES TO RPT-REC
                STRING "** STREAM " WS-STR-SUB " " WS-BAL-LABEL
                    " MERGED/SPLIT=" WS-BAL-ED
                    " STREAM TOTALS=" WS-BAL-ED2
                    DELIMITED BY SIZE INTO RPT-REC
                PERFORM WRITE-BALANCE-LINE
            END-IF.

        WRITE-BALANCE-LINE.
            SET MERGE-OUT-OF-BALANCE TO TRUE
            ADD 1 TO WS-MISMATCH-COUNT
            WRITE RPT-REC.

        FINISH-EXTRACT.
            IF MERGE-OUT-OF-BALANCE OR REPLAY-MODE
                EXIT PARAGRAPH
            END-IF
            OPEN EXTEND EXTRLOG
            MOVE WS-EXTR-SEQ-NUM TO EXL-SEQ
            MOVE WS-RUN-DATE-NUM TO EXL-DATE
            MOVE WS-EXTR-COUNT TO EXL-COUNT
            MOVE WS-EXTR-HASH TO EXL-HASH
            MOVE WS-SITE-ID TO EXL-SITE
            MOVE WS-EXTRLOG-LINE TO EXL-REC
            WRITE EXL-REC
            CLOSE EXTRLOG
            OPEN OUTPUT EXTRSEQ
            MOVE WS-EXTR-SEQ-NUM TO EXTRSEQ-REC
            WRITE EXTRSEQ-REC
            CLOSE EXTRSEQ.

        SET-RETURN-CODE.
            IF MERGE-OUT-OF-BALANCE
                MOVE 12 TO RETURN-CODE
            ELSE
                IF WS-STREAM-RC >= 8
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF WS-TOT-CASES = ZERO
                        MOVE 4 TO RETURN-CODE
                    ELSE
                        MOVE 0 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF.

        WRITE-MERGE-SUMMARY.
            PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                UNTIL WS-STR-SUB > WS-STREAM-COUNT
                PERFORM WRITE-STREAM-BALANCE-LINE
            END-PERFORM
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOT-CASES TO WS-COUNT-ED
            MOVE WS-PAGE-NUM TO WS-COUNT-ED2
            MOVE SPACES TO RPT-REC
            STRING "STREAMS=" WS-STREAM-COUNT
                "  CASES=" WS-COUNT-ED
                "  REPORT PAGES=" WS-COUNT-ED2
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-EXTR-COUNT TO WS-COUNT-ED
            MOVE WS-EXTR-HASH TO WS-BAL-ED
            MOVE SPACES TO RPT-REC
            STRING "EXTRACT SEQ=" WS-EXTR-SEQ-NUM
                "  DETAILS=" WS-COUNT-ED
                "  HASH=" WS-BAL-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            IF MERGE-OUT-OF-BALANCE
                MOVE WS-MISMATCH-COUNT TO WS-COUNT-ED
                STRING "** STREAMS OUT OF BALANCE - MISMATCHES="
                    WS-COUNT-ED
                    " - EXTRACT NOT LOGGED, ZONE AND SEGMENT"
                    " SUMMARIES NOT POSTED, STREAM HISTORY NOT"
                    " APPENDED, CHAIN STOPPED"
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                MOVE WS-DLT-ZONES TO WS-COUNT-ED
                MOVE WS-DLT-SEGS TO WS-COUNT-ED2
                STRING "ALL STREAMS BALANCED TO THE SPLIT - ZONE"
                    " SUMMARIES POSTED=" WS-COUNT-ED
                    " SEGMENT SUMMARIES POSTED=" WS-COUNT-ED2
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE WS-APP-STAT TO WS-COUNT-ED
                MOVE WS-APP-CLK TO WS-COUNT-ED2
                MOVE WS-APP-SWQ TO WS-HITS-ED
                MOVE SPACES TO RPT-REC
                STRING "STREAM HISTORY APPENDED - STATHIST="
                    WS-COUNT-ED
                    " CASELINK=" WS-COUNT-ED2
                    " SWEEPQ=" WS-HITS-ED
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC.

        WRITE-STREAM-BALANCE-LINE.
            MOVE MS-CASES (WS-STR-SUB) TO WS-COUNT-ED
            MOVE MS-CSV-ROWS (WS-STR-SUB) TO WS-COUNT-ED2
            MOVE MS-ALERTS (WS-STR-SUB) TO WS-NO-ED
            MOVE MS-REJECTS (WS-STR-SUB) TO WS-ERR-ED
            MOVE SPACES TO RPT-REC
            STRING "STREAM " WS-STR-SUB
                "  ZONES " MS-LO-ZONE (WS-STR-SUB)
                "-" MS-HI-ZONE (WS-STR-SUB)
                "  CASEBASE=" MS-CASE-BASE (WS-STR-SUB)
                "  CASES=" WS-COUNT-ED
                "  ROWS=" WS-COUNT-ED2
                "  ALERTS=" WS-NO-ED
                "  REJECTS=" WS-ERR-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-RUN-HISTORY.
            IF REPLAY-MODE
                EXIT PARAGRAPH
            END-IF
            OPEN EXTEND RUNHIST
            MOVE SPACES TO RUNH-REC
            MOVE "HARRYLAS" TO RUNH-PROGRAM
            MOVE WS-RUN-DATE-NUM TO RUNH-RUN-DATE
            MOVE WS-START-TS (1:14) TO RUNH-START-TS
            MOVE FUNCTION CURRENT-DATE (1:14) TO RUNH-END-TS
            MOVE WS-TOT-CASES TO RUNH-READ-CNT
            MOVE WS-TOT-CSV TO RUNH-WRITE-CNT
            MOVE WS-TOT-ALERTS TO RUNH-ALT-CNT
            MOVE RETURN-CODE TO RUNH-RC
            WRITE RUNH-REC
            CLOSE RUNHIST.

        END PROGRAM HARRYMRG.
