        IDENTIFICATION DIVISION.
        PROGRAM-ID. WOPOST.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WOREPLY ASSIGN TO "WOREPLY"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-REPLY-STATUS.
            SELECT ALERTMSTR ASSIGN TO "ALERTMSTR"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALM-KEY
                FILE STATUS IS WS-MSTR-STATUS.
            SELECT ALERTLOG ASSIGN TO "ALERTLOG"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALG-STATUS.
            SELECT WOPRPT ASSIGN TO "WOPRPT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT MASTJRNL ASSIGN TO "MASTJRNL"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD WOREPLY.
         01 REPLY-LINE PIC X(80).

         FD ALERTMSTR.
         COPY ALERTMST.

         FD ALERTLOG.
         COPY ALERTLOG.

         FD WOPRPT.
         01 RPT-REC PIC X(132).

         FD MASTJRNL.
         COPY MASTJRNL.

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-REPLY-STATUS PIC XX.
         01 WS-MSTR-STATUS PIC XX.
         01 WS-ALG-STATUS PIC XX.
         01 WS-ALERTLOG-SW PIC X VALUE "N".
             88 ALERTLOG-AVAILABLE VALUE "Y".
         01 WS-BALANCE-SW PIC X VALUE "Y".
             88 REPLY-IN-BALANCE VALUE "Y".
             88 REPLY-OUT-OF-BALANCE VALUE "N".
         01 WS-RUN-TS PIC X(26).
         01 WS-REJECT-TEXT PIC X(40).

         01 WS-RPL-REC.
             05 RPL-TYPE           PIC X.
                 88 RPL-HEADER  VALUE "H".
                 88 RPL-DETAIL  VALUE "D".
                 88 RPL-TRAILER VALUE "T".
             05 RPL-BODY           PIC X(79).
         01 WS-RPL-HEADER REDEFINES WS-RPL-REC.
             05 FILLER             PIC X.
             05 RPL-H-REPLY-DATE   PIC 9(8).
             05 RPL-H-REQ-SEQ      PIC 9(6).
             05 FILLER             PIC X(65).
         01 WS-RPL-DETAIL REDEFINES WS-RPL-REC.
             05 FILLER             PIC X.
             05 RPL-D-ALERT-DATE   PIC 9(8).
             05 RPL-D-ALERT-CASE   PIC 9(6).
             05 RPL-D-WO-NUMBER    PIC X(10).
             05 RPL-D-WO-STATUS    PIC X(6).
             05 RPL-D-STATUS-DATE  PIC 9(8).
             05 RPL-D-SITE         PIC 9(2).
             05 FILLER             PIC X(39).
         01 WS-RPL-TRAILER REDEFINES WS-RPL-REC.
             05 FILLER             PIC X.
             05 RPL-T-COUNT        PIC 9(7).
             05 FILLER             PIC X(72).

         01 WS-HEADER-COUNT   PIC 9(6) VALUE ZERO.
         01 WS-TRAILER-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-DETAIL-COUNT   PIC 9(7) VALUE ZERO.
         01 WS-STRAY-COUNT    PIC 9(6) VALUE ZERO.
         01 WS-TRAILER-VALUE  PIC 9(7) VALUE ZERO.
         01 WS-AFTER-TRAILER  PIC 9(6) VALUE ZERO.
         01 WS-POSTED-COUNT   PIC 9(6) VALUE ZERO.
         01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
         01 WS-COUNT-ED       PIC Z(6)9.
         01 WS-COUNT-ED2      PIC Z(6)9.
         01 WS-SEQ-ED         PIC Z(5)9.
         01 WS-CASE-ED        PIC Z(6).
         01 WS-ZONE-ID-ED     PIC Z(4).

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT WOPRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            CALL "SITESEL" USING SITE-PARM
            MOVE SPACES TO RPT-REC
            STRING "WORK-ORDER REPLY POSTING TO ALERTMSTR - RUN "
                WS-RUN-TS (1:10) "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    " - NOTHING POSTED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE WOPRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT WOREPLY
            IF WS-REPLY-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** WOREPLY NOT AVAILABLE - STATUS "
                    WS-REPLY-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE WOPRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM BALANCE-REPLY-FILE
            CLOSE WOREPLY
            IF REPLY-OUT-OF-BALANCE
                MOVE SPACES TO RPT-REC
                STRING "** REPLY FILE OUT OF BALANCE - NOTHING POSTED."
                    " HAVE THE CMMS RESEND THE WHOLE FILE."
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE WOPRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O ALERTMSTR
            IF WS-MSTR-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** ALERTMSTR NOT AVAILABLE - STATUS "
                    WS-MSTR-STATUS " - NOTHING POSTED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE WOPRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN EXTEND ALERTLOG
            IF WS-ALG-STATUS EQUAL "00"
                SET ALERTLOG-AVAILABLE TO TRUE
            END-IF
            OPEN EXTEND MASTJRNL
            MOVE SPACES TO RPT-REC
            STRING "DATE      CASE    ZONE  WO NUMBER   STATUS"
                "  STATUS DATE"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            OPEN INPUT WOREPLY
            MOVE "N" TO WS-EOF-SW
            READ WOREPLY
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE REPLY-LINE TO WS-RPL-REC
                IF RPL-DETAIL
                    PERFORM POST-ONE-REPLY
                END-IF
                READ WOREPLY
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE WOREPLY
            PERFORM WRITE-POSTING-TRAILER
            IF WS-REJECTED-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE ALERTMSTR
            IF ALERTLOG-AVAILABLE
                CLOSE ALERTLOG
            END-IF
            CLOSE MASTJRNL
            CLOSE WOPRPT
            STOP RUN.

        BALANCE-REPLY-FILE.
            READ WOREPLY
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE REPLY-LINE TO WS-RPL-REC
                IF WS-TRAILER-COUNT > ZERO
                    ADD 1 TO WS-AFTER-TRAILER
                END-IF
                EVALUATE TRUE
                    WHEN RPL-HEADER
                        ADD 1 TO WS-HEADER-COUNT
                        IF WS-HEADER-COUNT = 1
                                AND RPL-H-REQ-SEQ NUMERIC
                            MOVE RPL-H-REQ-SEQ TO WS-SEQ-ED
                            MOVE SPACES TO RPT-REC
                            STRING "REPLY DATED " RPL-H-REPLY-DATE
                                " TO REQUEST FILE SEQUENCE " WS-SEQ-ED
                                DELIMITED BY SIZE INTO RPT-REC
                            WRITE RPT-REC
                        END-IF
                    WHEN RPL-DETAIL
                        ADD 1 TO WS-DETAIL-COUNT
                    WHEN RPL-TRAILER
                        ADD 1 TO WS-TRAILER-COUNT
                        IF RPL-T-COUNT NUMERIC
                            MOVE RPL-T-COUNT TO WS-TRAILER-VALUE
                        ELSE
                            SET REPLY-OUT-OF-BALANCE TO TRUE
                        END-IF
                    WHEN OTHER
                        ADD 1 TO WS-STRAY-COUNT
                END-EVALUATE
                READ WOREPLY
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            IF WS-HEADER-COUNT NOT = 1 OR WS-TRAILER-COUNT NOT = 1
                    OR WS-AFTER-TRAILER > ZERO
                    OR WS-STRAY-COUNT > ZERO
                    OR WS-TRAILER-VALUE NOT = WS-DETAIL-COUNT
                SET REPLY-OUT-OF-BALANCE TO TRUE
            END-IF
            MOVE WS-DETAIL-COUNT TO WS-COUNT-ED
            MOVE WS-TRAILER-VALUE TO WS-COUNT-ED2
            MOVE SPACES TO RPT-REC
            STRING "DETAILS READ=" WS-COUNT-ED
                "  TRAILER COUNT=" WS-COUNT-ED2
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        POST-ONE-REPLY.
            MOVE SPACES TO WS-REJECT-TEXT
            IF RPL-D-ALERT-DATE NOT NUMERIC
                    OR RPL-D-ALERT-CASE NOT NUMERIC
                MOVE "ALERT KEY NOT NUMERIC" TO WS-REJECT-TEXT
                PERFORM WRITE-REPLY-REJECT
                EXIT PARAGRAPH
            END-IF
            IF RPL-D-WO-NUMBER EQUAL SPACES
                    OR RPL-D-WO-STATUS EQUAL SPACES
                MOVE "WO NUMBER OR STATUS MISSING" TO WS-REJECT-TEXT
                PERFORM WRITE-REPLY-REJECT
                EXIT PARAGRAPH
            END-IF
            MOVE RPL-D-ALERT-DATE TO ALM-DATE
            MOVE RPL-D-ALERT-CASE TO ALM-CASE
            MOVE SITP-SITE-ID TO ALM-SITE
            IF RPL-D-SITE NUMERIC AND RPL-D-SITE NOT = ZERO
                MOVE RPL-D-SITE TO ALM-SITE
            END-IF
            READ ALERTMSTR
                INVALID KEY CONTINUE
            END-READ
            IF WS-MSTR-STATUS NOT EQUAL "00"
                MOVE "ALERT NOT ON ALERTMSTR" TO WS-REJECT-TEXT
                PERFORM WRITE-REPLY-REJECT
                EXIT PARAGRAPH
            END-IF
            IF ALM-WO-NUMBER NOT EQUAL SPACES
                    AND ALM-WO-NUMBER NOT EQUAL RPL-D-WO-NUMBER
                MOVE "ALERT CARRIES A DIFFERENT WO NUMBER"
                    TO WS-REJECT-TEXT
                PERFORM WRITE-REPLY-REJECT
                EXIT PARAGRAPH
            END-IF
            IF ALM-WO-DATE NUMERIC AND RPL-D-STATUS-DATE NUMERIC
                    AND ALM-WO-NUMBER NOT EQUAL SPACES
                    AND RPL-D-STATUS-DATE < ALM-WO-DATE
                MOVE "STATUS OLDER THAN THE ONE POSTED"
                    TO WS-REJECT-TEXT
                PERFORM WRITE-REPLY-REJECT
                EXIT PARAGRAPH
            END-IF
            MOVE RPL-D-WO-NUMBER TO ALM-WO-NUMBER
            MOVE RPL-D-WO-STATUS TO ALM-WO-STATUS
            IF RPL-D-STATUS-DATE NUMERIC
                MOVE RPL-D-STATUS-DATE TO ALM-WO-DATE
            ELSE
                MOVE WS-RUN-TS (1:8) TO ALM-WO-DATE
            END-IF
            REWRITE ALM-REC
                INVALID KEY CONTINUE
            END-REWRITE
            IF WS-MSTR-STATUS NOT EQUAL "00"
                MOVE "ALERTMSTR REWRITE FAILED" TO WS-REJECT-TEXT
                PERFORM WRITE-REPLY-REJECT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-POSTED-COUNT
            MOVE WS-RUN-TS (1:8) TO MSJ-DATE
            MOVE WS-RUN-TS (9:6) TO MSJ-TIME
            MOVE "WOPOST" TO MSJ-PROGRAM
            MOVE "ALERTMST" TO MSJ-MASTER
            MOVE "CHANGE" TO MSJ-ACTION
            MOVE ALM-REC TO MSJ-IMAGE
            WRITE MSJ-REC
            IF ALERTLOG-AVAILABLE
                MOVE SPACES TO ALG-REC
                MOVE ALM-DATE TO ALG-DATE
                MOVE ALM-CASE TO ALG-CASE
                MOVE ALM-SITE TO ALG-SITE
                MOVE "WORKORD" TO ALG-EVENT
                MOVE WS-RUN-TS (1:14) TO ALG-TS
                MOVE "CMMS" TO ALG-WHO
                MOVE ALM-ZONE TO ALG-ZONE
                MOVE ALM-WO-STATUS (1:4) TO ALG-CODE
                MOVE "WOPOST" TO ALG-STEP
                WRITE ALG-REC
            END-IF
            MOVE ALM-CASE TO WS-CASE-ED
            MOVE ALM-ZONE TO WS-ZONE-ID-ED
            MOVE SPACES TO RPT-REC
            STRING ALM-DATE "  " WS-CASE-ED
                "  " WS-ZONE-ID-ED "  " ALM-WO-NUMBER
                "  " ALM-WO-STATUS "  " ALM-WO-DATE
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-REPLY-REJECT.
            ADD 1 TO WS-REJECTED-COUNT
            MOVE SPACES TO RPT-REC
            STRING "** REJECTED: " WS-REJECT-TEXT
                " - RAW LINE: " REPLY-LINE (1:60)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-POSTING-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-POSTED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "REPLIES POSTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-REJECTED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "REPLIES REJECTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM WOPOST.
