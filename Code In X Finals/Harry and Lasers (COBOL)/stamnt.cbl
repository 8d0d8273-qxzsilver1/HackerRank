            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT STAMRPT ASSIGN TO "STAMRPT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT MASTJRNL ASSIGN TO "MASTJRNL"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD STAMRPT.
         01 MAINT-REC PIC X(132).

         FD MASTJRNL.
         COPY MASTJRNL.

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
             88 TRAN-OK VALUE "N".
             88 TRAN-BAD VALUE "Y".
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).

         01 WS-TRAN-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-APPLIED-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-YM-ED       PIC -ZZZZZ9.
         01 WS-ELEV-ED     PIC -ZZZZZ9.

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT STATRAN
                OPEN I-O STATMAST
            END-IF
            OPEN OUTPUT STAMRPT
            OPEN EXTEND MASTJRNL
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            CALL "SITESEL" USING SITE-PARM
            IF SITP-CARD-BAD
                MOVE SPACES TO MAINT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    " - ALL TRANSACTIONS WILL REJECT"
                    DELIMITED BY SIZE INTO MAINT-REC
                WRITE MAINT-REC
            END-IF
            PERFORM WRITE-MAINT-HEADERS
            READ STATRAN
                AT END SET EOF TO TRUE
            CLOSE STATRAN
            CLOSE STATMAST
            CLOSE STAMRPT
            CLOSE MASTJRNL
            STOP RUN.

        PROCESS-ONE-TRAN.
            SET TRAN-OK TO TRUE
            MOVE SPACES TO WS-REJECT-TEXT
            IF SITP-CARD-BAD
                SET TRAN-BAD TO TRUE
                MOVE "SITE CARD INVALID" TO WS-REJECT-TEXT
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WRITE-REJECT-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-ACTION WS-DESC
            MOVE ZERO TO WS-STA-ID WS-ZONE-ID
            IF TRAN-BAD
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO STA-SITE-ID
            MOVE WS-STA-ID TO STA-ID
            READ STATMAST
                INVALID KEY CONTINUE
                SET TRAN-BAD TO TRUE
                MOVE "STATION ALREADY ON MASTER" TO WS-REJECT-TEXT
            ELSE
                MOVE SPACES TO STATION-REC
                MOVE SITP-SITE-ID TO STA-SITE-ID
                MOVE WS-STA-ID TO STA-ID
                MOVE WS-ZONE-ID TO STA-ZONE-ID
                MOVE WS-XM TO STA-XM
                MOVE WS-ELEV TO STA-ELEV
                MOVE "A" TO STA-STATUS
                MOVE WS-DESC TO STA-DESC
                MOVE WS-TODAY-NUM TO STA-EFF-DATE
                MOVE ZERO TO STA-SUSP-DATE STA-RESUME-DATE
                WRITE STATION-REC
                    INVALID KEY
                        SET TRAN-BAD TO TRUE
                END-WRITE
                IF TRAN-OK
                    PERFORM WRITE-STATION-LINE
                    MOVE "ADD" TO MSJ-ACTION
                    PERFORM WRITE-MASTER-JOURNAL
                END-IF
            END-IF.

                IF TRAN-OK
                    MOVE "** STATION DELETED FROM MASTER" TO MAINT-REC
                    WRITE MAINT-REC
                    MOVE "DELETE" TO MSJ-ACTION
                    PERFORM WRITE-MASTER-JOURNAL
                END-IF
            END-IF.

        APPLY-SUSSTA.
            PERFORM READ-STATION-FOR-UPDATE
            IF TRAN-OK
                IF NOT STA-SUSPENDED
                    MOVE WS-TODAY-NUM TO STA-SUSP-DATE
                    MOVE ZERO TO STA-RESUME-DATE
                END-IF
                MOVE "S" TO STA-STATUS
                PERFORM REWRITE-STATION
            END-IF.
        APPLY-ACTSTA.
            PERFORM READ-STATION-FOR-UPDATE
            IF TRAN-OK
                IF STA-SUSPENDED
                    MOVE WS-TODAY-NUM TO STA-RESUME-DATE
                END-IF
                MOVE "A" TO STA-STATUS
                PERFORM REWRITE-STATION
            END-IF.

        READ-STATION-FOR-UPDATE.
            MOVE SITP-SITE-ID TO STA-SITE-ID
            MOVE WS-STA-ID TO STA-ID
            READ STATMAST
                INVALID KEY
            END-REWRITE
            IF TRAN-OK
                PERFORM WRITE-STATION-LINE
                MOVE "CHANGE" TO MSJ-ACTION
                PERFORM WRITE-MASTER-JOURNAL
            END-IF.

        WRITE-MASTER-JOURNAL.
            MOVE WS-RUN-TS (1:8) TO MSJ-DATE
            MOVE WS-RUN-TS (9:6) TO MSJ-TIME
            MOVE "STAMNT" TO MSJ-PROGRAM
            MOVE "STATMAST" TO MSJ-MASTER
            MOVE STATION-REC TO MSJ-IMAGE
            WRITE MSJ-REC.

        TAKE-DESC-REMAINDER.
            COMPUTE WS-REM-LEN = 132 - WS-PARSE-PTR + 1
            IF WS-REM-LEN > 20
                " ELEV=" WS-ELEV-ED
                " ST=" STA-STATUS
                " " STA-DESC
                " IN=" STA-EFF-DATE
                " SUS=" STA-SUSP-DATE
                " RES=" STA-RESUME-DATE
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

            MOVE SPACES TO MAINT-REC
            STRING "RUN DATE: " WS-RUN-TS (1:10)
                "  TIME: " WS-RUN-TS (11:8)
                "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC.

