        IDENTIFICATION DIVISION.
        PROGRAM-ID. SITECONV.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OLDMAST ASSIGN TO "OLDMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OLDM-ZONE-ID
                FILE STATUS IS WS-OLD-STATUS.
            SELECT NEWMAST ASSIGN TO "NEWMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NEWM-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT OLDSTA ASSIGN TO "OLDSTA"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OLDS-ID
                FILE STATUS IS WS-OLD-STATUS.
            SELECT NEWSTA ASSIGN TO "NEWSTA"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NEWS-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT OLDZSUM ASSIGN TO "OLDZSUM"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OLDZ-KEY
                FILE STATUS IS WS-OLD-STATUS.
            SELECT NEWZSUM ASSIGN TO "NEWZSUM"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NEWZ-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT OLDSSUM ASSIGN TO "OLDSSUM"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OLDG-KEY
                FILE STATUS IS WS-OLD-STATUS.
            SELECT NEWSSUM ASSIGN TO "NEWSSUM"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NEWG-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT OLDALM ASSIGN TO "OLDALM"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OLDA-KEY
                FILE STATUS IS WS-OLD-STATUS.
            SELECT NEWALM ASSIGN TO "NEWALM"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NEWA-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT OLDBRG ASSIGN TO "OLDBRG"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OLDB-ZONE
                FILE STATUS IS WS-OLD-STATUS.
            SELECT NEWBRG ASSIGN TO "NEWBRG"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NEWB-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT CONVRPT ASSIGN TO "CONVRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD OLDMAST.
         01 OLDM-REC.
             05 OLDM-ZONE-ID PIC 9(4).
             05 OLDM-BODY    PIC X(8527).

         FD NEWMAST.
         01 NEWM-REC.
             05 NEWM-KEY.
                10 NEWM-SITE-ID PIC 9(2).
                10 NEWM-ZONE-ID PIC 9(4).
             05 NEWM-BODY       PIC X(8527).

         FD OLDSTA.
         01 OLDS-REC.
             05 OLDS-ID   PIC 9(4).
             05 OLDS-BODY PIC X(67).
             05 FILLER    PIC X(16).

         FD NEWSTA.
         COPY STATMAST REPLACING ==STATION-REC== BY ==NEWS-REC==
                                 LEADING ==STA-== BY ==NEWS-==.

         FD OLDZSUM.
         01 OLDZ-REC.
             05 OLDZ-KEY.
                10 OLDZ-ZONE PIC 9(4).
                10 OLDZ-DATE PIC 9(8).
             05 OLDZ-BODY PIC X(42).

         FD NEWZSUM.
         COPY ZONESUMM REPLACING ==ZSUM-REC== BY ==NEWZ-REC==
                                 LEADING ==ZSUM-== BY ==NEWZ-==.

         FD OLDSSUM.
         01 OLDG-REC.
             05 OLDG-KEY.
                10 OLDG-ZONE PIC 9(4).
                10 OLDG-DATE PIC 9(8).
                10 OLDG-SEG  PIC 9(3).
             05 OLDG-BODY PIC X(7).

         FD NEWSSUM.
         COPY SEGSUMM REPLACING ==SSUM-REC== BY ==NEWG-REC==
                                LEADING ==SSUM-== BY ==NEWG-==.

         FD OLDALM.
         01 OLDA-REC.
             05 OLDA-KEY.
                10 OLDA-DATE PIC 9(8).
                10 OLDA-CASE PIC 9(6).
             05 OLDA-BODY PIC X(188).
             05 FILLER    PIC X(16).

         FD NEWALM.
         COPY ALERTMST REPLACING ==ALM-REC== BY ==NEWA-REC==
                                 LEADING ==ALM-== BY ==NEWA-==.

         FD OLDBRG.
         01 OLDB-REC.
             05 OLDB-ZONE PIC 9(4).
             05 OLDB-BODY PIC X(45).

         FD NEWBRG.
         01 NEWB-REC.
             05 NEWB-KEY.
                10 NEWB-SITE PIC 9(2).
                10 NEWB-ZONE PIC 9(4).
             05 NEWB-BODY PIC X(45).

         FD CONVRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-OLD-STATUS PIC XX.
         01 WS-NEW-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-FILE-NAME PIC X(12).
         01 WS-RECS-READ    PIC 9(7) VALUE ZERO.
         01 WS-RECS-WRITTEN PIC 9(7) VALUE ZERO.
         01 WS-FILES-CONVERTED PIC 9(2) VALUE ZERO.
         01 WS-FILES-SKIPPED   PIC 9(2) VALUE ZERO.
         01 WS-FILES-FAILED    PIC 9(2) VALUE ZERO.
         01 WS-NEW-OPEN-SW PIC X.
             88 NEW-FILE-OPEN VALUE "Y".
         01 WS-COUNT-ED   PIC Z(6)9.
         01 WS-COUNT-ED2  PIC Z(6)9.
         01 WS-FILES-ED   PIC Z9.

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT CONVRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            CALL "SITESEL" USING SITE-PARM
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "SITE KEY CONVERSION - SITEPARM CARD NOT SITE"
                    " 01-99: " SITP-CARD " - NOTHING CONVERTED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE CONVRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO RPT-REC
            STRING "SITE KEY CONVERSION - SINGLE-PLANT KEYED FILES"
                " TO SITE-KEYED LAYOUT AS SITE " SITP-SITE-ID
                " - RUN " WS-RUN-TS (1:10)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM CONVERT-MASTER
            PERFORM CONVERT-STATIONS
            PERFORM CONVERT-ZONE-SUMMARY
            PERFORM CONVERT-SEGMENT-SUMMARY
            PERFORM CONVERT-ALERTS
            PERFORM CONVERT-BREACHES
            PERFORM WRITE-CONV-TRAILER
            IF WS-FILES-FAILED > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-FILES-CONVERTED = ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
            CLOSE CONVRPT
            STOP RUN.

        CONVERT-MASTER.
            MOVE "OBSTRMASTER" TO WS-FILE-NAME
            OPEN INPUT OLDMAST
            IF WS-OLD-STATUS NOT EQUAL "00"
                PERFORM NOTE-FILE-SKIPPED
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-NEW-OPEN-SW
            OPEN OUTPUT NEWMAST
            IF WS-NEW-STATUS EQUAL "00"
                SET NEW-FILE-OPEN TO TRUE
            END-IF
            PERFORM START-FILE-COUNTS
            PERFORM UNTIL EOF OR NOT NEW-FILE-OPEN
                READ OLDMAST
                    AT END SET EOF TO TRUE
                END-READ
                IF NOT EOF
                    ADD 1 TO WS-RECS-READ
                    MOVE SPACES TO NEWM-REC
                    MOVE SITP-SITE-ID TO NEWM-SITE-ID
                    MOVE OLDM-ZONE-ID TO NEWM-ZONE-ID
                    MOVE OLDM-BODY TO NEWM-REC (7:8527)
                    WRITE NEWM-REC
                        INVALID KEY CONTINUE
                    END-WRITE
                    PERFORM NOTE-RECORD-WRITTEN
                END-IF
            END-PERFORM
            PERFORM END-FILE-COUNTS
            CLOSE OLDMAST
            IF NEW-FILE-OPEN
                CLOSE NEWMAST
            END-IF.

        CONVERT-STATIONS.
            MOVE "STATMAST" TO WS-FILE-NAME
            OPEN INPUT OLDSTA
            IF WS-OLD-STATUS NOT EQUAL "00"
                PERFORM NOTE-FILE-SKIPPED
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-NEW-OPEN-SW
            OPEN OUTPUT NEWSTA
            IF WS-NEW-STATUS EQUAL "00"
                SET NEW-FILE-OPEN TO TRUE
            END-IF
            PERFORM START-FILE-COUNTS
            PERFORM UNTIL EOF OR NOT NEW-FILE-OPEN
                READ OLDSTA
                    AT END SET EOF TO TRUE
                END-READ
                IF NOT EOF
                    ADD 1 TO WS-RECS-READ
                    MOVE SPACES TO NEWS-REC
                    MOVE SITP-SITE-ID TO NEWS-SITE-ID
                    MOVE OLDS-ID TO NEWS-ID
                    MOVE OLDS-BODY TO NEWS-REC (7:67)
                    WRITE NEWS-REC
                        INVALID KEY CONTINUE
                    END-WRITE
                    PERFORM NOTE-RECORD-WRITTEN
                END-IF
            END-PERFORM
            PERFORM END-FILE-COUNTS
            CLOSE OLDSTA
            IF NEW-FILE-OPEN
                CLOSE NEWSTA
            END-IF.

        CONVERT-ZONE-SUMMARY.
            MOVE "ZONESUMM" TO WS-FILE-NAME
            OPEN INPUT OLDZSUM
            IF WS-OLD-STATUS NOT EQUAL "00"
                PERFORM NOTE-FILE-SKIPPED
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-NEW-OPEN-SW
            OPEN OUTPUT NEWZSUM
            IF WS-NEW-STATUS EQUAL "00"
                SET NEW-FILE-OPEN TO TRUE
            END-IF
            PERFORM START-FILE-COUNTS
            PERFORM UNTIL EOF OR NOT NEW-FILE-OPEN
                READ OLDZSUM
                    AT END SET EOF TO TRUE
                END-READ
                IF NOT EOF
                    ADD 1 TO WS-RECS-READ
                    MOVE SITP-SITE-ID TO NEWZ-SITE
                    MOVE OLDZ-ZONE TO NEWZ-ZONE
                    MOVE OLDZ-DATE TO NEWZ-DATE
                    MOVE OLDZ-BODY TO NEWZ-REC (15:42)
                    WRITE NEWZ-REC
                        INVALID KEY CONTINUE
                    END-WRITE
                    PERFORM NOTE-RECORD-WRITTEN
                END-IF
            END-PERFORM
            PERFORM END-FILE-COUNTS
            CLOSE OLDZSUM
            IF NEW-FILE-OPEN
                CLOSE NEWZSUM
            END-IF.

        CONVERT-SEGMENT-SUMMARY.
            MOVE "SEGSUMM" TO WS-FILE-NAME
            OPEN INPUT OLDSSUM
            IF WS-OLD-STATUS NOT EQUAL "00"
                PERFORM NOTE-FILE-SKIPPED
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-NEW-OPEN-SW
            OPEN OUTPUT NEWSSUM
            IF WS-NEW-STATUS EQUAL "00"
                SET NEW-FILE-OPEN TO TRUE
            END-IF
            PERFORM START-FILE-COUNTS
            PERFORM UNTIL EOF OR NOT NEW-FILE-OPEN
                READ OLDSSUM
                    AT END SET EOF TO TRUE
                END-READ
                IF NOT EOF
                    ADD 1 TO WS-RECS-READ
                    MOVE SITP-SITE-ID TO NEWG-SITE
                    MOVE OLDG-ZONE TO NEWG-ZONE
                    MOVE OLDG-DATE TO NEWG-DATE
                    MOVE OLDG-SEG TO NEWG-SEG
                    MOVE OLDG-BODY TO NEWG-REC (18:7)
                    WRITE NEWG-REC
                        INVALID KEY CONTINUE
                    END-WRITE
                    PERFORM NOTE-RECORD-WRITTEN
                END-IF
            END-PERFORM
            PERFORM END-FILE-COUNTS
            CLOSE OLDSSUM
            IF NEW-FILE-OPEN
                CLOSE NEWSSUM
            END-IF.

        CONVERT-ALERTS.
            MOVE "ALERTMSTR" TO WS-FILE-NAME
            OPEN INPUT OLDALM
            IF WS-OLD-STATUS NOT EQUAL "00"
                PERFORM NOTE-FILE-SKIPPED
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-NEW-OPEN-SW
            OPEN OUTPUT NEWALM
            IF WS-NEW-STATUS EQUAL "00"
                SET NEW-FILE-OPEN TO TRUE
            END-IF
            PERFORM START-FILE-COUNTS
            PERFORM UNTIL EOF OR NOT NEW-FILE-OPEN
                READ OLDALM
                    AT END SET EOF TO TRUE
                END-READ
                IF NOT EOF
                    ADD 1 TO WS-RECS-READ
                    MOVE SPACES TO NEWA-REC
                    MOVE OLDA-DATE TO NEWA-DATE
                    MOVE OLDA-CASE TO NEWA-CASE
                    MOVE SITP-SITE-ID TO NEWA-SITE
                    MOVE OLDA-BODY TO NEWA-REC (17:188)
                    WRITE NEWA-REC
                        INVALID KEY CONTINUE
                    END-WRITE
                    PERFORM NOTE-RECORD-WRITTEN
                END-IF
            END-PERFORM
            PERFORM END-FILE-COUNTS
            CLOSE OLDALM
            IF NEW-FILE-OPEN
                CLOSE NEWALM
            END-IF.

        CONVERT-BREACHES.
            MOVE "BREACHRG" TO WS-FILE-NAME
            OPEN INPUT OLDBRG
            IF WS-OLD-STATUS NOT EQUAL "00"
                PERFORM NOTE-FILE-SKIPPED
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-NEW-OPEN-SW
            OPEN OUTPUT NEWBRG
            IF WS-NEW-STATUS EQUAL "00"
                SET NEW-FILE-OPEN TO TRUE
            END-IF
            PERFORM START-FILE-COUNTS
            PERFORM UNTIL EOF OR NOT NEW-FILE-OPEN
                READ OLDBRG
                    AT END SET EOF TO TRUE
                END-READ
                IF NOT EOF
                    ADD 1 TO WS-RECS-READ
                    MOVE SITP-SITE-ID TO NEWB-SITE
                    MOVE OLDB-ZONE TO NEWB-ZONE
                    MOVE OLDB-BODY TO NEWB-BODY
                    WRITE NEWB-REC
                        INVALID KEY CONTINUE
                    END-WRITE
                    PERFORM NOTE-RECORD-WRITTEN
                END-IF
            END-PERFORM
            PERFORM END-FILE-COUNTS
            CLOSE OLDBRG
            IF NEW-FILE-OPEN
                CLOSE NEWBRG
            END-IF.

        NOTE-FILE-SKIPPED.
            ADD 1 TO WS-FILES-SKIPPED
            MOVE SPACES TO RPT-REC
            STRING "  " WS-FILE-NAME " NOT PRESENT (STATUS "
                WS-OLD-STATUS ") - SKIPPED"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        START-FILE-COUNTS.
            MOVE "N" TO WS-EOF-SW
            MOVE ZERO TO WS-RECS-READ WS-RECS-WRITTEN
            IF NOT NEW-FILE-OPEN
                MOVE SPACES TO RPT-REC
                STRING "** " WS-FILE-NAME " NEW DATASET NOT OPENED"
                    " - STATUS " WS-NEW-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        NOTE-RECORD-WRITTEN.
            IF WS-NEW-STATUS EQUAL "00"
                ADD 1 TO WS-RECS-WRITTEN
            ELSE
                MOVE WS-RECS-READ TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "** " WS-FILE-NAME " RECORD " WS-COUNT-ED
                    " NOT WRITTEN - STATUS " WS-NEW-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        END-FILE-COUNTS.
            IF NEW-FILE-OPEN AND WS-RECS-READ = WS-RECS-WRITTEN
                ADD 1 TO WS-FILES-CONVERTED
            ELSE
                ADD 1 TO WS-FILES-FAILED
            END-IF
            MOVE WS-RECS-READ TO WS-COUNT-ED
            MOVE WS-RECS-WRITTEN TO WS-COUNT-ED2
            MOVE SPACES TO RPT-REC
            STRING "  " WS-FILE-NAME " READ=" WS-COUNT-ED
                "  WRITTEN=" WS-COUNT-ED2
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-CONV-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-FILES-CONVERTED TO WS-FILES-ED
            MOVE SPACES TO RPT-REC
            STRING "FILES CONVERTED=" WS-FILES-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-FILES-SKIPPED TO WS-FILES-ED
            MOVE SPACES TO RPT-REC
            STRING "FILES SKIPPED=" WS-FILES-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-FILES-FAILED TO WS-FILES-ED
            MOVE SPACES TO RPT-REC
            STRING "FILES FAILED=" WS-FILES-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM SITECONV.
