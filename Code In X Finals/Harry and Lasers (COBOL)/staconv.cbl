        IDENTIFICATION DIVISION.
        PROGRAM-ID. STACONV.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
            SELECT CONVRPT ASSIGN TO "CONVRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD OLDSTA.
         01 OLDS-REC.
             05 OLDS-ID      PIC 9(4).
             05 OLDS-ZONE-ID PIC 9(4).
             05 OLDS-XM      PIC S9(6).
             05 OLDS-YM      PIC S9(6).
             05 OLDS-ELEV    PIC S9(6).
             05 OLDS-STATUS  PIC X.
             05 OLDS-DESC    PIC X(20).

         FD NEWSTA.
         COPY STATMAST REPLACING ==STATION-REC== BY ==NEWS-REC==
                                 LEADING ==STA-== BY ==NEWS-==.

         FD CONVRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-OLD-STATUS PIC XX.
         01 WS-NEW-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-STATIONS-READ    PIC 9(5) VALUE ZERO.
         01 WS-STATIONS-WRITTEN PIC 9(5) VALUE ZERO.
         01 WS-STATIONS-SUSP    PIC 9(5) VALUE ZERO.
         01 WS-STA-ID-ED  PIC Z(4).
         01 WS-COUNT-ED   PIC Z(4)9.
         01 WS-COUNT-ED2  PIC Z(4)9.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT OLDSTA
            OPEN OUTPUT NEWSTA
            OPEN OUTPUT CONVRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE SPACES TO RPT-REC
            STRING "STATMAST LAYOUT CONVERSION - 47 BYTE"
                " RECORDS TO 87 BYTE RECORDS - RUN "
                WS-RUN-TS (1:10)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-OLD-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** OLD STATION MASTER NOT AVAILABLE - STATUS "
                    WS-OLD-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CONVERT-ALL-STATIONS
                PERFORM WRITE-CONV-TRAILER
                IF WS-STATIONS-READ = WS-STATIONS-WRITTEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            CLOSE OLDSTA
            CLOSE NEWSTA
            CLOSE CONVRPT
            STOP RUN.

        CONVERT-ALL-STATIONS.
            READ OLDSTA
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-STATIONS-READ
                PERFORM CONVERT-ONE-STATION
                READ OLDSTA
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        CONVERT-ONE-STATION.
            MOVE SPACES TO NEWS-REC
            MOVE 1 TO NEWS-SITE-ID
            MOVE OLDS-ID TO NEWS-ID
            MOVE OLDS-ZONE-ID TO NEWS-ZONE-ID
            MOVE OLDS-XM TO NEWS-XM
            MOVE OLDS-YM TO NEWS-YM
            MOVE OLDS-ELEV TO NEWS-ELEV
            MOVE OLDS-STATUS TO NEWS-STATUS
            MOVE OLDS-DESC TO NEWS-DESC
            MOVE ZERO TO NEWS-EFF-DATE
            MOVE ZERO TO NEWS-SUSP-DATE NEWS-RESUME-DATE
            IF OLDS-STATUS EQUAL "S"
                ADD 1 TO WS-STATIONS-SUSP
            END-IF
            WRITE NEWS-REC
                INVALID KEY CONTINUE
            END-WRITE
            IF WS-NEW-STATUS EQUAL "00"
                ADD 1 TO WS-STATIONS-WRITTEN
            ELSE
                MOVE OLDS-ID TO WS-STA-ID-ED
                MOVE SPACES TO RPT-REC
                STRING "** STATION " WS-STA-ID-ED
                    " NOT WRITTEN - STATUS " WS-NEW-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-CONV-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-STATIONS-READ TO WS-COUNT-ED
            MOVE WS-STATIONS-WRITTEN TO WS-COUNT-ED2
            MOVE SPACES TO RPT-REC
            STRING "STATIONS READ=" WS-COUNT-ED
                "  STATIONS WRITTEN=" WS-COUNT-ED2
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-STATIONS-SUSP TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "STATIONS SUSPENDED=" WS-COUNT-ED
                " - CONVERTED STATIONS CARRY NO IN-SERVICE OR"
                " SUSPENSION DATE AND COUNT AS IN THAT STATE"
                " THROUGHOUT"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM STACONV.
