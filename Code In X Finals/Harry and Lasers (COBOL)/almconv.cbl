        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALMCONV.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
            SELECT CONVRPT ASSIGN TO "CONVRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD OLDALM.
         01 OLDA-REC.
             05 OLDA-KEY.
                10 OLDA-DATE PIC 9(8).
                10 OLDA-CASE PIC 9(6).
             05 OLDA-ZONE       PIC 9(4).
             05 OLDA-SEG        PIC 9(3).
             05 OLDA-STATUS     PIC X.
             05 OLDA-ACK-OPER   PIC X(8).
             05 OLDA-RESOL-CODE PIC X(4).
             05 OLDA-ACK-TS     PIC X(26).
             05 OLDA-TEXT       PIC X(100).

         FD NEWALM.
         COPY ALERTMST REPLACING ==ALM-REC== BY ==NEWA-REC==
                                 LEADING ==ALM-== BY ==NEWA-==.

         FD CONVRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-OLD-STATUS PIC XX.
         01 WS-NEW-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-ALERTS-READ    PIC 9(7) VALUE ZERO.
         01 WS-ALERTS-WRITTEN PIC 9(7) VALUE ZERO.
         01 WS-ALERTS-OPEN    PIC 9(7) VALUE ZERO.
         01 WS-CASE-ED    PIC Z(6).
         01 WS-COUNT-ED   PIC Z(6)9.
         01 WS-COUNT-ED2  PIC Z(6)9.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT OLDALM
            OPEN OUTPUT NEWALM
            OPEN OUTPUT CONVRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE SPACES TO RPT-REC
            STRING "ALERTMSTR LAYOUT CONVERSION - 160 BYTE"
                " RECORDS TO 218 BYTE RECORDS - RUN "
                WS-RUN-TS (1:10)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-OLD-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** OLD ALERT MASTER NOT AVAILABLE - STATUS "
                    WS-OLD-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CONVERT-ALL-ALERTS
                PERFORM WRITE-CONV-TRAILER
                IF WS-ALERTS-READ = WS-ALERTS-WRITTEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            CLOSE OLDALM
            CLOSE NEWALM
            CLOSE CONVRPT
            STOP RUN.

        CONVERT-ALL-ALERTS.
            READ OLDALM
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-ALERTS-READ
                PERFORM CONVERT-ONE-ALERT
                READ OLDALM
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        CONVERT-ONE-ALERT.
            MOVE SPACES TO NEWA-REC
            MOVE OLDA-DATE TO NEWA-DATE
            MOVE OLDA-CASE TO NEWA-CASE
            MOVE 1 TO NEWA-SITE
            MOVE OLDA-ZONE TO NEWA-ZONE
            MOVE OLDA-SEG TO NEWA-SEG
            MOVE OLDA-STATUS TO NEWA-STATUS
            MOVE OLDA-ACK-OPER TO NEWA-ACK-OPER
            MOVE OLDA-RESOL-CODE TO NEWA-RESOL-CODE
            MOVE OLDA-ACK-TS TO NEWA-ACK-TS
            MOVE OLDA-TEXT TO NEWA-TEXT
            MOVE ZERO TO NEWA-STATION
            MOVE ZERO TO NEWA-CLEAR-DATE NEWA-CLEAR-CASE
            IF OLDA-STATUS NOT EQUAL "R"
                ADD 1 TO WS-ALERTS-OPEN
            END-IF
            WRITE NEWA-REC
                INVALID KEY CONTINUE
            END-WRITE
            IF WS-NEW-STATUS EQUAL "00"
                ADD 1 TO WS-ALERTS-WRITTEN
            ELSE
                MOVE OLDA-CASE TO WS-CASE-ED
                MOVE SPACES TO RPT-REC
                STRING "** ALERT " OLDA-DATE " " WS-CASE-ED
                    " NOT WRITTEN - STATUS " WS-NEW-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-CONV-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ALERTS-READ TO WS-COUNT-ED
            MOVE WS-ALERTS-WRITTEN TO WS-COUNT-ED2
            MOVE SPACES TO RPT-REC
            STRING "ALERTS READ=" WS-COUNT-ED
                "  ALERTS WRITTEN=" WS-COUNT-ED2
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ALERTS-OPEN TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ALERTS STILL OPEN=" WS-COUNT-ED
                " - CONVERTED ALERTS CARRY STATION 0000 AND ARE"
                " NOT AUTO-RESOLVED"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM ALMCONV.
