                FILE STATUS IS WS-CAL-STATUS.
            SELECT HISTORPT ASSIGN TO "HISTORPT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT MASTJRNL ASSIGN TO "MASTJRNL"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         COPY ALERTMST.

         FD ALERTARC.
         01 ARC-REC PIC X(218).

         FD HISTPARM.
         01 PARM-LINE PIC X(80).
         FD HISTORPT.
         01 RPT-REC PIC X(132).

         FD MASTJRNL.
         COPY MASTJRNL.

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 MSTR-EOF VALUE "Y".
             05 WS-MZ-ENTRY OCCURS 600 TIMES
                             INDEXED BY MZ-IDX.
                10 MZ-MONTH     PIC 9(6).
                10 MZ-SITE      PIC 9(2).
                10 MZ-ZONE      PIC 9(4).
                10 MZ-ACK-SUM   PIC 9(9).
                10 MZ-ACK-CNT   PIC 9(6).
            OPEN I-O ALERTMSTR
            OPEN EXTEND ALERTARC
            OPEN OUTPUT HISTORPT
            OPEN EXTEND MASTJRNL
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            COMPUTE WS-TODAY-INT =
            CLOSE ALERTMSTR
            CLOSE ALERTARC
            CLOSE HISTORPT
            CLOSE MASTJRNL
            STOP RUN.

        TAKE-RETENTION-PARM.
            END-PERFORM.

        SCAN-ALERT-MASTER.
            MOVE ZERO TO ALM-DATE ALM-CASE ALM-SITE
            START ALERTMSTR KEY NOT < ALM-KEY
                INVALID KEY SET MSTR-EOF TO TRUE
            END-START
                END-DELETE
                IF WS-MSTR-STATUS EQUAL "00"
                    ADD 1 TO WS-ARCHIVE-COUNT
                    MOVE WS-RUN-TS (1:8) TO MSJ-DATE
                    MOVE WS-RUN-TS (9:6) TO MSJ-TIME
                    MOVE "ALRTHIST" TO MSJ-PROGRAM
                    MOVE "ALERTMST" TO MSJ-MASTER
                    MOVE "DELETE" TO MSJ-ACTION
                    MOVE ALM-REC TO MSJ-IMAGE
                    WRITE MSJ-REC
                END-IF
            END-IF.

                WHEN MZ-IDX > WS-MZ-COUNT
                    PERFORM ADD-MONTH-ZONE
                WHEN MZ-MONTH (MZ-IDX) EQUAL WS-ALERT-MONTH
                        AND MZ-SITE (MZ-IDX) EQUAL ALM-SITE
                        AND MZ-ZONE (MZ-IDX) EQUAL ALM-ZONE
                    PERFORM BUMP-MONTH-ZONE
            END-SEARCH.
            ADD 1 TO WS-MZ-COUNT
            SET MZ-IDX TO WS-MZ-COUNT
            MOVE WS-ALERT-MONTH TO MZ-MONTH (MZ-IDX)
            MOVE ALM-SITE TO MZ-SITE (MZ-IDX)
            MOVE ALM-ZONE TO MZ-ZONE (MZ-IDX)
            MOVE ZERO TO MZ-ACK-SUM (MZ-IDX)
            MOVE ZERO TO MZ-ACK-CNT (MZ-IDX)
                " (ACK INCLUDES RESOLVES):"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE "  MONTH   SITE  ZONE  MEAN-ACK  MEAN-RES  ALERTS"
                TO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING MZ-IDX FROM 1 BY 1
            MOVE MZ-ACK-CNT (MZ-IDX) TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  " MZ-MONTH (MZ-IDX)
                "    " MZ-SITE (MZ-IDX)
                "  " WS-ZONE-ID-ED
                "  " WS-MEAN-ED
                "  " WS-MEAN-ED2
