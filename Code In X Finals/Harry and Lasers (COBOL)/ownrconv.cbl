        IDENTIFICATION DIVISION.
        PROGRAM-ID. OWNRCONV.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OLDMAST ASSIGN TO "OLDMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OLDM-KEY
                FILE STATUS IS WS-OLD-STATUS.
            SELECT NEWMAST ASSIGN TO "NEWMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NEWM-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT CONVRPT ASSIGN TO "CONVRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD OLDMAST.
         01 OLDM-REC.
             05 OLDM-KEY.
                10 OLDM-SITE-ID   PIC 9(2).
                10 OLDM-ZONE-ID   PIC 9(4).
             05 OLDM-NUM-SEGMENTS PIC 9(3).
             05 OLDM-BOUNDS       PIC X(24).
             05 OLDM-SEGMENT      PIC X(85) OCCURS 100 TIMES.

         FD NEWMAST.
         COPY OBSTMAST REPLACING ==MASTER-REC== BY ==NEWM-REC==
                                 LEADING ==MAST-== BY ==NEWM-==.

         FD CONVRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-OLD-STATUS PIC XX.
         01 WS-NEW-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-SEG-SUB PIC 9(3).
         01 WS-ZONES-READ    PIC 9(7) VALUE ZERO.
         01 WS-ZONES-WRITTEN PIC 9(7) VALUE ZERO.
         01 WS-SEGS-COPIED   PIC 9(7) VALUE ZERO.
         01 WS-ZONE-ID-ED PIC Z(4).
         01 WS-COUNT-ED   PIC Z(6)9.
         01 WS-COUNT-ED2  PIC Z(6)9.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN INPUT OLDMAST
            OPEN OUTPUT NEWMAST
            OPEN OUTPUT CONVRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE SPACES TO RPT-REC
            STRING "OBSTRMASTER LAYOUT CONVERSION - 8533 BYTE"
                " RECORDS TO 8933 BYTE RECORDS (OWNING DEPT) - RUN "
                WS-RUN-TS (1:10)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-OLD-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** OLD ZONE MASTER NOT AVAILABLE - STATUS "
                    WS-OLD-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CONVERT-ALL-ZONES
                PERFORM WRITE-CONV-TRAILER
                IF WS-ZONES-READ = WS-ZONES-WRITTEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            CLOSE OLDMAST
            CLOSE NEWMAST
            CLOSE CONVRPT
            STOP RUN.

        CONVERT-ALL-ZONES.
            READ OLDMAST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                ADD 1 TO WS-ZONES-READ
                PERFORM CONVERT-ONE-ZONE
                READ OLDMAST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        CONVERT-ONE-ZONE.
            MOVE SPACES TO NEWM-REC
            MOVE OLDM-REC (1:33) TO NEWM-REC (1:33)
            PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                UNTIL WS-SEG-SUB > 100
                MOVE OLDM-SEGMENT (WS-SEG-SUB)
                    TO NEWM-SEGMENT (WS-SEG-SUB)
                MOVE SPACES TO NEWM-OWNER-DEPT (WS-SEG-SUB)
            END-PERFORM
            IF NEWM-NUM-SEGMENTS NUMERIC
                ADD NEWM-NUM-SEGMENTS TO WS-SEGS-COPIED
            END-IF
            WRITE NEWM-REC
                INVALID KEY CONTINUE
            END-WRITE
            IF WS-NEW-STATUS EQUAL "00"
                ADD 1 TO WS-ZONES-WRITTEN
            ELSE
                MOVE OLDM-ZONE-ID TO WS-ZONE-ID-ED
                MOVE SPACES TO RPT-REC
                STRING "** SITE " OLDM-SITE-ID " ZONE " WS-ZONE-ID-ED
                    " NOT WRITTEN - STATUS " WS-NEW-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        WRITE-CONV-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ZONES-READ TO WS-COUNT-ED
            MOVE WS-ZONES-WRITTEN TO WS-COUNT-ED2
            MOVE SPACES TO RPT-REC
            STRING "ZONES READ=" WS-COUNT-ED
                "  ZONES WRITTEN=" WS-COUNT-ED2
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SEGS-COPIED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "SEGMENTS CARRIED=" WS-COUNT-ED
                " - EVERY SEGMENT STARTS WITH NO OWNING DEPT;"
                " ASSIGN THEM WITH OBSTMNT CHGOWN"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM OWNRCONV.
