        IDENTIFICATION DIVISION.
        PROGRAM-ID. CADIMP.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CADEXPRT ASSIGN TO "CADEXPRT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CAD-STATUS.
            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT CADTRAN ASSIGN TO "CADTRAN"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT CADRPT ASSIGN TO "CADRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD CADEXPRT.
         01 CAD-LINE PIC X(132).

         FD OBSTRMASTER.
         COPY OBSTMAST.

         FD CADTRAN.
         01 TRAN-REC PIC X(132).

         FD CADRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-CAD-STATUS PIC XX.
         01 WS-MASTER-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-BATCH-MARK.
             05 FILLER      PIC X(6) VALUE "BATCH=".
             05 WS-BATCH-ID PIC X(11).

         01 WS-CI-ITEM   PIC X(12).
         01 WS-CI-ZONE-X PIC X(4) JUSTIFIED RIGHT.
         01 WS-CI-ZONE-R REDEFINES WS-CI-ZONE-X PIC 9(4).
         01 WS-CI-SHAPE  PIC X(8).
         01 WS-CI-TOKENS.
             05 WS-CI-TOKEN PIC X(7) JUSTIFIED RIGHT OCCURS 6 TIMES.
         01 WS-CI-VALUES REDEFINES WS-CI-TOKENS.
             05 WS-CI-VALUE PIC 9(7) OCCURS 6 TIMES.
         01 WS-TOKEN-SUB PIC 9.
         01 WS-CI-X1     PIC 9(6).
         01 WS-CI-Y1     PIC 9(6).
         01 WS-CI-X2     PIC 9(6).
         01 WS-CI-Y2     PIC 9(6).
         01 WS-CI-Z-FROM PIC 9(6).
         01 WS-CI-Z-TO   PIC 9(6).
         01 WS-CI-TYPE   PIC X(4).
         01 WS-CI-DESC   PIC X(20).
         01 WS-CI-ZONE   PIC 9(4).
         01 WS-CI-PARTS  PIC 9.
         01 WS-SHAPE     PIC X.
         01 WS-LO-X      PIC 9(6).
         01 WS-HI-X      PIC 9(6).
         01 WS-LO-Y      PIC 9(6).
         01 WS-HI-Y      PIC 9(6).
         01 WS-MAP-SW    PIC X.
             88 MAP-OK  VALUE "Y".
             88 MAP-BAD VALUE "N".
         01 WS-MAP-TEXT  PIC X(40).
         01 WS-ZONE-HITS PIC 9(4).

         01 WS-ZONE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-ZONE-TABLE.
             05 WS-ZONE-ENTRY OCCURS 2000 TIMES.
                 10 ZT-ZONE     PIC 9(4).
                 10 ZT-X-MIN    PIC S9(6).
                 10 ZT-X-MAX    PIC S9(6).
                 10 ZT-Y-MIN    PIC S9(6).
                 10 ZT-Y-MAX    PIC S9(6).
                 10 ZT-CAD-SEGS PIC 9(5).
         01 WS-ZONE-SUB  PIC 9(4).
         01 WS-FOUND-SUB PIC 9(4).

         01 WS-CAD-COUNT PIC 9(5) VALUE ZERO.
         01 WS-CAD-TABLE.
             05 WS-CAD-ENTRY OCCURS 6000 TIMES.
                 10 CT-ZONE   PIC 9(4).
                 10 CT-ITEM   PIC X(12).
                 10 CT-SHAPE  PIC X.
                 10 CT-X1     PIC 9(6).
                 10 CT-Y1     PIC 9(6).
                 10 CT-X2     PIC 9(6).
                 10 CT-Y2     PIC 9(6).
                 10 CT-Z-FROM PIC 9(6).
                 10 CT-Z-TO   PIC 9(6).
                 10 CT-TYPE   PIC X(4).
                 10 CT-DESC   PIC X(20).
                 10 CT-STATE  PIC X.
                     88 CT-OPEN    VALUE " ".
                     88 CT-SAME    VALUE "U".
                     88 CT-CHANGED VALUE "C".
         01 WS-CAD-SUB   PIC 9(5).

         01 WS-MSEG-TABLE.
             05 WS-MSEG-ENTRY OCCURS 100 TIMES.
                 10 WS-MSEG-STATE PIC X.
                     88 MSEG-SKIP    VALUE "S".
                     88 MSEG-OPEN    VALUE " ".
                     88 MSEG-SAME    VALUE "U".
                     88 MSEG-CHANGED VALUE "C".
                 10 WS-MSEG-CAD   PIC 9(5).
         01 WS-MAST-SUB  PIC 9(3).
         01 WS-M-SHAPE   PIC X.
         01 WS-SAME-SW   PIC X.
             88 SEGMENTS-SAME VALUE "Y".

         01 WS-Z-CAD     PIC 9(5).
         01 WS-Z-SAME    PIC 9(3).
         01 WS-Z-CHANGES PIC 9(3).
         01 WS-Z-DELETES PIC 9(3).
         01 WS-Z-ADDS    PIC 9(5).
         01 WS-Z-SKIPPED PIC 9(3).
         01 WS-Z-RESULT  PIC S9(6).

         01 WS-T-SEG     PIC 9(3).
         01 WS-T-X1      PIC 9(6).
         01 WS-T-Y1      PIC 9(6).
         01 WS-T-X2      PIC 9(6).
         01 WS-T-Y2      PIC 9(6).
         01 WS-T-Z-FROM  PIC 9(6).
         01 WS-T-Z-TO    PIC 9(6).
         01 WS-T-EFF     PIC 9(8).
         01 WS-GEOM-TEXT PIC X(90).

         01 WS-RECS-READ      PIC 9(6) VALUE ZERO.
         01 WS-ITEMS-MAPPED   PIC 9(6) VALUE ZERO.
         01 WS-SEGS-MAPPED    PIC 9(6) VALUE ZERO.
         01 WS-UNMAPPED-COUNT PIC 9(6) VALUE ZERO.
         01 WS-ZONES-COMPARED PIC 9(4) VALUE ZERO.
         01 WS-ADD-COUNT      PIC 9(6) VALUE ZERO.
         01 WS-CHANGE-COUNT   PIC 9(6) VALUE ZERO.
         01 WS-DELETE-COUNT   PIC 9(6) VALUE ZERO.
         01 WS-SAME-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-SKIP-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-TRAN-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-OVERFULL-COUNT PIC 9(4) VALUE ZERO.
         01 WS-ZONE-DROPPED   PIC 9(4) VALUE ZERO.

         01 WS-COUNT-ED   PIC Z(5)9.
         01 WS-ZONE-ID-ED PIC Z(4).
         01 WS-SEG-ED     PIC Z(3).
         01 WS-NUM-ED     PIC Z(3)9.
         01 WS-X1-ED      PIC -ZZZZZ9.
         01 WS-Y1-ED      PIC -ZZZZZ9.
         01 WS-X2-ED      PIC -ZZZZZ9.
         01 WS-Y2-ED      PIC -ZZZZZ9.
         01 WS-ZF-ED      PIC -ZZZZZ9.
         01 WS-ZT-ED      PIC -ZZZZZ9.

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT CADTRAN
            OPEN OUTPUT CADRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            CALL "SITESEL" USING SITE-PARM
            MOVE SPACES TO WS-BATCH-ID
            STRING "C" WS-RUN-TS (3:6) WS-RUN-TS (9:4)
                DELIMITED BY SIZE INTO WS-BATCH-ID
            MOVE SPACES TO RPT-REC
            STRING "CAD LAYOUT IMPORT RECONCILIATION"
                "   BATCH " WS-BATCH-ID
                "   RUN DATE: " WS-RUN-TS (1:8)
                "  TIME: " WS-RUN-TS (9:6)
                "  SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    " - NOTHING IMPORTED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE CADTRAN
                CLOSE CADRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT OBSTRMASTER
            IF WS-MASTER-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** OBSTRMASTER STATUS " WS-MASTER-STATUS
                    " - MASTER NOT AVAILABLE - NOTHING IMPORTED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE CADTRAN
                CLOSE CADRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-ZONE-BOUNDS
            CLOSE OBSTRMASTER
            OPEN INPUT CADEXPRT
            IF WS-CAD-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** CADEXPRT STATUS " WS-CAD-STATUS
                    " - NO CAD EXPORT - NOTHING IMPORTED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE CADTRAN
                CLOSE CADRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "CAD ITEMS NOT MAPPED TO A ZONE OR SHAPE"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM LOAD-CAD-EXPORT
            CLOSE CADEXPRT
            IF WS-UNMAPPED-COUNT = ZERO
                MOVE SPACES TO RPT-REC
                STRING "  (NONE)" DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            IF WS-CAD-COUNT > ZERO
                MOVE "N" TO WS-EOF-SW
                OPEN INPUT OBSTRMASTER
                PERFORM COMPARE-ALL-ZONES
                CLOSE OBSTRMASTER
            END-IF
            PERFORM WRITE-IMPORT-TRAILER
            EVALUATE TRUE
                WHEN WS-RECS-READ = ZERO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-UNMAPPED-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN WS-OVERFULL-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN WS-ZONE-DROPPED > ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE
            CLOSE CADTRAN
            CLOSE CADRPT
            STOP RUN.

        LOAD-ZONE-BOUNDS.
            READ OBSTRMASTER
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF MAST-SITE-ID = SITP-SITE-ID
                    PERFORM STORE-ZONE-BOUNDS
                END-IF
                READ OBSTRMASTER
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        STORE-ZONE-BOUNDS.
            IF WS-ZONE-COUNT < 2000
                ADD 1 TO WS-ZONE-COUNT
                MOVE MAST-ZONE-ID TO ZT-ZONE (WS-ZONE-COUNT)
                MOVE MAST-BOUND-X-MIN TO ZT-X-MIN (WS-ZONE-COUNT)
                MOVE MAST-BOUND-X-MAX TO ZT-X-MAX (WS-ZONE-COUNT)
                MOVE MAST-BOUND-Y-MIN TO ZT-Y-MIN (WS-ZONE-COUNT)
                MOVE MAST-BOUND-Y-MAX TO ZT-Y-MAX (WS-ZONE-COUNT)
                MOVE ZERO TO ZT-CAD-SEGS (WS-ZONE-COUNT)
            ELSE
                ADD 1 TO WS-ZONE-DROPPED
            END-IF.

        LOAD-CAD-EXPORT.
            MOVE "N" TO WS-EOF-SW
            READ CADEXPRT
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF CAD-LINE NOT = SPACES
                        AND CAD-LINE (1:1) NOT = "*"
                        AND CAD-LINE (1:5) NOT = "ITEM,"
                    ADD 1 TO WS-RECS-READ
                    PERFORM MAP-ONE-CAD-ITEM
                    IF MAP-BAD
                        ADD 1 TO WS-UNMAPPED-COUNT
                        PERFORM WRITE-UNMAPPED-LINE
                    END-IF
                END-IF
                READ CADEXPRT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        MAP-ONE-CAD-ITEM.
            SET MAP-OK TO TRUE
            MOVE SPACES TO WS-MAP-TEXT
            MOVE SPACES TO WS-CI-ITEM WS-CI-ZONE-X WS-CI-SHAPE
            MOVE SPACES TO WS-CI-TYPE WS-CI-DESC WS-CI-TOKENS
            MOVE ZERO TO WS-CI-ZONE
            UNSTRING CAD-LINE DELIMITED BY ","
                INTO WS-CI-ITEM WS-CI-ZONE-X WS-CI-SHAPE
                     WS-CI-TOKEN (1) WS-CI-TOKEN (2)
                     WS-CI-TOKEN (3) WS-CI-TOKEN (4)
                     WS-CI-TOKEN (5) WS-CI-TOKEN (6)
                     WS-CI-TYPE WS-CI-DESC
            END-UNSTRING
            PERFORM VARYING WS-TOKEN-SUB FROM 1 BY 1
                UNTIL WS-TOKEN-SUB > 6
                INSPECT WS-CI-TOKEN (WS-TOKEN-SUB)
                    REPLACING LEADING SPACE BY "0"
                IF WS-CI-VALUE (WS-TOKEN-SUB) NOT NUMERIC
                        OR WS-CI-VALUE (WS-TOKEN-SUB) > 999999
                    SET MAP-BAD TO TRUE
                END-IF
            END-PERFORM
            IF MAP-BAD
                MOVE "COORDINATES NOT NUMERIC OR NEGATIVE"
                    TO WS-MAP-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CI-VALUE (1) TO WS-CI-X1
            MOVE WS-CI-VALUE (2) TO WS-CI-Y1
            MOVE WS-CI-VALUE (3) TO WS-CI-X2
            MOVE WS-CI-VALUE (4) TO WS-CI-Y2
            MOVE WS-CI-VALUE (5) TO WS-CI-Z-FROM
            MOVE WS-CI-VALUE (6) TO WS-CI-Z-TO
            EVALUATE WS-CI-SHAPE
                WHEN "LINE"
                    MOVE "L" TO WS-SHAPE
                    MOVE 1 TO WS-CI-PARTS
                WHEN "RECT"
                    MOVE "L" TO WS-SHAPE
                    MOVE 4 TO WS-CI-PARTS
                WHEN "CIRCLE"
                    MOVE "C" TO WS-SHAPE
                    MOVE 1 TO WS-CI-PARTS
                    MOVE ZERO TO WS-CI-Y2
                WHEN OTHER
                    SET MAP-BAD TO TRUE
                    STRING "SHAPE " WS-CI-SHAPE " HAS NO MAPPING"
                        DELIMITED BY SIZE INTO WS-MAP-TEXT
                    EXIT PARAGRAPH
            END-EVALUATE
            IF WS-CI-Z-FROM > WS-CI-Z-TO
                SET MAP-BAD TO TRUE
                MOVE "HEIGHT FROM EXCEEDS HEIGHT TO" TO WS-MAP-TEXT
                EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
                WHEN WS-CI-SHAPE = "LINE"
                        AND WS-CI-X1 = WS-CI-X2
                        AND WS-CI-Y1 = WS-CI-Y2
                    SET MAP-BAD TO TRUE
                    MOVE "LINE HAS ZERO LENGTH" TO WS-MAP-TEXT
                WHEN WS-CI-SHAPE = "RECT"
                        AND (WS-CI-X1 = WS-CI-X2
                            OR WS-CI-Y1 = WS-CI-Y2)
                    SET MAP-BAD TO TRUE
                    MOVE "RECTANGLE HAS NO AREA" TO WS-MAP-TEXT
                WHEN WS-CI-SHAPE = "CIRCLE" AND WS-CI-X2 = ZERO
                    SET MAP-BAD TO TRUE
                    MOVE "CIRCLE RADIUS IS ZERO" TO WS-MAP-TEXT
                WHEN WS-CI-TYPE = SPACES
                    SET MAP-BAD TO TRUE
                    MOVE "NO OBSTRUCTION TYPE" TO WS-MAP-TEXT
            END-EVALUATE
            IF MAP-BAD
                EXIT PARAGRAPH
            END-IF
            IF WS-CI-DESC = SPACES
                MOVE WS-CI-ITEM TO WS-CI-DESC
            END-IF
            IF WS-CI-X1 > WS-CI-X2
                MOVE WS-CI-X2 TO WS-LO-X
                MOVE WS-CI-X1 TO WS-HI-X
            ELSE
                MOVE WS-CI-X1 TO WS-LO-X
                MOVE WS-CI-X2 TO WS-HI-X
            END-IF
            IF WS-CI-Y1 > WS-CI-Y2
                MOVE WS-CI-Y2 TO WS-LO-Y
                MOVE WS-CI-Y1 TO WS-HI-Y
            ELSE
                MOVE WS-CI-Y1 TO WS-LO-Y
                MOVE WS-CI-Y2 TO WS-HI-Y
            END-IF
            IF WS-CI-SHAPE = "CIRCLE"
                MOVE WS-CI-X1 TO WS-LO-X WS-HI-X
                MOVE WS-CI-Y1 TO WS-LO-Y WS-HI-Y
            END-IF
            IF WS-CI-ZONE-X = SPACES
                PERFORM LOCATE-ZONE-BY-BOUNDS
            ELSE
                PERFORM LOCATE-NAMED-ZONE
            END-IF
            IF MAP-BAD
                EXIT PARAGRAPH
            END-IF
            IF WS-CAD-COUNT + WS-CI-PARTS > 6000
                SET MAP-BAD TO TRUE
                MOVE "CAD ITEM TABLE FULL (6000 SEGMENTS)"
                    TO WS-MAP-TEXT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ITEMS-MAPPED
            ADD WS-CI-PARTS TO ZT-CAD-SEGS (WS-FOUND-SUB)
            IF WS-CI-SHAPE = "RECT"
                PERFORM ADD-CAD-ENTRY
                MOVE WS-LO-X TO CT-X1 (WS-CAD-COUNT)
                MOVE WS-LO-Y TO CT-Y1 (WS-CAD-COUNT)
                MOVE WS-HI-X TO CT-X2 (WS-CAD-COUNT)
                MOVE WS-LO-Y TO CT-Y2 (WS-CAD-COUNT)
                PERFORM ADD-CAD-ENTRY
                MOVE WS-HI-X TO CT-X1 (WS-CAD-COUNT)
                MOVE WS-LO-Y TO CT-Y1 (WS-CAD-COUNT)
                MOVE WS-HI-X TO CT-X2 (WS-CAD-COUNT)
                MOVE WS-HI-Y TO CT-Y2 (WS-CAD-COUNT)
                PERFORM ADD-CAD-ENTRY
                MOVE WS-HI-X TO CT-X1 (WS-CAD-COUNT)
                MOVE WS-HI-Y TO CT-Y1 (WS-CAD-COUNT)
                MOVE WS-LO-X TO CT-X2 (WS-CAD-COUNT)
                MOVE WS-HI-Y TO CT-Y2 (WS-CAD-COUNT)
                PERFORM ADD-CAD-ENTRY
                MOVE WS-LO-X TO CT-X1 (WS-CAD-COUNT)
                MOVE WS-HI-Y TO CT-Y1 (WS-CAD-COUNT)
                MOVE WS-LO-X TO CT-X2 (WS-CAD-COUNT)
                MOVE WS-LO-Y TO CT-Y2 (WS-CAD-COUNT)
            ELSE
                PERFORM ADD-CAD-ENTRY
                MOVE WS-CI-X1 TO CT-X1 (WS-CAD-COUNT)
                MOVE WS-CI-Y1 TO CT-Y1 (WS-CAD-COUNT)
                MOVE WS-CI-X2 TO CT-X2 (WS-CAD-COUNT)
                MOVE WS-CI-Y2 TO CT-Y2 (WS-CAD-COUNT)
            END-IF.

        LOCATE-NAMED-ZONE.
            INSPECT WS-CI-ZONE-X REPLACING LEADING SPACE BY "0"
            IF WS-CI-ZONE-R NOT NUMERIC OR WS-CI-ZONE-R = ZERO
                SET MAP-BAD TO TRUE
                MOVE "ZONE NOT NUMERIC" TO WS-MAP-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CI-ZONE-R TO WS-CI-ZONE
            MOVE ZERO TO WS-FOUND-SUB
            PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
                    OR WS-FOUND-SUB > ZERO
                IF ZT-ZONE (WS-ZONE-SUB) = WS-CI-ZONE
                    MOVE WS-ZONE-SUB TO WS-FOUND-SUB
                END-IF
            END-PERFORM
            IF WS-FOUND-SUB = ZERO
                SET MAP-BAD TO TRUE
                MOVE "ZONE NOT ON OBSTRMASTER" TO WS-MAP-TEXT
            END-IF.

        LOCATE-ZONE-BY-BOUNDS.
            MOVE ZERO TO WS-ZONE-HITS WS-FOUND-SUB
            PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
                IF ZT-X-MIN (WS-ZONE-SUB) < ZT-X-MAX (WS-ZONE-SUB)
                        AND ZT-Y-MIN (WS-ZONE-SUB)
                            < ZT-Y-MAX (WS-ZONE-SUB)
                        AND WS-LO-X >= ZT-X-MIN (WS-ZONE-SUB)
                        AND WS-HI-X <= ZT-X-MAX (WS-ZONE-SUB)
                        AND WS-LO-Y >= ZT-Y-MIN (WS-ZONE-SUB)
                        AND WS-HI-Y <= ZT-Y-MAX (WS-ZONE-SUB)
                    ADD 1 TO WS-ZONE-HITS
                    MOVE WS-ZONE-SUB TO WS-FOUND-SUB
                END-IF
            END-PERFORM
            EVALUATE WS-ZONE-HITS
                WHEN 0
                    SET MAP-BAD TO TRUE
                    MOVE "NO ZONE BOUNDARY CONTAINS ITEM"
                        TO WS-MAP-TEXT
                WHEN 1
                    MOVE ZT-ZONE (WS-FOUND-SUB) TO WS-CI-ZONE
                WHEN OTHER
                    SET MAP-BAD TO TRUE
                    MOVE "ITEM LIES IN MORE THAN ONE ZONE"
                        TO WS-MAP-TEXT
            END-EVALUATE.

        ADD-CAD-ENTRY.
            ADD 1 TO WS-CAD-COUNT
            ADD 1 TO WS-SEGS-MAPPED
            MOVE WS-CI-ZONE TO CT-ZONE (WS-CAD-COUNT)
            MOVE WS-CI-ITEM TO CT-ITEM (WS-CAD-COUNT)
            MOVE WS-SHAPE TO CT-SHAPE (WS-CAD-COUNT)
            MOVE WS-CI-Z-FROM TO CT-Z-FROM (WS-CAD-COUNT)
            MOVE WS-CI-Z-TO TO CT-Z-TO (WS-CAD-COUNT)
            MOVE WS-CI-TYPE TO CT-TYPE (WS-CAD-COUNT)
            MOVE WS-CI-DESC TO CT-DESC (WS-CAD-COUNT)
            MOVE SPACE TO CT-STATE (WS-CAD-COUNT).

        COMPARE-ALL-ZONES.
            READ OBSTRMASTER
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE ZERO TO WS-FOUND-SUB
                PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                    UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
                        OR WS-FOUND-SUB > ZERO
                    IF ZT-ZONE (WS-ZONE-SUB) = MAST-ZONE-ID
                            AND MAST-SITE-ID = SITP-SITE-ID
                        MOVE WS-ZONE-SUB TO WS-FOUND-SUB
                    END-IF
                END-PERFORM
                IF WS-FOUND-SUB > ZERO
                    IF ZT-CAD-SEGS (WS-FOUND-SUB) > ZERO
                        PERFORM COMPARE-ONE-ZONE
                    END-IF
                END-IF
                READ OBSTRMASTER
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM.

        COMPARE-ONE-ZONE.
            ADD 1 TO WS-ZONES-COMPARED
            MOVE ZERO TO WS-Z-CAD WS-Z-SAME WS-Z-CHANGES
            MOVE ZERO TO WS-Z-DELETES WS-Z-ADDS WS-Z-SKIPPED
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > 100
                MOVE ZERO TO WS-MSEG-CAD (WS-MAST-SUB)
                IF WS-MAST-SUB > MAST-NUM-SEGMENTS
                    SET MSEG-SKIP (WS-MAST-SUB) TO TRUE
                ELSE
                    IF (MAST-SHAPE (WS-MAST-SUB) = "L" OR "C" OR " ")
                            AND MAST-EXP-DATE (WS-MAST-SUB) = ZERO
                            AND MAST-TIME-FROM (WS-MAST-SUB) = ZERO
                            AND MAST-TIME-TO (WS-MAST-SUB) = ZERO
                        SET MSEG-OPEN (WS-MAST-SUB) TO TRUE
                    ELSE
                        SET MSEG-SKIP (WS-MAST-SUB) TO TRUE
                        ADD 1 TO WS-Z-SKIPPED
                    END-IF
                END-IF
            END-PERFORM
            PERFORM VARYING WS-CAD-SUB FROM 1 BY 1
                UNTIL WS-CAD-SUB > WS-CAD-COUNT
                IF CT-ZONE (WS-CAD-SUB) = MAST-ZONE-ID
                    ADD 1 TO WS-Z-CAD
                    PERFORM MATCH-UNCHANGED-SEGMENT
                END-IF
            END-PERFORM
            PERFORM VARYING WS-CAD-SUB FROM 1 BY 1
                UNTIL WS-CAD-SUB > WS-CAD-COUNT
                IF CT-ZONE (WS-CAD-SUB) = MAST-ZONE-ID
                        AND CT-OPEN (WS-CAD-SUB)
                    PERFORM MATCH-CHANGED-SEGMENT
                END-IF
            END-PERFORM
            MOVE MAST-ZONE-ID TO WS-ZONE-ID-ED
            MOVE MAST-NUM-SEGMENTS TO WS-SEG-ED
            MOVE WS-Z-CAD TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "ZONE " WS-ZONE-ID-ED
                "   MASTER SEGMENTS=" WS-SEG-ED
                "   CAD SEGMENTS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > MAST-NUM-SEGMENTS
                IF MSEG-CHANGED (WS-MAST-SUB)
                    MOVE WS-MSEG-CAD (WS-MAST-SUB) TO WS-CAD-SUB
                    PERFORM WRITE-CHANGE-TRAN
                END-IF
            END-PERFORM
            PERFORM VARYING WS-MAST-SUB FROM MAST-NUM-SEGMENTS BY -1
                UNTIL WS-MAST-SUB < 1
                IF MSEG-OPEN (WS-MAST-SUB)
                    PERFORM WRITE-DELETE-TRAN
                END-IF
            END-PERFORM
            PERFORM VARYING WS-CAD-SUB FROM 1 BY 1
                UNTIL WS-CAD-SUB > WS-CAD-COUNT
                IF CT-ZONE (WS-CAD-SUB) = MAST-ZONE-ID
                        AND CT-OPEN (WS-CAD-SUB)
                    PERFORM WRITE-ADD-TRAN
                END-IF
            END-PERFORM
            ADD WS-Z-SAME TO WS-SAME-COUNT
            ADD WS-Z-SKIPPED TO WS-SKIP-COUNT
            MOVE WS-Z-SAME TO WS-SEG-ED
            MOVE WS-Z-SKIPPED TO WS-NUM-ED
            MOVE SPACES TO RPT-REC
            STRING "  UNCHANGED=" WS-SEG-ED
                "   NOT COMPARED (TEMPORARY, TIMED OR POLYGON)="
                WS-NUM-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            COMPUTE WS-Z-RESULT = MAST-NUM-SEGMENTS
                - WS-Z-DELETES + WS-Z-ADDS
            IF WS-Z-RESULT > 100
                ADD 1 TO WS-OVERFULL-COUNT
                MOVE WS-Z-RESULT TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "  ** ZONE WOULD HOLD " WS-COUNT-ED
                    " SEGMENTS - OBSTMNT WILL REJECT ADDS PAST 100"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF.

        MATCH-UNCHANGED-SEGMENT.
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > MAST-NUM-SEGMENTS
                    OR NOT CT-OPEN (WS-CAD-SUB)
                IF MSEG-OPEN (WS-MAST-SUB)
                    PERFORM TEST-SEGMENT-SAME
                    IF SEGMENTS-SAME
                        SET MSEG-SAME (WS-MAST-SUB) TO TRUE
                        SET CT-SAME (WS-CAD-SUB) TO TRUE
                        ADD 1 TO WS-Z-SAME
                    END-IF
                END-IF
            END-PERFORM.

        MATCH-CHANGED-SEGMENT.
            PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                UNTIL WS-MAST-SUB > MAST-NUM-SEGMENTS
                    OR NOT CT-OPEN (WS-CAD-SUB)
                IF MSEG-OPEN (WS-MAST-SUB)
                    PERFORM SET-MASTER-SHAPE
                    IF WS-M-SHAPE = CT-SHAPE (WS-CAD-SUB)
                            AND MAST-OBS-DESC (WS-MAST-SUB)
                                = CT-DESC (WS-CAD-SUB)
                        SET MSEG-CHANGED (WS-MAST-SUB) TO TRUE
                        MOVE WS-CAD-SUB TO WS-MSEG-CAD (WS-MAST-SUB)
                        SET CT-CHANGED (WS-CAD-SUB) TO TRUE
                    END-IF
                END-IF
            END-PERFORM.

        SET-MASTER-SHAPE.
            MOVE MAST-SHAPE (WS-MAST-SUB) TO WS-M-SHAPE
            IF WS-M-SHAPE = SPACE
                MOVE "L" TO WS-M-SHAPE
            END-IF.

        TEST-SEGMENT-SAME.
            MOVE "N" TO WS-SAME-SW
            PERFORM SET-MASTER-SHAPE
            IF WS-M-SHAPE NOT = CT-SHAPE (WS-CAD-SUB)
                    OR MAST-OBS-TYPE (WS-MAST-SUB)
                        NOT = CT-TYPE (WS-CAD-SUB)
                    OR MAST-OBS-DESC (WS-MAST-SUB)
                        NOT = CT-DESC (WS-CAD-SUB)
                    OR MAST-Z-FROM (WS-MAST-SUB)
                        NOT = CT-Z-FROM (WS-CAD-SUB)
                    OR MAST-Z-TO (WS-MAST-SUB)
                        NOT = CT-Z-TO (WS-CAD-SUB)
                EXIT PARAGRAPH
            END-IF
            IF WS-M-SHAPE = "C"
                IF MAST-X1 (WS-MAST-SUB) = CT-X1 (WS-CAD-SUB)
                        AND MAST-Y1 (WS-MAST-SUB) = CT-Y1 (WS-CAD-SUB)
                        AND MAST-X2 (WS-MAST-SUB) = CT-X2 (WS-CAD-SUB)
                    SET SEGMENTS-SAME TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF MAST-X1 (WS-MAST-SUB) = CT-X1 (WS-CAD-SUB)
                    AND MAST-Y1 (WS-MAST-SUB) = CT-Y1 (WS-CAD-SUB)
                    AND MAST-X2 (WS-MAST-SUB) = CT-X2 (WS-CAD-SUB)
                    AND MAST-Y2 (WS-MAST-SUB) = CT-Y2 (WS-CAD-SUB)
                SET SEGMENTS-SAME TO TRUE
            END-IF
            IF MAST-X1 (WS-MAST-SUB) = CT-X2 (WS-CAD-SUB)
                    AND MAST-Y1 (WS-MAST-SUB) = CT-Y2 (WS-CAD-SUB)
                    AND MAST-X2 (WS-MAST-SUB) = CT-X1 (WS-CAD-SUB)
                    AND MAST-Y2 (WS-MAST-SUB) = CT-Y1 (WS-CAD-SUB)
                SET SEGMENTS-SAME TO TRUE
            END-IF.

        WRITE-CHANGE-TRAN.
            ADD 1 TO WS-Z-CHANGES
            ADD 1 TO WS-CHANGE-COUNT
            MOVE WS-MAST-SUB TO WS-T-SEG
            MOVE MAST-EFF-DATE (WS-MAST-SUB) TO WS-T-EFF
            PERFORM TAKE-CAD-COORDS
            MOVE SPACES TO TRAN-REC
            STRING "CHGSEG " MAST-ZONE-ID " " WS-T-SEG
                " " WS-T-X1 " " WS-T-Y1 " " WS-T-X2 " " WS-T-Y2
                " " WS-T-Z-FROM " " WS-T-Z-TO
                " " WS-T-EFF " 00000000 " CT-TYPE (WS-CAD-SUB)
                " " CT-DESC (WS-CAD-SUB)
                DELIMITED BY SIZE INTO TRAN-REC
            PERFORM WRITE-BATCH-TRAN
            MOVE WS-MAST-SUB TO WS-SEG-ED
            PERFORM FORMAT-CAD-GEOMETRY
            MOVE SPACES TO RPT-REC
            STRING "  CHANGE SEG " WS-SEG-ED
                "  ITEM " CT-ITEM (WS-CAD-SUB)
                " NOW " WS-GEOM-TEXT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM FORMAT-MASTER-GEOMETRY
            MOVE SPACES TO RPT-REC
            STRING "                               WAS "
                WS-GEOM-TEXT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-DELETE-TRAN.
            ADD 1 TO WS-Z-DELETES
            ADD 1 TO WS-DELETE-COUNT
            MOVE WS-MAST-SUB TO WS-T-SEG
            MOVE SPACES TO TRAN-REC
            STRING "DELSEG " MAST-ZONE-ID " " WS-T-SEG
                DELIMITED BY SIZE INTO TRAN-REC
            PERFORM WRITE-BATCH-TRAN
            MOVE WS-MAST-SUB TO WS-SEG-ED
            PERFORM FORMAT-MASTER-GEOMETRY
            MOVE SPACES TO RPT-REC
            STRING "  DELETE SEG " WS-SEG-ED
                "  NOT IN CAD EXPORT   WAS " WS-GEOM-TEXT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-ADD-TRAN.
            ADD 1 TO WS-Z-ADDS
            ADD 1 TO WS-ADD-COUNT
            PERFORM TAKE-CAD-COORDS
            MOVE SPACES TO TRAN-REC
            IF CT-SHAPE (WS-CAD-SUB) = "C"
                STRING "ADDCIR " MAST-ZONE-ID
                    " " WS-T-X1 " " WS-T-Y1 " " WS-T-X2
                    " " WS-T-Z-FROM " " WS-T-Z-TO
                    " " WS-TODAY-NUM " 00000000 " CT-TYPE (WS-CAD-SUB)
                    " " CT-DESC (WS-CAD-SUB)
                    DELIMITED BY SIZE INTO TRAN-REC
            ELSE
                STRING "ADDSEG " MAST-ZONE-ID
                    " " WS-T-X1 " " WS-T-Y1 " " WS-T-X2 " " WS-T-Y2
                    " " WS-T-Z-FROM " " WS-T-Z-TO
                    " " WS-TODAY-NUM " 00000000 " CT-TYPE (WS-CAD-SUB)
                    " " CT-DESC (WS-CAD-SUB)
                    DELIMITED BY SIZE INTO TRAN-REC
            END-IF
            PERFORM WRITE-BATCH-TRAN
            PERFORM FORMAT-CAD-GEOMETRY
            MOVE SPACES TO RPT-REC
            STRING "  ADD             ITEM " CT-ITEM (WS-CAD-SUB)
                " NEW " WS-GEOM-TEXT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        TAKE-CAD-COORDS.
            MOVE CT-X1 (WS-CAD-SUB) TO WS-T-X1
            MOVE CT-Y1 (WS-CAD-SUB) TO WS-T-Y1
            MOVE CT-X2 (WS-CAD-SUB) TO WS-T-X2
            MOVE CT-Y2 (WS-CAD-SUB) TO WS-T-Y2
            MOVE CT-Z-FROM (WS-CAD-SUB) TO WS-T-Z-FROM
            MOVE CT-Z-TO (WS-CAD-SUB) TO WS-T-Z-TO.

        WRITE-BATCH-TRAN.
            MOVE WS-BATCH-MARK TO TRAN-REC (103:17)
            WRITE TRAN-REC
            ADD 1 TO WS-TRAN-COUNT.

        FORMAT-CAD-GEOMETRY.
            MOVE CT-X1 (WS-CAD-SUB) TO WS-X1-ED
            MOVE CT-Y1 (WS-CAD-SUB) TO WS-Y1-ED
            MOVE CT-X2 (WS-CAD-SUB) TO WS-X2-ED
            MOVE CT-Y2 (WS-CAD-SUB) TO WS-Y2-ED
            MOVE CT-Z-FROM (WS-CAD-SUB) TO WS-ZF-ED
            MOVE CT-Z-TO (WS-CAD-SUB) TO WS-ZT-ED
            MOVE SPACES TO WS-GEOM-TEXT
            STRING CT-SHAPE (WS-CAD-SUB)
                WS-X1-ED WS-Y1-ED WS-X2-ED WS-Y2-ED
                " Z" WS-ZF-ED "/" WS-ZT-ED
                " " CT-TYPE (WS-CAD-SUB)
                " " CT-DESC (WS-CAD-SUB)
                DELIMITED BY SIZE INTO WS-GEOM-TEXT.

        FORMAT-MASTER-GEOMETRY.
            PERFORM SET-MASTER-SHAPE
            MOVE MAST-X1 (WS-MAST-SUB) TO WS-X1-ED
            MOVE MAST-Y1 (WS-MAST-SUB) TO WS-Y1-ED
            MOVE MAST-X2 (WS-MAST-SUB) TO WS-X2-ED
            MOVE MAST-Y2 (WS-MAST-SUB) TO WS-Y2-ED
            MOVE MAST-Z-FROM (WS-MAST-SUB) TO WS-ZF-ED
            MOVE MAST-Z-TO (WS-MAST-SUB) TO WS-ZT-ED
            MOVE SPACES TO WS-GEOM-TEXT
            STRING WS-M-SHAPE
                WS-X1-ED WS-Y1-ED WS-X2-ED WS-Y2-ED
                " Z" WS-ZF-ED "/" WS-ZT-ED
                " " MAST-OBS-TYPE (WS-MAST-SUB)
                " " MAST-OBS-DESC (WS-MAST-SUB)
                DELIMITED BY SIZE INTO WS-GEOM-TEXT.

        WRITE-UNMAPPED-LINE.
            MOVE SPACES TO RPT-REC
            STRING "  ITEM " WS-CI-ITEM
                " " WS-MAP-TEXT
                " : " CAD-LINE (1:60)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-IMPORT-TRAILER.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-RECS-READ TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CAD ITEMS READ=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ITEMS-MAPPED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CAD ITEMS MAPPED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SEGS-MAPPED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "SEGMENTS FROM CAD=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-UNMAPPED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CAD ITEMS NOT MAPPED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ZONES-COMPARED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ZONES COMPARED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SAME-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "SEGMENTS UNCHANGED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-ADD-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ADDS=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-CHANGE-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "CHANGES=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-DELETE-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "DELETES=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SKIP-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "MASTER SEGMENTS NOT COMPARED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF WS-ZONE-DROPPED > ZERO
                MOVE WS-ZONE-DROPPED TO WS-COUNT-ED
                MOVE SPACES TO RPT-REC
                STRING "ZONES PAST 2000 NOT LOADED=" WS-COUNT-ED
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            MOVE WS-TRAN-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "TRANSACTIONS WRITTEN=" WS-COUNT-ED
                "  BATCH " WS-BATCH-ID
                " - APPLY THROUGH OBSTMNT"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM CADIMP.
