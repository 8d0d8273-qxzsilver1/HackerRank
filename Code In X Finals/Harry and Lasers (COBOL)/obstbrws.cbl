        DATA DIVISION.
         WORKING-STORAGE SECTION.
         01 WS-PROMPT-TEXT PIC X(79) VALUE
             "S SITE/ZONE ID/N=NEXT/U SEG X1 Y1 X2 Y2 (SHAPE)/O SEG DEPT
      -      "/X=EXIT".
         01 WS-EXIT-SW PIC X VALUE "N".
             88 EXIT-REQUESTED VALUE "Y".


         01 WS-RESP        PIC S9(8) COMP.
         01 WS-COMMAND     PIC X(8).
         01 WS-SITE-ID     PIC 9(2) VALUE 1.
         01 WS-T-SITE      PIC X(4).
         01 WS-ZONE-ID     PIC 9(4).
         01 WS-LAST-ZONE   PIC 9(4) VALUE ZERO.
         01 WS-SEG-NUM     PIC 9(3).
         01 WS-X2          PIC S9(6).
         01 WS-Y2          PIC S9(6).
         01 WS-SHAPE       PIC X.
         01 WS-OWNER-DEPT  PIC X(4).
         01 WS-PARSE-PTR   PIC 9(4).
         01 WS-UNSTRING-SW PIC X VALUE "N".
             88 UNSTRING-OK VALUE "N".
             88 UNSTRING-BAD VALUE "Y".

         COPY PENDCHG.

         01 WS-PEND-RESP   PIC S9(8) COMP.
         01 WS-PEND-ACTION PIC X(8).
         01 WS-PEND-TRAN   PIC X(132).

         01 WS-ABSTIME     PIC S9(15) COMP-3.
         01 WS-DATE-8      PIC X(8).
             88 OPERATOR-AUTHORIZED VALUE "Y".
         01 WS-FUNC-HITS   PIC 9(2).

         COPY DEPTMAST.

         01 WS-DEPT-RESP   PIC S9(8) COMP.
         01 WS-DEPT-OK-SW  PIC X.
             88 OWNER-DEPT-VALID VALUE "Y".

         01 WS-SEG-SUB     PIC 9(3).
         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-SEG-NUM-ED  PIC Z(3).
                MOVE 1 TO WS-LINE-SUB
            ELSE
                EVALUATE WS-COMMAND
                    WHEN "SITE"
                        PERFORM SELECT-SITE
                    WHEN "ZONE"
                        PERFORM READ-AND-SHOW-ZONE
                    WHEN "NEXT"
                        PERFORM BROWSE-NEXT-ZONE
                    WHEN "UPDATE"
                        PERFORM UPDATE-ONE-SEGMENT
                    WHEN "OWNER"
                        PERFORM CHANGE-SEGMENT-OWNER
                END-EVALUATE
            END-IF
            ADD 1 TO WS-LINE-SUB
        PARSE-COMMAND.
            SET UNSTRING-OK TO TRUE
            MOVE 1 TO WS-PARSE-PTR
            IF WS-INPUT-AREA (1:2) EQUAL "S "
                MOVE "SITE" TO WS-COMMAND
                MOVE 3 TO WS-PARSE-PTR
                MOVE SPACES TO WS-T-SITE
                UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                    INTO WS-T-SITE
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-T-SITE (1:2) NOT NUMERIC
                        OR WS-T-SITE (3:2) NOT EQUAL SPACES
                        OR WS-T-SITE (1:2) EQUAL "00"
                    SET UNSTRING-BAD TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF WS-INPUT-AREA (1:2) EQUAL "O "
                MOVE "OWNER" TO WS-COMMAND
                MOVE 3 TO WS-PARSE-PTR
                MOVE SPACES TO WS-OWNER-DEPT
                UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                    INTO WS-SEG-NUM WS-OWNER-DEPT
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-SEG-NUM NOT NUMERIC
                        OR WS-OWNER-DEPT EQUAL SPACES
                    SET UNSTRING-BAD TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF WS-INPUT-AREA (1:2) EQUAL "N " OR "N"
                MOVE "NEXT" TO WS-COMMAND
            ELSE
                END-IF
            END-IF.

        SELECT-SITE.
            MOVE WS-T-SITE (1:2) TO WS-SITE-ID
            MOVE ZERO TO WS-LAST-ZONE
            MOVE SPACES TO WS-DISPLAY-LINE (1)
            STRING "SITE " WS-SITE-ID " SELECTED"
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
            MOVE 1 TO WS-LINE-SUB.

        READ-AND-SHOW-ZONE.
            MOVE WS-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            EXEC CICS READ
                DATASET ('OBSTRMST')
                INTO (MASTER-REC)
                RIDFLD (MAST-KEY)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP EQUAL DFHRESP(NORMAL)
            ELSE
                MOVE WS-ZONE-ID TO WS-ZONE-ID-ED
                MOVE SPACES TO WS-DISPLAY-LINE (1)
                STRING "** SITE " WS-SITE-ID " ZONE " WS-ZONE-ID-ED
                    " NOT ON MASTER"
                    DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
            END-IF.

        BROWSE-NEXT-ZONE.
            MOVE WS-SITE-ID TO MAST-SITE-ID
            MOVE WS-LAST-ZONE TO MAST-ZONE-ID
            EXEC CICS STARTBR
                DATASET ('OBSTRMST')
                RIDFLD (MAST-KEY)
                GTEQ
                RESP (WS-RESP)
            END-EXEC
            EXEC CICS READNEXT
                DATASET ('OBSTRMST')
                INTO (MASTER-REC)
                RIDFLD (MAST-KEY)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP EQUAL DFHRESP(NORMAL)
                    AND MAST-SITE-ID EQUAL WS-SITE-ID
                    AND MAST-ZONE-ID EQUAL WS-LAST-ZONE
                EXEC CICS READNEXT
                    DATASET ('OBSTRMST')
                    INTO (MASTER-REC)
                    RIDFLD (MAST-KEY)
                    RESP (WS-RESP)
                END-EXEC
            END-IF
                DATASET ('OBSTRMST')
            END-EXEC
            IF WS-RESP EQUAL DFHRESP(NORMAL)
                    AND MAST-SITE-ID EQUAL WS-SITE-ID
                MOVE MAST-ZONE-ID TO WS-LAST-ZONE
                PERFORM FORMAT-ZONE-DISPLAY
            ELSE
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SITE-ID TO MAST-SITE-ID
            MOVE WS-LAST-ZONE TO MAST-ZONE-ID
            IF MAST-ZONE-ID = ZERO
                MOVE "** DISPLAY A ZONE BEFORE UPDATING"
            EXEC CICS READ
                DATASET ('OBSTRMST')
                INTO (MASTER-REC)
                RIDFLD (MAST-KEY)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE "** ZONE READ FAILED"
                    TO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            IF WS-SEG-NUM = ZERO OR WS-SEG-NUM > MAST-NUM-SEGMENTS
                MOVE "** SEGMENT NUMBER NOT ON ZONE"
                    TO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            MOVE "UPDATE" TO WS-PEND-ACTION
            MOVE SPACES TO WS-PEND-TRAN
            STRING "UPDATE " WS-LAST-ZONE " " WS-INPUT-AREA (3:58)
                DELIMITED BY SIZE INTO WS-PEND-TRAN
            PERFORM QUEUE-SCREEN-CHANGE.

        CHANGE-SEGMENT-OWNER.
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF NOT OPERATOR-AUTHORIZED
                MOVE "** NOT AUTHORIZED FOR ZONE MAINTENANCE"
                    TO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            IF WS-LAST-ZONE = ZERO
                MOVE "** DISPLAY A ZONE BEFORE UPDATING"
                    TO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            IF WS-OWNER-DEPT EQUAL "NONE"
                MOVE SPACES TO WS-OWNER-DEPT
            ELSE
                PERFORM CHECK-OWNER-DEPT
                IF NOT OWNER-DEPT-VALID
                    MOVE SPACES TO WS-DISPLAY-LINE (1)
                    STRING "** DEPT " WS-OWNER-DEPT
                        " NOT ACTIVE ON DEPTMAST - OWNER NOT CHANGED"
                        DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
                    MOVE 1 TO WS-LINE-SUB
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE WS-SITE-ID TO MAST-SITE-ID
            MOVE WS-LAST-ZONE TO MAST-ZONE-ID
            EXEC CICS READ
                DATASET ('OBSTRMST')
                INTO (MASTER-REC)
                RIDFLD (MAST-KEY)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE "** ZONE READ FAILED"
                    TO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            IF WS-SEG-NUM = ZERO OR WS-SEG-NUM > MAST-NUM-SEGMENTS
                MOVE "** SEGMENT NUMBER NOT ON ZONE"
                    TO WS-DISPLAY-LINE (1)
                MOVE 1 TO WS-LINE-SUB
                EXIT PARAGRAPH
            END-IF
            MOVE "CHGOWN" TO WS-PEND-ACTION
            MOVE SPACES TO WS-PEND-TRAN
            STRING "CHGOWN " WS-LAST-ZONE " " WS-INPUT-AREA (3:58)
                DELIMITED BY SIZE INTO WS-PEND-TRAN
            PERFORM QUEUE-SCREEN-CHANGE.

        QUEUE-SCREEN-CHANGE.
            EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME (WS-ABSTIME)
                YYYYMMDD (WS-DATE-8)
                TIME (WS-TIME-8)
            END-EXEC
            INITIALIZE PND-REC
            MOVE WS-SITE-ID TO PND-SITE
            MOVE WS-LAST-ZONE TO PND-ZONE
            MOVE WS-DATE-8 TO PND-SUB-DATE
            MOVE WS-TIME-8 (1:6) TO PND-SUB-TIME
            MOVE ZERO TO PND-SUB-SEQ
            SET PND-PENDING TO TRUE
            MOVE "S" TO PND-SOURCE
            MOVE WS-PEND-ACTION TO PND-ACTION
            MOVE WS-SEG-NUM TO PND-SEG
            MOVE WS-USERID TO PND-MAKER
            MOVE WS-PEND-TRAN TO PND-TRAN
            MOVE DFHRESP(DUPREC) TO WS-PEND-RESP
            PERFORM UNTIL WS-PEND-RESP NOT EQUAL DFHRESP(DUPREC)
                ADD 1 TO PND-SUB-SEQ
                EXEC CICS WRITE
                    DATASET ('PENDCHG')
                    FROM (PND-REC)
                    RIDFLD (PND-KEY)
                    RESP (WS-PEND-RESP)
                END-EXEC
            END-PERFORM
            MOVE SPACES TO WS-DISPLAY-LINE (1)
            IF WS-PEND-RESP EQUAL DFHRESP(NORMAL)
                STRING "CHANGE QUEUED FOR APPROVAL - REF " PND-ZONE
                    " " PND-SUB-DATE PND-SUB-TIME " " PND-SUB-SEQ
                    DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
            ELSE
                MOVE "** PENDING-CHANGE WRITE FAILED - NOT QUEUED"
                    TO WS-DISPLAY-LINE (1)
            END-IF
            MOVE 1 TO WS-LINE-SUB.

        CHECK-OWNER-DEPT.
            MOVE "N" TO WS-DEPT-OK-SW
            MOVE WS-OWNER-DEPT TO DEPT-CODE
            EXEC CICS READ
                DATASET ('DEPTMAST')
                INTO (DEPT-REC)
                RIDFLD (DEPT-CODE)
                RESP (WS-DEPT-RESP)
            END-EXEC
            IF WS-DEPT-RESP EQUAL DFHRESP(NORMAL)
                    AND DEPT-IS-ACTIVE
                SET OWNER-DEPT-VALID TO TRUE
            END-IF.

        CHECK-OPERATOR-AUTHORITY.
                SET OPERATOR-AUTHORIZED TO TRUE
            END-IF.

        FORMAT-ZONE-DISPLAY.
            MOVE MAST-ZONE-ID TO WS-ZONE-ID-ED
            MOVE MAST-NUM-SEGMENTS TO WS-NUM-SEG-ED
            MOVE SPACES TO WS-DISPLAY-LINE (1)
            STRING "SITE " MAST-SITE-ID " ZONE " WS-ZONE-ID-ED
                " SEGMENTS=" WS-NUM-SEG-ED
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
            MOVE 1 TO WS-LINE-SUB
                    " X1=" WS-X1-ED " Y1=" WS-Y1-ED
                    " X2=" WS-X2-ED " Y2=" WS-Y2-ED
                    " SH=" MAST-SHAPE (WS-SEG-SUB)
                    " OW=" MAST-OWNER-DEPT (WS-SEG-SUB)
                    DELIMITED BY SIZE
                    INTO WS-DISPLAY-LINE (WS-LINE-SUB)
            END-PERFORM
