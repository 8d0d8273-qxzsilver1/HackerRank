
         01 WS-SHOWN-COUNT PIC 9(6) VALUE ZERO.
         01 WS-ZONE-ID-ED PIC Z(4).
         01 WS-JRNL-SITE  PIC 9(2).
         01 WS-SEG-ED     PIC Z(3).
         01 WS-X1-ED      PIC -ZZZZZ9.
         01 WS-Y1-ED      PIC -ZZZZZ9.
            CLOSE ZONEJRNL.

        WRITE-ENTRY-LINES.
            IF OBJ-SITE NUMERIC AND OBJ-SITE NOT = ZERO
                MOVE OBJ-SITE TO WS-JRNL-SITE
            ELSE
                MOVE 1 TO WS-JRNL-SITE
            END-IF
            MOVE OBJ-ZONE TO WS-ZONE-ID-ED
            MOVE OBJ-SEG TO WS-SEG-ED
            MOVE SPACES TO RPT-REC
                " SRC=" OBJ-SOURCE
                " OPER=" OBJ-OPER
                " " OBJ-ACTION
                " SITE " WS-JRNL-SITE
                " ZONE " WS-ZONE-ID-ED
                " SEG " WS-SEG-ED
                " APPR=" OBJ-APPROVER
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE OBJ-B-X1 TO WS-X1-ED
