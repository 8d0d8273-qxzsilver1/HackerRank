        DATA DIVISION.
         WORKING-STORAGE SECTION.
         01 WS-PROMPT-TEXT PIC X(79) VALUE
             "ENTER ZONE-ID XM YM [SITE] (SPACE SEPARATED) THEN ENTER".

         01 WS-INPUT-AREA  PIC X(60).
         01 WS-RECEIVE-LEN PIC S9(4) COMP.
             05 ONLJ-SEG     PIC 9(3).
             05 ONLJ-TERM    PIC X(4).
             05 ONLJ-OPER    PIC X(8).
             05 ONLJ-SITE    PIC 9(2).
             05 FILLER       PIC X(8).

         01 WS-ZONE-ID   PIC 9(4).
         01 WS-SITE-ID   PIC 9(2).
         01 X1           PIC S9(6) VALUE ZERO.
         01 Y1           PIC S9(6) VALUE ZERO.
         01 X2           PIC S9(6) VALUE ZERO.
            MOVE WS-HIT-SEGMENT TO ONLJ-SEG
            MOVE EIBTRMID TO ONLJ-TERM
            MOVE WS-USERID TO ONLJ-OPER
            MOVE WS-SITE-ID TO ONLJ-SITE
            EXEC CICS WRITEQ TD
                QUEUE ('ONLJ')
                FROM (WS-ONLJ-REC)
        PARSE-INPUT.
            SET UNSTRING-OK TO TRUE
            MOVE 1 TO WS-PARSE-PTR
            MOVE ZERO TO WS-ZONE-ID XM YM WS-SITE-ID
            UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                INTO WS-ZONE-ID XM YM WS-SITE-ID
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-SITE-ID NOT NUMERIC OR WS-SITE-ID = ZERO
                MOVE 1 TO WS-SITE-ID
            END-IF
            IF WS-ZONE-ID NOT NUMERIC OR WS-ZONE-ID = ZERO
                    OR XM NOT NUMERIC OR YM NOT NUMERIC
                SET UNSTRING-BAD TO TRUE
            END-IF.

        READ-ZONE-MASTER.
            MOVE WS-SITE-ID TO MAST-SITE-ID
            MOVE WS-ZONE-ID TO MAST-ZONE-ID
            EXEC CICS READ
                DATASET ('OBSTRMST')
                INTO (MASTER-REC)
                RIDFLD (MAST-KEY)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
