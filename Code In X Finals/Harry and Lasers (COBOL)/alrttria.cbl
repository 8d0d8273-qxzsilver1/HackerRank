        DATA DIVISION.
         WORKING-STORAGE SECTION.
         01 WS-PROMPT-TEXT PIC X(79) VALUE
             "B ST ZONE SITE / A|R DATE CASE CODE SITE / X".
         01 WS-EXIT-SW PIC X VALUE "N".
             88 EXIT-REQUESTED VALUE "Y".

         01 WS-LINE-SUB    PIC 9(3).

         COPY ALERTMST.
         COPY MASTJRNL.

         COPY OPERAUTH.

         01 WS-COMMAND     PIC X.
         01 WS-FILT-STATUS PIC X.
         01 WS-FILT-ZONE   PIC 9(4).
         01 WS-FILT-SITE   PIC 9(2).
         01 WS-ACK-DATE    PIC 9(8).
         01 WS-ACK-CASE    PIC 9(6).
         01 WS-ACK-CODE    PIC X(4).
         01 WS-ACK-SITE    PIC 9(2).
         01 WS-PARSE-PTR   PIC 9(4).
         01 WS-UNSTRING-SW PIC X VALUE "N".
             88 UNSTRING-OK VALUE "N".
         01 WS-ZONE-ID-ED  PIC Z(4).
         01 WS-SEG-ED      PIC Z(3).
         01 WS-CASE-ED     PIC Z(6).
         01 WS-WO-TEXT     PIC X(20).

         LINKAGE SECTION.
         01 DFHCOMMAREA.
             05 CA-ALM-DATE PIC 9(8).
             05 CA-ALM-CASE PIC 9(6).
             05 CA-ALM-SITE PIC 9(2).

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            END-EXEC
            MOVE WS-DATE-8 TO WS-TODAY-NUM

            IF EIBCALEN > ZERO
                PERFORM SHOW-PASSED-ALERT
            ELSE
                EXEC CICS SEND TEXT
                    FROM (WS-PROMPT-TEXT)
                    LENGTH (LENGTH OF WS-PROMPT-TEXT)
                    ERASE
                END-EXEC
            END-IF

            PERFORM UNTIL EXIT-REQUESTED
                MOVE SPACES TO WS-INPUT-AREA
            MOVE WS-PROMPT-TEXT TO WS-DISPLAY-LINE (WS-LINE-SUB)
            PERFORM SEND-DISPLAY.

        SHOW-PASSED-ALERT.
            MOVE CA-ALM-DATE TO ALM-DATE
            MOVE CA-ALM-CASE TO ALM-CASE
            MOVE CA-ALM-SITE TO ALM-SITE
            MOVE SPACES TO WS-DISPLAY-LINE (1)
            STRING "DATE      CASE    SI  ZONE  SEG  ST  OPER      CODE"
                "  WORK ORDER"
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
            MOVE 2 TO WS-LINE-SUB
            EXEC CICS READ
                DATASET ('ALERTMST')
                INTO (ALM-REC)
                RIDFLD (ALM-KEY)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP EQUAL DFHRESP(NORMAL)
                PERFORM FORMAT-ALERT-LINE
            ELSE
                MOVE "** ALERT NOT ON MASTER"
                    TO WS-DISPLAY-LINE (WS-LINE-SUB)
            END-IF
            ADD 1 TO WS-LINE-SUB
            MOVE WS-PROMPT-TEXT TO WS-DISPLAY-LINE (WS-LINE-SUB)
            PERFORM SEND-DISPLAY.

        BROWSE-ALERTS.
            MOVE 3 TO WS-PARSE-PTR
            MOVE "*" TO WS-FILT-STATUS
            MOVE ZERO TO WS-FILT-ZONE WS-FILT-SITE
            UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                INTO WS-FILT-STATUS WS-FILT-ZONE WS-FILT-SITE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-FILT-ZONE NOT NUMERIC
                MOVE ZERO TO WS-FILT-ZONE
            END-IF
            IF WS-FILT-SITE NOT NUMERIC
                MOVE ZERO TO WS-FILT-SITE
            END-IF
            IF WS-FILT-STATUS EQUAL SPACE
                MOVE "*" TO WS-FILT-STATUS
            END-IF
            MOVE ZERO TO WS-SHOWN-COUNT
            MOVE SPACES TO WS-DISPLAY-LINE (1)
            STRING "DATE      CASE    SI  ZONE  SEG  ST  OPER      CODE"
                "  WORK ORDER"
                DELIMITED BY SIZE INTO WS-DISPLAY-LINE (1)
            MOVE 1 TO WS-LINE-SUB
            MOVE ZERO TO ALM-DATE ALM-CASE ALM-SITE
            EXEC CICS STARTBR
                DATASET ('ALERTMST')
                RIDFLD (ALM-KEY)
                            OR ALM-STATUS EQUAL WS-FILT-STATUS)
                        AND (WS-FILT-ZONE = ZERO
                            OR ALM-ZONE EQUAL WS-FILT-ZONE)
                        AND (WS-FILT-SITE = ZERO
                            OR ALM-SITE EQUAL WS-FILT-SITE)
                        ADD 1 TO WS-SHOWN-COUNT
                        ADD 1 TO WS-LINE-SUB
                        PERFORM FORMAT-ALERT-LINE
            MOVE ALM-CASE TO WS-CASE-ED
            MOVE ALM-ZONE TO WS-ZONE-ID-ED
            MOVE ALM-SEG TO WS-SEG-ED
            PERFORM FORMAT-WO-TEXT
            MOVE SPACES TO WS-DISPLAY-LINE (WS-LINE-SUB)
            STRING ALM-DATE "  " WS-CASE-ED
                "  " ALM-SITE
                "  " WS-ZONE-ID-ED "  " WS-SEG-ED
                "   " ALM-STATUS "   " ALM-ACK-OPER
                "  " ALM-RESOL-CODE "  " WS-WO-TEXT
                DELIMITED BY SIZE
                INTO WS-DISPLAY-LINE (WS-LINE-SUB).

        FORMAT-WO-TEXT.
            MOVE SPACES TO WS-WO-TEXT
            IF ALM-WO-NUMBER NOT EQUAL SPACES
                STRING "WO " DELIMITED BY SIZE
                    ALM-WO-NUMBER DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    ALM-WO-STATUS DELIMITED BY SPACE
                    INTO WS-WO-TEXT
            ELSE
                IF ALM-WO-REQUESTED
                    MOVE "WO REQUESTED" TO WS-WO-TEXT
                END-IF
            END-IF.

        APPLY-SCREEN-ACTION.
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF NOT OPERATOR-AUTHORIZED
                EXIT PARAGRAPH
            END-IF
            MOVE 3 TO WS-PARSE-PTR
            MOVE ZERO TO WS-ACK-DATE WS-ACK-CASE WS-ACK-SITE
            MOVE SPACES TO WS-ACK-CODE
            UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                INTO WS-ACK-DATE WS-ACK-CASE WS-ACK-CODE WS-ACK-SITE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-ACK-SITE NOT NUMERIC OR WS-ACK-SITE = ZERO
                MOVE 1 TO WS-ACK-SITE
            END-IF
            IF WS-ACK-DATE NOT NUMERIC OR WS-ACK-DATE = ZERO
                    OR WS-ACK-CASE NOT NUMERIC
                    OR WS-ACK-CASE = ZERO
            END-IF
            MOVE WS-ACK-DATE TO ALM-DATE
            MOVE WS-ACK-CASE TO ALM-CASE
            MOVE WS-ACK-SITE TO ALM-SITE
            EXEC CICS READ
                DATASET ('ALERTMST')
                INTO (ALM-REC)
                RESP (WS-RESP)
            END-EXEC
            IF WS-RESP EQUAL DFHRESP(NORMAL)
                MOVE WS-DATE-8 TO MSJ-DATE
                MOVE WS-TIME-8 (1:6) TO MSJ-TIME
                MOVE "ALRTTRIA" TO MSJ-PROGRAM
                MOVE "ALERTMST" TO MSJ-MASTER
                MOVE "CHANGE" TO MSJ-ACTION
                MOVE ALM-REC TO MSJ-IMAGE
                EXEC CICS WRITEQ TD
                    QUEUE ('MSTJ')
                    FROM (MSJ-REC)
                    LENGTH (LENGTH OF MSJ-REC)
                END-EXEC
                MOVE ALM-CASE TO WS-CASE-ED
                MOVE SPACES TO WS-DISPLAY-LINE (1)
                STRING "CASE " WS-CASE-ED
