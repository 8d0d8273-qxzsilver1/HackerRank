                ORGANIZATION LINE SEQUENTIAL.
            SELECT CODESRPT ASSIGN TO "CODESRPT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT MASTJRNL ASSIGN TO "MASTJRNL"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD CODESRPT.
         01 RPT-REC PIC X(132).

         FD MASTJRNL.
         COPY MASTJRNL.

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
            OPEN I-O CODESFILE
            OPEN EXTEND CODESARC
            OPEN OUTPUT CODESRPT
            OPEN EXTEND MASTJRNL
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            MOVE WS-RUN-TS (1:6) TO WS-THIS-MONTH
            CLOSE CODESFILE
            CLOSE CODESARC
            CLOSE CODESRPT
            CLOSE MASTJRNL
            STOP RUN.

        SCAN-CODES-FILE.
            END-DELETE
            IF WS-CODES-STATUS EQUAL "00"
                ADD 1 TO WS-DORMANT-COUNT
                MOVE WS-RUN-TS (1:8) TO MSJ-DATE
                MOVE WS-RUN-TS (9:6) TO MSJ-TIME
                MOVE "CODESRPT" TO MSJ-PROGRAM
                MOVE "CODESFIL" TO MSJ-MASTER
                MOVE "DELETE" TO MSJ-ACTION
                MOVE CODES-REC TO MSJ-IMAGE
                WRITE MSJ-REC
            END-IF.

        WRITE-TOP-SECTION.
