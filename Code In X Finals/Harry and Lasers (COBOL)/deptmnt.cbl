                FILE STATUS IS WS-MASTER-STATUS.
            SELECT DEPTRPT ASSIGN TO "DEPTRPT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT MASTJRNL ASSIGN TO "MASTJRNL"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD DEPTRPT.
         01 MAINT-REC PIC X(132).

         FD MASTJRNL.
         COPY MASTJRNL.

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
        MAIN-LOGIC.
            OPEN INPUT DEPTTRAN
            OPEN OUTPUT DEPTRPT
            OPEN EXTEND MASTJRNL
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            OPEN I-O DEPTMAST
            IF WS-MASTER-STATUS EQUAL "35"
            CLOSE DEPTTRAN
            CLOSE DEPTMAST
            CLOSE DEPTRPT
            CLOSE MASTJRNL
            STOP RUN.

        PROCESS-ONE-TRAN.
                END-WRITE
                IF TRAN-OK
                    PERFORM WRITE-DEPT-LINE
                    MOVE "ADD" TO MSJ-ACTION
                    PERFORM WRITE-MASTER-JOURNAL
                END-IF
            END-IF.

            END-REWRITE
            IF TRAN-OK
                PERFORM WRITE-DEPT-LINE
                MOVE "CHANGE" TO MSJ-ACTION
                PERFORM WRITE-MASTER-JOURNAL
            END-IF.

        WRITE-MASTER-JOURNAL.
            MOVE WS-RUN-TS (1:8) TO MSJ-DATE
            MOVE WS-RUN-TS (9:6) TO MSJ-TIME
            MOVE "DEPTMNT" TO MSJ-PROGRAM
            MOVE "DEPTMAST" TO MSJ-MASTER
            MOVE DEPT-REC TO MSJ-IMAGE
            WRITE MSJ-REC.

        WRITE-DEPT-LINE.
            MOVE SPACES TO MAINT-REC
            STRING "  DEPT " DEPT-CODE
