        IDENTIFICATION DIVISION.
        PROGRAM-ID. MASTBKUP.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT STATMAST ASSIGN TO "STATMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT DEPTMAST ASSIGN TO "DEPTMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT ALERTMSTR ASSIGN TO "ALERTMSTR"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALM-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT ZONESUMM ASSIGN TO "ZONESUMM"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ZSUM-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT SEGSUMM ASSIGN TO "SEGSUMM"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SSUM-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT CODESFILE ASSIGN TO "CODESFILE"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CODES-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT BKMAST ASSIGN TO "BKMAST"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT BKSTA ASSIGN TO "BKSTA"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT BKDEPT ASSIGN TO "BKDEPT"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT BKALM ASSIGN TO "BKALM"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT BKZSUM ASSIGN TO "BKZSUM"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT BKSSUM ASSIGN TO "BKSSUM"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT BKCODES ASSIGN TO "BKCODES"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT BKUPMANF ASSIGN TO "BKUPMANF"
                ORGANIZATION LINE SEQUENTIAL.
            SELECT BKUPRPT ASSIGN TO "BKUPRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD OBSTRMASTER.
         COPY OBSTMAST.

         FD STATMAST.
         COPY STATMAST.

         FD DEPTMAST.
         COPY DEPTMAST.

         FD ALERTMSTR.
         COPY ALERTMST.

         FD ZONESUMM.
         COPY ZONESUMM.

         FD SEGSUMM.
         COPY SEGSUMM.

         FD CODESFILE.
         01 CODES-REC.
             05 CODES-KEY        PIC 9(36).
             05 CODES-FIRST-DATE PIC 9(8).
             05 CODES-FIRST-TS   PIC X(14).
             05 CODES-LAST-DATE  PIC 9(8).
             05 CODES-LAST-TS    PIC X(14).
             05 CODES-SEEN-COUNT PIC 9(7).

         FD BKMAST.
         01 BKMAST-REC PIC X(8933).

         FD BKSTA.
         01 BKSTA-REC PIC X(87).

         FD BKDEPT.
         01 BKDEPT-REC PIC X(33).

         FD BKALM.
         01 BKALM-REC PIC X(218).

         FD BKZSUM.
         01 BKZSUM-REC PIC X(56).

         FD BKSSUM.
         01 BKSSUM-REC PIC X(24).

         FD BKCODES.
         01 BKCODES-REC PIC X(87).

         FD BKUPMANF.
         COPY BKUPMANF.

         FD BKUPRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-MASTER-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-BKUP-TS PIC X(14).

         01 WS-MASTER-NAME PIC X(12).
         01 WS-OPEN-STATUS PIC XX.
         01 WS-UNLOAD-COUNT PIC 9(9).
         01 WS-CUR-KEY  PIC X(36).
         01 WS-LOW-KEY  PIC X(36).
         01 WS-HIGH-KEY PIC X(36).

         01 WS-MASTERS-DONE   PIC 9(2) VALUE ZERO.
         01 WS-MASTERS-FAILED PIC 9(2) VALUE ZERO.
         01 WS-TOTAL-COUNT    PIC 9(9) VALUE ZERO.
         01 WS-COUNT-ED       PIC Z(8)9.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT BKUPRPT
            OPEN OUTPUT BKUPMANF
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:14) TO WS-BKUP-TS
            MOVE SPACES TO RPT-REC
            STRING "KEYED MASTER BACKUP - GENERATION TIMESTAMP "
                WS-BKUP-TS
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING "MASTER         RECORDS  LOW KEY"
                "                               HIGH KEY"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM UNLOAD-OBSTRMASTER
            PERFORM UNLOAD-STATMAST
            PERFORM UNLOAD-DEPTMAST
            PERFORM UNLOAD-ALERTMSTR
            PERFORM UNLOAD-ZONESUMM
            PERFORM UNLOAD-SEGSUMM
            PERFORM UNLOAD-CODESFILE
            PERFORM WRITE-BACKUP-TRAILER
            IF WS-MASTERS-FAILED > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE BKUPMANF
            CLOSE BKUPRPT
            STOP RUN.

        UNLOAD-OBSTRMASTER.
            MOVE "OBSTRMASTER" TO WS-MASTER-NAME
            PERFORM START-MANIFEST-ENTRY
            OPEN OUTPUT BKMAST
            OPEN INPUT OBSTRMASTER
            MOVE WS-MASTER-STATUS TO WS-OPEN-STATUS
            IF WS-OPEN-STATUS EQUAL "00"
                READ OBSTRMASTER
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF
                    WRITE BKMAST-REC FROM MASTER-REC
                    MOVE MAST-KEY TO WS-CUR-KEY
                    PERFORM NOTE-UNLOADED-KEY
                    READ OBSTRMASTER
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE OBSTRMASTER
            END-IF
            CLOSE BKMAST
            PERFORM FINISH-MANIFEST-ENTRY.

        UNLOAD-STATMAST.
            MOVE "STATMAST" TO WS-MASTER-NAME
            PERFORM START-MANIFEST-ENTRY
            OPEN OUTPUT BKSTA
            OPEN INPUT STATMAST
            MOVE WS-MASTER-STATUS TO WS-OPEN-STATUS
            IF WS-OPEN-STATUS EQUAL "00"
                READ STATMAST
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF
                    WRITE BKSTA-REC FROM STATION-REC
                    MOVE STA-KEY TO WS-CUR-KEY
                    PERFORM NOTE-UNLOADED-KEY
                    READ STATMAST
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE STATMAST
            END-IF
            CLOSE BKSTA
            PERFORM FINISH-MANIFEST-ENTRY.

        UNLOAD-DEPTMAST.
            MOVE "DEPTMAST" TO WS-MASTER-NAME
            PERFORM START-MANIFEST-ENTRY
            OPEN OUTPUT BKDEPT
            OPEN INPUT DEPTMAST
            MOVE WS-MASTER-STATUS TO WS-OPEN-STATUS
            IF WS-OPEN-STATUS EQUAL "00"
                READ DEPTMAST
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF
                    WRITE BKDEPT-REC FROM DEPT-REC
                    MOVE DEPT-CODE TO WS-CUR-KEY
                    PERFORM NOTE-UNLOADED-KEY
                    READ DEPTMAST
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE DEPTMAST
            END-IF
            CLOSE BKDEPT
            PERFORM FINISH-MANIFEST-ENTRY.

        UNLOAD-ALERTMSTR.
            MOVE "ALERTMSTR" TO WS-MASTER-NAME
            PERFORM START-MANIFEST-ENTRY
            OPEN OUTPUT BKALM
            OPEN INPUT ALERTMSTR
            MOVE WS-MASTER-STATUS TO WS-OPEN-STATUS
            IF WS-OPEN-STATUS EQUAL "00"
                READ ALERTMSTR
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF
                    WRITE BKALM-REC FROM ALM-REC
                    MOVE ALM-KEY TO WS-CUR-KEY
                    PERFORM NOTE-UNLOADED-KEY
                    READ ALERTMSTR
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE ALERTMSTR
            END-IF
            CLOSE BKALM
            PERFORM FINISH-MANIFEST-ENTRY.

        UNLOAD-ZONESUMM.
            MOVE "ZONESUMM" TO WS-MASTER-NAME
            PERFORM START-MANIFEST-ENTRY
            OPEN OUTPUT BKZSUM
            OPEN INPUT ZONESUMM
            MOVE WS-MASTER-STATUS TO WS-OPEN-STATUS
            IF WS-OPEN-STATUS EQUAL "00"
                READ ZONESUMM
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF
                    WRITE BKZSUM-REC FROM ZSUM-REC
                    MOVE ZSUM-KEY TO WS-CUR-KEY
                    PERFORM NOTE-UNLOADED-KEY
                    READ ZONESUMM
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE ZONESUMM
            END-IF
            CLOSE BKZSUM
            PERFORM FINISH-MANIFEST-ENTRY.

        UNLOAD-SEGSUMM.
            MOVE "SEGSUMM" TO WS-MASTER-NAME
            PERFORM START-MANIFEST-ENTRY
            OPEN OUTPUT BKSSUM
            OPEN INPUT SEGSUMM
            MOVE WS-MASTER-STATUS TO WS-OPEN-STATUS
            IF WS-OPEN-STATUS EQUAL "00"
                READ SEGSUMM
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF
                    WRITE BKSSUM-REC FROM SSUM-REC
                    MOVE SSUM-KEY TO WS-CUR-KEY
                    PERFORM NOTE-UNLOADED-KEY
                    READ SEGSUMM
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE SEGSUMM
            END-IF
            CLOSE BKSSUM
            PERFORM FINISH-MANIFEST-ENTRY.

        UNLOAD-CODESFILE.
            MOVE "CODESFILE" TO WS-MASTER-NAME
            PERFORM START-MANIFEST-ENTRY
            OPEN OUTPUT BKCODES
            OPEN INPUT CODESFILE
            MOVE WS-MASTER-STATUS TO WS-OPEN-STATUS
            IF WS-OPEN-STATUS EQUAL "00"
                READ CODESFILE
                    AT END SET EOF TO TRUE
                END-READ
                PERFORM UNTIL EOF
                    WRITE BKCODES-REC FROM CODES-REC
                    MOVE CODES-KEY TO WS-CUR-KEY
                    PERFORM NOTE-UNLOADED-KEY
                    READ CODESFILE
                        AT END SET EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE CODESFILE
            END-IF
            CLOSE BKCODES
            PERFORM FINISH-MANIFEST-ENTRY.

        START-MANIFEST-ENTRY.
            MOVE "N" TO WS-EOF-SW
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE SPACES TO WS-LOW-KEY WS-HIGH-KEY.

        NOTE-UNLOADED-KEY.
            ADD 1 TO WS-UNLOAD-COUNT
            IF WS-UNLOAD-COUNT = 1
                MOVE WS-CUR-KEY TO WS-LOW-KEY
            END-IF
            MOVE WS-CUR-KEY TO WS-HIGH-KEY.

        FINISH-MANIFEST-ENTRY.
            MOVE SPACES TO BKM-REC
            MOVE WS-MASTER-NAME TO BKM-MASTER
            MOVE WS-BKUP-TS TO BKM-BKUP-TS
            MOVE WS-UNLOAD-COUNT TO BKM-COUNT
            MOVE WS-LOW-KEY TO BKM-LOW-KEY
            MOVE WS-HIGH-KEY TO BKM-HIGH-KEY
            MOVE WS-OPEN-STATUS TO BKM-STATUS
            WRITE BKM-REC
            MOVE WS-UNLOAD-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            IF WS-OPEN-STATUS EQUAL "00"
                ADD 1 TO WS-MASTERS-DONE
                ADD WS-UNLOAD-COUNT TO WS-TOTAL-COUNT
                STRING WS-MASTER-NAME " " WS-COUNT-ED
                    "  " WS-LOW-KEY " " WS-HIGH-KEY
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                ADD 1 TO WS-MASTERS-FAILED
                STRING WS-MASTER-NAME " ** NOT UNLOADED - OPEN STATUS "
                    WS-OPEN-STATUS " - GENERATION IS EMPTY"
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC.

        WRITE-BACKUP-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-MASTERS-DONE TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "MASTERS UNLOADED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-MASTERS-FAILED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "MASTERS NOT UNLOADED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-TOTAL-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "RECORDS UNLOADED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM MASTBKUP.
