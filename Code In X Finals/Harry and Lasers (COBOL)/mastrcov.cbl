        IDENTIFICATION DIVISION.
        PROGRAM-ID. MASTRCOV.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RCVPARM ASSIGN TO "RCVPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT BKUPMANF ASSIGN TO "BKUPMANF"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-MANF-STATUS.
            SELECT BKMAST ASSIGN TO "BKMAST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BK-STATUS.
            SELECT BKSTA ASSIGN TO "BKSTA"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BK-STATUS.
            SELECT BKDEPT ASSIGN TO "BKDEPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BK-STATUS.
            SELECT BKALM ASSIGN TO "BKALM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BK-STATUS.
            SELECT BKZSUM ASSIGN TO "BKZSUM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BK-STATUS.
            SELECT BKSSUM ASSIGN TO "BKSSUM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BK-STATUS.
            SELECT BKCODES ASSIGN TO "BKCODES"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BK-STATUS.
            SELECT ZONEJRNL ASSIGN TO "ZONEJRNL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.
            SELECT STATHIST ASSIGN TO "STATHIST"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.
            SELECT MASTJRNL ASSIGN TO "MASTJRNL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.
            SELECT ONLMJRNL ASSIGN TO "ONLMJRNL"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ONL-STATUS.
            SELECT NEWMAST ASSIGN TO "NEWMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT NEWSTA ASSIGN TO "NEWSTA"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT NEWDEPT ASSIGN TO "NEWDEPT"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-NEW-STATUS.
            SELECT NEWALM ASSIGN TO "NEWALM"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALM-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT NEWZSUM ASSIGN TO "NEWZSUM"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ZSUM-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT NEWSSUM ASSIGN TO "NEWSSUM"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SSUM-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT NEWCODES ASSIGN TO "NEWCODES"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CODES-KEY
                FILE STATUS IS WS-NEW-STATUS.
            SELECT RCVRPT ASSIGN TO "RCVRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD RCVPARM.
         01 PARM-LINE PIC X(80).

         FD BKUPMANF.
         COPY BKUPMANF.

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

         FD ZONEJRNL.
         COPY OBSTJRNL.

         FD STATHIST.
         01 STAT-REC.
             05 STAT-RUN-DATE PIC 9(8).
             05 STAT-CASE-NUM PIC 9(6).
             05 STAT-ZONE-ID  PIC 9(4).
             05 STAT-VERDICT  PIC X(3).
             05 STAT-SEGMENT  PIC 9(3).
             05 STAT-DEPT     PIC X(4).
             05 STAT-SOURCE   PIC X.
             05 STAT-RUN-ID   PIC X(11).
             05 STAT-STATION  PIC 9(4).
             05 STAT-SITE-ID  PIC 9(2).
             05 STAT-OWNER-DEPT PIC X(4).
             05 STAT-OBS-TYPE PIC X(4).
             05 STAT-NEAR-SEG PIC 9(3).

         FD MASTJRNL.
         COPY MASTJRNL.

         FD ONLMJRNL.
         COPY MASTJRNL REPLACING LEADING ==MSJ-== BY ==ONJ-==.

         FD NEWMAST.
         COPY OBSTMAST.

         FD NEWSTA.
         COPY STATMAST.

         FD NEWDEPT.
         COPY DEPTMAST.

         FD NEWALM.
         COPY ALERTMST.

         FD NEWZSUM.
         COPY ZONESUMM.

         FD NEWSSUM.
         COPY SEGSUMM.

         FD NEWCODES.
         01 CODES-REC.
             05 CODES-KEY        PIC 9(36).
             05 CODES-FIRST-DATE PIC 9(8).
             05 CODES-FIRST-TS   PIC X(14).
             05 CODES-LAST-DATE  PIC 9(8).
             05 CODES-LAST-TS    PIC X(14).
             05 CODES-SEEN-COUNT PIC 9(7).

         FD RCVRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-PARM-STATUS PIC XX.
         01 WS-MANF-STATUS PIC XX.
         01 WS-BK-STATUS PIC XX.
         01 WS-JRNL-STATUS PIC XX.
         01 WS-ONL-STATUS PIC XX.
         01 WS-NEW-STATUS PIC XX.
         01 WS-RUN-TS PIC X(26).
         01 WS-STOP-TS PIC X(14) VALUE "99999999999999".
         01 WS-PARM-TOKEN PIC X(8).
         01 WS-PARM-VALUE PIC X(14).
         01 WS-PARSE-PTR PIC 9(4).
         01 WS-PARM-ERR-SW PIC X VALUE "N".
             88 PARM-IN-ERROR VALUE "Y".
         01 WS-REQUESTED PIC 9 VALUE ZERO.

         01 WS-MASTER-TABLE.
             05 MT-ENTRY OCCURS 7 TIMES.
                10 MT-NAME        PIC X(12).
                10 MT-REQUEST-SW  PIC X.
                    88 MT-REQUESTED VALUE "Y".
                10 MT-SELECT-SW   PIC X.
                    88 MT-SELECTED VALUE "Y".
                10 MT-FAIL-SW     PIC X.
                    88 MT-FAILED VALUE "Y".
                10 MT-FAIL-REASON PIC X(60).
                10 MT-MANF-SW     PIC X.
                    88 MT-IN-MANIFEST VALUE "Y".
                10 MT-BKUP-TS     PIC X(14).
                10 MT-MANF-COUNT  PIC 9(9).
                10 MT-MANF-LOW    PIC X(36).
                10 MT-MANF-HIGH   PIC X(36).
                10 MT-MANF-STATUS PIC XX.
                10 MT-LOAD-COUNT  PIC 9(9).
                10 MT-LOAD-LOW    PIC X(36).
                10 MT-LOAD-HIGH   PIC X(36).
                10 MT-RELOAD-SW   PIC X.
                    88 MT-RELOAD-FOOTS VALUE "Y".
                10 MT-ADDS        PIC 9(9).
                10 MT-CHANGES     PIC 9(9).
                10 MT-DELETES     PIC 9(9).
                10 MT-OUT-STEP    PIC 9(9).
                10 MT-PRIOR       PIC 9(9).
                10 MT-AFTER-STOP  PIC 9(9).
                10 MT-LAST-TS     PIC X(14).
                10 MT-FINAL-COUNT PIC 9(9).
                10 MT-EXPECTED    PIC 9(9).
         01 WS-MT-SUB PIC 9.
         01 WS-FAIL-TEXT PIC X(60).
         01 WS-CUR-KEY PIC X(36).

         01 WS-ENTRY-TS PIC X(14).
         01 WS-APPLY-SW PIC X.
             88 APPLY-ENTRY VALUE "Y".
         01 WS-ENTRY-SITE PIC 9(2).
         01 WS-SEG-SUB PIC 9(3).
         01 WS-SHIFT-SUB PIC 9(3).
         01 WS-TIME-PART PIC X(6).

         01 WS-BATCH-OPEN-SW PIC X VALUE "N".
             88 BATCH-JOURNAL-OPEN VALUE "Y".
         01 WS-ONL-OPEN-SW PIC X VALUE "N".
             88 ONLINE-JOURNAL-OPEN VALUE "Y".
         01 WS-BATCH-TS PIC X(14).
         01 WS-ONL-TS PIC X(14).
         01 WS-JE-MASTER PIC X(8).
         01 WS-JE-ACTION PIC X(8).
         01 WS-JE-IMAGE PIC X(240).

         01 WS-WARN-COUNT PIC 9(2) VALUE ZERO.
         01 WS-FAILED-COUNT PIC 9(2) VALUE ZERO.
         01 WS-UNFOOTED-COUNT PIC 9(2) VALUE ZERO.
         01 WS-OUT-STEP-TOTAL PIC 9(9) VALUE ZERO.
         01 WS-COUNT-ED PIC Z(8)9.
         01 WS-COUNT-ED-2 PIC Z(8)9.
         01 WS-COUNT-ED-3 PIC Z(8)9.
         01 WS-COUNT-ED-4 PIC Z(8)9.
         01 WS-FOOT-TEXT PIC X(20).

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT RCVRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            PERFORM SET-UP-MASTER-TABLE
            MOVE SPACES TO RPT-REC
            STRING "KEYED MASTER FORWARD RECOVERY - RUN "
                WS-RUN-TS (1:14)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            PERFORM TAKE-RECOVERY-PARMS
            IF PARM-IN-ERROR OR WS-REQUESTED = ZERO
                MOVE SPACES TO RPT-REC
                STRING "** RCVPARM MUST NAME AT LEAST ONE MASTER"
                    " (MASTER NAME OR MASTER ALL) AND NOTHING"
                    " ELSE - NOTHING RECOVERED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE RCVRPT
                STOP RUN
            END-IF
            MOVE SPACES TO RPT-REC
            IF WS-STOP-TS EQUAL "99999999999999"
                STRING "JOURNALS APPLIED TO THEIR END"
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "JOURNALS APPLIED THROUGH " WS-STOP-TS
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC
            PERFORM LOAD-BACKUP-MANIFEST
            IF WS-MANF-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** BKUPMANF NOT AVAILABLE - STATUS "
                    WS-MANF-STATUS " - NOTHING RECOVERED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                CLOSE RCVRPT
                STOP RUN
            END-IF
            PERFORM VERIFY-MANIFEST-ENTRIES
            PERFORM RELOAD-OBSTRMASTER
            PERFORM RELOAD-STATMAST
            PERFORM RELOAD-DEPTMAST
            PERFORM RELOAD-ALERTMSTR
            PERFORM RELOAD-ZONESUMM
            PERFORM RELOAD-SEGSUMM
            PERFORM RELOAD-CODESFILE
            IF MT-SELECTED (1)
                PERFORM APPLY-ZONE-JOURNAL
            END-IF
            IF MT-SELECTED (5) OR MT-SELECTED (6)
                PERFORM APPLY-STATION-HISTORY
            END-IF
            IF MT-SELECTED (2) OR MT-SELECTED (3)
                    OR MT-SELECTED (4) OR MT-SELECTED (7)
                PERFORM APPLY-MASTER-JOURNALS
            END-IF
            PERFORM COUNT-RECOVERED-MASTERS
            PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                UNTIL WS-MT-SUB > 7
                IF MT-REQUESTED (WS-MT-SUB)
                    PERFORM REPORT-ONE-MASTER
                END-IF
            END-PERFORM
            PERFORM WRITE-RECOVERY-TRAILER
            IF WS-FAILED-COUNT > ZERO OR WS-UNFOOTED-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-OUT-STEP-TOTAL > ZERO OR WS-WARN-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
            CLOSE RCVRPT
            STOP RUN.

        SET-UP-MASTER-TABLE.
            PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                UNTIL WS-MT-SUB > 7
                INITIALIZE MT-ENTRY (WS-MT-SUB)
                MOVE "N" TO MT-REQUEST-SW (WS-MT-SUB)
                MOVE "N" TO MT-SELECT-SW (WS-MT-SUB)
                MOVE "N" TO MT-FAIL-SW (WS-MT-SUB)
                MOVE "N" TO MT-MANF-SW (WS-MT-SUB)
                MOVE "N" TO MT-RELOAD-SW (WS-MT-SUB)
            END-PERFORM
            MOVE "OBSTRMASTER" TO MT-NAME (1)
            MOVE "STATMAST" TO MT-NAME (2)
            MOVE "DEPTMAST" TO MT-NAME (3)
            MOVE "ALERTMSTR" TO MT-NAME (4)
            MOVE "ZONESUMM" TO MT-NAME (5)
            MOVE "SEGSUMM" TO MT-NAME (6)
            MOVE "CODESFILE" TO MT-NAME (7).

        TAKE-RECOVERY-PARMS.
            OPEN INPUT RCVPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ RCVPARM
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                PERFORM TAKE-ONE-PARM
                READ RCVPARM
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE RCVPARM
            MOVE "N" TO WS-EOF-SW.

        TAKE-ONE-PARM.
            IF PARM-LINE EQUAL SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE 1 TO WS-PARSE-PTR
            MOVE SPACES TO WS-PARM-TOKEN WS-PARM-VALUE
            UNSTRING PARM-LINE DELIMITED BY ALL SPACE
                INTO WS-PARM-TOKEN WS-PARM-VALUE
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            EVALUATE WS-PARM-TOKEN
                WHEN "MASTER"
                    PERFORM TAKE-MASTER-PARM
                WHEN "STOP"
                    IF WS-PARM-VALUE (9:6) EQUAL SPACES
                        MOVE "235959" TO WS-PARM-VALUE (9:6)
                    END-IF
                    IF WS-PARM-VALUE NUMERIC
                        MOVE WS-PARM-VALUE TO WS-STOP-TS
                    ELSE
                        PERFORM REJECT-PARM-LINE
                    END-IF
                WHEN OTHER
                    PERFORM REJECT-PARM-LINE
            END-EVALUATE.

        TAKE-MASTER-PARM.
            IF WS-PARM-VALUE EQUAL "ALL"
                PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                    UNTIL WS-MT-SUB > 7
                    PERFORM REQUEST-ONE-MASTER
                END-PERFORM
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                UNTIL WS-MT-SUB > 7
                    OR MT-NAME (WS-MT-SUB) EQUAL WS-PARM-VALUE
                CONTINUE
            END-PERFORM
            IF WS-MT-SUB > 7
                PERFORM REJECT-PARM-LINE
            ELSE
                PERFORM REQUEST-ONE-MASTER
            END-IF.

        REQUEST-ONE-MASTER.
            IF NOT MT-REQUESTED (WS-MT-SUB)
                ADD 1 TO WS-REQUESTED
            END-IF
            SET MT-REQUESTED (WS-MT-SUB) TO TRUE
            SET MT-SELECTED (WS-MT-SUB) TO TRUE.

        REJECT-PARM-LINE.
            SET PARM-IN-ERROR TO TRUE
            MOVE SPACES TO RPT-REC
            STRING "** RCVPARM CARD NOT RECOGNISED: " PARM-LINE
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        LOAD-BACKUP-MANIFEST.
            OPEN INPUT BKUPMANF
            IF WS-MANF-STATUS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF
            READ BKUPMANF
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                    UNTIL WS-MT-SUB > 7
                        OR MT-NAME (WS-MT-SUB) EQUAL BKM-MASTER
                    CONTINUE
                END-PERFORM
                IF WS-MT-SUB NOT > 7
                    SET MT-IN-MANIFEST (WS-MT-SUB) TO TRUE
                    MOVE BKM-BKUP-TS TO MT-BKUP-TS (WS-MT-SUB)
                    MOVE BKM-COUNT TO MT-MANF-COUNT (WS-MT-SUB)
                    MOVE BKM-LOW-KEY TO MT-MANF-LOW (WS-MT-SUB)
                    MOVE BKM-HIGH-KEY TO MT-MANF-HIGH (WS-MT-SUB)
                    MOVE BKM-STATUS TO MT-MANF-STATUS (WS-MT-SUB)
                END-IF
                READ BKUPMANF
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE BKUPMANF
            MOVE "00" TO WS-MANF-STATUS
            MOVE "N" TO WS-EOF-SW.

        VERIFY-MANIFEST-ENTRIES.
            PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                UNTIL WS-MT-SUB > 7
                IF MT-SELECTED (WS-MT-SUB)
                    IF NOT MT-IN-MANIFEST (WS-MT-SUB)
                        MOVE "NO ENTRY IN THE BACKUP MANIFEST"
                            TO WS-FAIL-TEXT
                        PERFORM FAIL-MASTER
                    ELSE
                        IF MT-MANF-STATUS (WS-MT-SUB) NOT EQUAL "00"
                            MOVE SPACES TO WS-FAIL-TEXT
                            STRING "NOT UNLOADED BY THE BACKUP -"
                                " MANIFEST STATUS "
                                MT-MANF-STATUS (WS-MT-SUB)
                                DELIMITED BY SIZE INTO WS-FAIL-TEXT
                            PERFORM FAIL-MASTER
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

        FAIL-MASTER.
            SET MT-FAILED (WS-MT-SUB) TO TRUE
            MOVE "N" TO MT-SELECT-SW (WS-MT-SUB)
            MOVE WS-FAIL-TEXT TO MT-FAIL-REASON (WS-MT-SUB).

        RELOAD-OBSTRMASTER.
            MOVE 1 TO WS-MT-SUB
            IF NOT MT-SELECTED (WS-MT-SUB)
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT BKMAST
            IF WS-BK-STATUS NOT EQUAL "00"
                MOVE "BACKUP GENERATION BKMAST WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT NEWMAST
            IF WS-NEW-STATUS NOT EQUAL "00"
                CLOSE BKMAST
                MOVE "RECOVERY DATASET NEWMAST WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            READ BKMAST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE BKMAST-REC TO MASTER-REC
                WRITE MASTER-REC
                    INVALID KEY CONTINUE
                END-WRITE
                IF WS-NEW-STATUS EQUAL "00"
                    MOVE MAST-KEY TO WS-CUR-KEY
                    PERFORM NOTE-RELOADED-KEY
                END-IF
                READ BKMAST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE BKMAST
            CLOSE NEWMAST
            OPEN I-O NEWMAST
            PERFORM CHECK-RELOAD-FOOTING.

        RELOAD-STATMAST.
            MOVE 2 TO WS-MT-SUB
            IF NOT MT-SELECTED (WS-MT-SUB)
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT BKSTA
            IF WS-BK-STATUS NOT EQUAL "00"
                MOVE "BACKUP GENERATION BKSTA WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT NEWSTA
            IF WS-NEW-STATUS NOT EQUAL "00"
                CLOSE BKSTA
                MOVE "RECOVERY DATASET NEWSTA WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            READ BKSTA
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE BKSTA-REC TO STATION-REC
                WRITE STATION-REC
                    INVALID KEY CONTINUE
                END-WRITE
                IF WS-NEW-STATUS EQUAL "00"
                    MOVE STA-KEY TO WS-CUR-KEY
                    PERFORM NOTE-RELOADED-KEY
                END-IF
                READ BKSTA
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE BKSTA
            CLOSE NEWSTA
            OPEN I-O NEWSTA
            PERFORM CHECK-RELOAD-FOOTING.

        RELOAD-DEPTMAST.
            MOVE 3 TO WS-MT-SUB
            IF NOT MT-SELECTED (WS-MT-SUB)
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT BKDEPT
            IF WS-BK-STATUS NOT EQUAL "00"
                MOVE "BACKUP GENERATION BKDEPT WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT NEWDEPT
            IF WS-NEW-STATUS NOT EQUAL "00"
                CLOSE BKDEPT
                MOVE "RECOVERY DATASET NEWDEPT WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            READ BKDEPT
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE BKDEPT-REC TO DEPT-REC
                WRITE DEPT-REC
                    INVALID KEY CONTINUE
                END-WRITE
                IF WS-NEW-STATUS EQUAL "00"
                    MOVE DEPT-CODE TO WS-CUR-KEY
                    PERFORM NOTE-RELOADED-KEY
                END-IF
                READ BKDEPT
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE BKDEPT
            CLOSE NEWDEPT
            OPEN I-O NEWDEPT
            PERFORM CHECK-RELOAD-FOOTING.

        RELOAD-ALERTMSTR.
            MOVE 4 TO WS-MT-SUB
            IF NOT MT-SELECTED (WS-MT-SUB)
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT BKALM
            IF WS-BK-STATUS NOT EQUAL "00"
                MOVE "BACKUP GENERATION BKALM WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT NEWALM
            IF WS-NEW-STATUS NOT EQUAL "00"
                CLOSE BKALM
                MOVE "RECOVERY DATASET NEWALM WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            READ BKALM
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE BKALM-REC TO ALM-REC
                WRITE ALM-REC
                    INVALID KEY CONTINUE
                END-WRITE
                IF WS-NEW-STATUS EQUAL "00"
                    MOVE ALM-KEY TO WS-CUR-KEY
                    PERFORM NOTE-RELOADED-KEY
                END-IF
                READ BKALM
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE BKALM
            CLOSE NEWALM
            OPEN I-O NEWALM
            PERFORM CHECK-RELOAD-FOOTING.

        RELOAD-ZONESUMM.
            MOVE 5 TO WS-MT-SUB
            IF NOT MT-SELECTED (WS-MT-SUB)
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT BKZSUM
            IF WS-BK-STATUS NOT EQUAL "00"
                MOVE "BACKUP GENERATION BKZSUM WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT NEWZSUM
            IF WS-NEW-STATUS NOT EQUAL "00"
                CLOSE BKZSUM
                MOVE "RECOVERY DATASET NEWZSUM WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            READ BKZSUM
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE BKZSUM-REC TO ZSUM-REC
                WRITE ZSUM-REC
                    INVALID KEY CONTINUE
                END-WRITE
                IF WS-NEW-STATUS EQUAL "00"
                    MOVE ZSUM-KEY TO WS-CUR-KEY
                    PERFORM NOTE-RELOADED-KEY
                END-IF
                READ BKZSUM
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE BKZSUM
            CLOSE NEWZSUM
            OPEN I-O NEWZSUM
            PERFORM CHECK-RELOAD-FOOTING.

        RELOAD-SEGSUMM.
            MOVE 6 TO WS-MT-SUB
            IF NOT MT-SELECTED (WS-MT-SUB)
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT BKSSUM
            IF WS-BK-STATUS NOT EQUAL "00"
                MOVE "BACKUP GENERATION BKSSUM WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT NEWSSUM
            IF WS-NEW-STATUS NOT EQUAL "00"
                CLOSE BKSSUM
                MOVE "RECOVERY DATASET NEWSSUM WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            READ BKSSUM
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE BKSSUM-REC TO SSUM-REC
                WRITE SSUM-REC
                    INVALID KEY CONTINUE
                END-WRITE
                IF WS-NEW-STATUS EQUAL "00"
                    MOVE SSUM-KEY TO WS-CUR-KEY
                    PERFORM NOTE-RELOADED-KEY
                END-IF
                READ BKSSUM
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE BKSSUM
            CLOSE NEWSSUM
            OPEN I-O NEWSSUM
            PERFORM CHECK-RELOAD-FOOTING.

        RELOAD-CODESFILE.
            MOVE 7 TO WS-MT-SUB
            IF NOT MT-SELECTED (WS-MT-SUB)
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT BKCODES
            IF WS-BK-STATUS NOT EQUAL "00"
                MOVE "BACKUP GENERATION BKCODES WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT NEWCODES
            IF WS-NEW-STATUS NOT EQUAL "00"
                CLOSE BKCODES
                MOVE "RECOVERY DATASET NEWCODES WILL NOT OPEN"
                    TO WS-FAIL-TEXT
                PERFORM FAIL-MASTER
                EXIT PARAGRAPH
            END-IF
            READ BKCODES
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE BKCODES-REC TO CODES-REC
                WRITE CODES-REC
                    INVALID KEY CONTINUE
                END-WRITE
                IF WS-NEW-STATUS EQUAL "00"
                    MOVE CODES-KEY TO WS-CUR-KEY
                    PERFORM NOTE-RELOADED-KEY
                END-IF
                READ BKCODES
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE BKCODES
            CLOSE NEWCODES
            OPEN I-O NEWCODES
            PERFORM CHECK-RELOAD-FOOTING.

        NOTE-RELOADED-KEY.
            ADD 1 TO MT-LOAD-COUNT (WS-MT-SUB)
            IF MT-LOAD-COUNT (WS-MT-SUB) = 1
                MOVE WS-CUR-KEY TO MT-LOAD-LOW (WS-MT-SUB)
            END-IF
            MOVE WS-CUR-KEY TO MT-LOAD-HIGH (WS-MT-SUB).

        CHECK-RELOAD-FOOTING.
            MOVE "N" TO WS-EOF-SW
            IF MT-LOAD-COUNT (WS-MT-SUB)
                    EQUAL MT-MANF-COUNT (WS-MT-SUB)
                    AND MT-LOAD-LOW (WS-MT-SUB)
                        EQUAL MT-MANF-LOW (WS-MT-SUB)
                    AND MT-LOAD-HIGH (WS-MT-SUB)
                        EQUAL MT-MANF-HIGH (WS-MT-SUB)
                SET MT-RELOAD-FOOTS (WS-MT-SUB) TO TRUE
            ELSE
                ADD 1 TO WS-UNFOOTED-COUNT
            END-IF.

        CLASSIFY-ENTRY-TIME.
            MOVE "N" TO WS-APPLY-SW
            IF WS-ENTRY-TS NOT > MT-BKUP-TS (WS-MT-SUB)
                ADD 1 TO MT-PRIOR (WS-MT-SUB)
                EXIT PARAGRAPH
            END-IF
            IF WS-ENTRY-TS > WS-STOP-TS
                ADD 1 TO MT-AFTER-STOP (WS-MT-SUB)
                EXIT PARAGRAPH
            END-IF
            SET APPLY-ENTRY TO TRUE
            MOVE WS-ENTRY-TS TO MT-LAST-TS (WS-MT-SUB).

        NOTE-OUT-OF-STEP.
            ADD 1 TO MT-OUT-STEP (WS-MT-SUB)
            ADD 1 TO WS-OUT-STEP-TOTAL.

        NOTE-JOURNAL-MISSING.
            ADD 1 TO WS-WARN-COUNT
            MOVE SPACES TO RPT-REC
            STRING "** " WS-JE-MASTER " NOT AVAILABLE - STATUS "
                WS-JRNL-STATUS " - NO ENTRIES APPLIED FROM IT"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        APPLY-ZONE-JOURNAL.
            MOVE 1 TO WS-MT-SUB
            OPEN INPUT ZONEJRNL
            IF WS-JRNL-STATUS NOT EQUAL "00"
                MOVE "ZONEJRNL" TO WS-JE-MASTER
                PERFORM NOTE-JOURNAL-MISSING
                EXIT PARAGRAPH
            END-IF
            READ ZONEJRNL
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF OBJ-DATE NUMERIC AND OBJ-TIME NUMERIC
                    MOVE OBJ-DATE TO WS-ENTRY-TS (1:8)
                    MOVE OBJ-TIME TO WS-ENTRY-TS (9:6)
                    PERFORM CLASSIFY-ENTRY-TIME
                    IF APPLY-ENTRY
                        PERFORM APPLY-ONE-ZONE-ENTRY
                    END-IF
                END-IF
                READ ZONEJRNL
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE ZONEJRNL
            MOVE "N" TO WS-EOF-SW.

        APPLY-ONE-ZONE-ENTRY.
            IF OBJ-ACTION EQUAL "DELZONE" AND OBJ-SEG NOT = ZERO
                EXIT PARAGRAPH
            END-IF
            IF OBJ-SITE NUMERIC AND OBJ-SITE NOT = ZERO
                MOVE OBJ-SITE TO WS-ENTRY-SITE
            ELSE
                MOVE 1 TO WS-ENTRY-SITE
            END-IF
            IF OBJ-ACTION EQUAL "ADDZONE"
                INITIALIZE MASTER-REC
                MOVE WS-ENTRY-SITE TO MAST-SITE-ID
                MOVE OBJ-ZONE TO MAST-ZONE-ID
                MOVE ZERO TO MAST-NUM-SEGMENTS
                WRITE MASTER-REC
                    INVALID KEY CONTINUE
                END-WRITE
                IF WS-NEW-STATUS EQUAL "00"
                    ADD 1 TO MT-ADDS (WS-MT-SUB)
                ELSE
                    PERFORM NOTE-OUT-OF-STEP
                END-IF
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ENTRY-SITE TO MAST-SITE-ID
            MOVE OBJ-ZONE TO MAST-ZONE-ID
            READ NEWMAST
                INVALID KEY CONTINUE
            END-READ
            IF WS-NEW-STATUS NOT EQUAL "00"
                PERFORM NOTE-OUT-OF-STEP
                EXIT PARAGRAPH
            END-IF
            MOVE OBJ-SEG TO WS-SEG-SUB
            EVALUATE OBJ-ACTION
                WHEN "DELZONE"
                    DELETE NEWMAST
                        INVALID KEY CONTINUE
                    END-DELETE
                    ADD 1 TO MT-DELETES (WS-MT-SUB)
                    EXIT PARAGRAPH
                WHEN "CHGBND"
                    MOVE OBJ-A-X1 TO MAST-BOUND-X-MIN
                    MOVE OBJ-A-X2 TO MAST-BOUND-X-MAX
                    MOVE OBJ-A-Y1 TO MAST-BOUND-Y-MIN
                    MOVE OBJ-A-Y2 TO MAST-BOUND-Y-MAX
                WHEN "ADDSEG"
                WHEN "ADDCIR"
                WHEN "ADDVTX"
                    IF WS-SEG-SUB = ZERO
                            OR WS-SEG-SUB > MAST-NUM-SEGMENTS + 1
                            OR MAST-NUM-SEGMENTS >= 100
                        PERFORM NOTE-OUT-OF-STEP
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM VARYING WS-SHIFT-SUB
                        FROM MAST-NUM-SEGMENTS BY -1
                        UNTIL WS-SHIFT-SUB < WS-SEG-SUB
                        MOVE MAST-SEGMENT (WS-SHIFT-SUB)
                            TO MAST-SEGMENT (WS-SHIFT-SUB + 1)
                    END-PERFORM
                    MOVE OBJ-AFTER-SEG TO MAST-SEGMENT (WS-SEG-SUB)
                    MOVE OBJ-A-OWNER-DEPT
                        TO MAST-OWNER-DEPT (WS-SEG-SUB)
                    ADD 1 TO MAST-NUM-SEGMENTS
                WHEN "DELSEG"
                WHEN "PURGE"
                    IF WS-SEG-SUB = ZERO
                            OR WS-SEG-SUB > MAST-NUM-SEGMENTS
                        PERFORM NOTE-OUT-OF-STEP
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM VARYING WS-SHIFT-SUB FROM WS-SEG-SUB BY 1
                        UNTIL WS-SHIFT-SUB >= MAST-NUM-SEGMENTS
                        MOVE MAST-SEGMENT (WS-SHIFT-SUB + 1)
                            TO MAST-SEGMENT (WS-SHIFT-SUB)
                    END-PERFORM
                    MOVE MAST-NUM-SEGMENTS TO WS-SHIFT-SUB
                    INITIALIZE MAST-SEGMENT (WS-SHIFT-SUB)
                    SUBTRACT 1 FROM MAST-NUM-SEGMENTS
                WHEN OTHER
                    IF WS-SEG-SUB = ZERO
                            OR WS-SEG-SUB > MAST-NUM-SEGMENTS
                        PERFORM NOTE-OUT-OF-STEP
                        EXIT PARAGRAPH
                    END-IF
                    MOVE OBJ-AFTER-SEG TO MAST-SEGMENT (WS-SEG-SUB)
                    MOVE OBJ-A-OWNER-DEPT
                        TO MAST-OWNER-DEPT (WS-SEG-SUB)
            END-EVALUATE
            REWRITE MASTER-REC
                INVALID KEY CONTINUE
            END-REWRITE
            ADD 1 TO MT-CHANGES (WS-MT-SUB).

        APPLY-STATION-HISTORY.
            OPEN INPUT STATHIST
            IF WS-JRNL-STATUS NOT EQUAL "00"
                MOVE "STATHIST" TO WS-JE-MASTER
                PERFORM NOTE-JOURNAL-MISSING
                EXIT PARAGRAPH
            END-IF
            READ STATHIST
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                IF STAT-RUN-DATE NUMERIC
                        AND STAT-VERDICT NOT EQUAL "SWP"
                    PERFORM APPLY-ONE-STATION-RESULT
                END-IF
                READ STATHIST
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE STATHIST
            MOVE "N" TO WS-EOF-SW.

        APPLY-ONE-STATION-RESULT.
            MOVE STAT-RUN-ID (1:6) TO WS-TIME-PART
            IF WS-TIME-PART NOT NUMERIC
                MOVE "000000" TO WS-TIME-PART
            END-IF
            MOVE STAT-RUN-DATE TO WS-ENTRY-TS (1:8)
            MOVE WS-TIME-PART TO WS-ENTRY-TS (9:6)
            IF STAT-SITE-ID NUMERIC AND STAT-SITE-ID NOT = ZERO
                MOVE STAT-SITE-ID TO WS-ENTRY-SITE
            ELSE
                MOVE 1 TO WS-ENTRY-SITE
            END-IF
            IF MT-SELECTED (5)
                MOVE 5 TO WS-MT-SUB
                PERFORM CLASSIFY-ENTRY-TIME
                IF APPLY-ENTRY
                    PERFORM POST-RESULT-TO-ZONESUMM
                END-IF
            END-IF
            IF MT-SELECTED (6) AND STAT-VERDICT EQUAL "NO "
                MOVE 6 TO WS-MT-SUB
                PERFORM CLASSIFY-ENTRY-TIME
                IF APPLY-ENTRY
                    PERFORM POST-RESULT-TO-SEGSUMM
                END-IF
            END-IF.

        POST-RESULT-TO-ZONESUMM.
            MOVE WS-ENTRY-SITE TO ZSUM-SITE
            MOVE STAT-ZONE-ID TO ZSUM-ZONE
            MOVE STAT-RUN-DATE TO ZSUM-DATE
            READ NEWZSUM
                INVALID KEY CONTINUE
            END-READ
            IF WS-NEW-STATUS NOT EQUAL "00"
                MOVE WS-ENTRY-SITE TO ZSUM-SITE
                MOVE STAT-ZONE-ID TO ZSUM-ZONE
                MOVE STAT-RUN-DATE TO ZSUM-DATE
                MOVE ZERO TO ZSUM-YES ZSUM-NO ZSUM-ERR
                MOVE ZERO TO ZSUM-EXC ZSUM-SUS ZSUM-NAR
            END-IF
            EVALUATE STAT-VERDICT
                WHEN "YES"
                    ADD 1 TO ZSUM-YES
                WHEN "NO "
                    ADD 1 TO ZSUM-NO
                WHEN "ERR"
                    ADD 1 TO ZSUM-ERR
                WHEN "EXC"
                    ADD 1 TO ZSUM-EXC
                WHEN "SUS"
                    ADD 1 TO ZSUM-SUS
                WHEN "NAR"
                    ADD 1 TO ZSUM-NAR
            END-EVALUATE
            IF WS-NEW-STATUS EQUAL "00"
                REWRITE ZSUM-REC
                    INVALID KEY CONTINUE
                END-REWRITE
                ADD 1 TO MT-CHANGES (WS-MT-SUB)
            ELSE
                WRITE ZSUM-REC
                    INVALID KEY CONTINUE
                END-WRITE
                ADD 1 TO MT-ADDS (WS-MT-SUB)
            END-IF.

        POST-RESULT-TO-SEGSUMM.
            MOVE WS-ENTRY-SITE TO SSUM-SITE
            MOVE STAT-ZONE-ID TO SSUM-ZONE
            MOVE STAT-RUN-DATE TO SSUM-DATE
            MOVE STAT-SEGMENT TO SSUM-SEG
            READ NEWSSUM
                INVALID KEY CONTINUE
            END-READ
            IF WS-NEW-STATUS EQUAL "00"
                ADD 1 TO SSUM-HITS
                REWRITE SSUM-REC
                    INVALID KEY CONTINUE
                END-REWRITE
                ADD 1 TO MT-CHANGES (WS-MT-SUB)
            ELSE
                MOVE WS-ENTRY-SITE TO SSUM-SITE
                MOVE STAT-ZONE-ID TO SSUM-ZONE
                MOVE STAT-RUN-DATE TO SSUM-DATE
                MOVE STAT-SEGMENT TO SSUM-SEG
                MOVE 1 TO SSUM-HITS
                WRITE SSUM-REC
                    INVALID KEY CONTINUE
                END-WRITE
                ADD 1 TO MT-ADDS (WS-MT-SUB)
            END-IF.

        APPLY-MASTER-JOURNALS.
            MOVE HIGH-VALUES TO WS-BATCH-TS WS-ONL-TS
            OPEN INPUT MASTJRNL
            IF WS-JRNL-STATUS EQUAL "00"
                SET BATCH-JOURNAL-OPEN TO TRUE
                PERFORM READ-BATCH-JOURNAL
            ELSE
                MOVE "MASTJRNL" TO WS-JE-MASTER
                PERFORM NOTE-JOURNAL-MISSING
            END-IF
            OPEN INPUT ONLMJRNL
            IF WS-ONL-STATUS EQUAL "00"
                SET ONLINE-JOURNAL-OPEN TO TRUE
                PERFORM READ-ONLINE-JOURNAL
            ELSE
                MOVE WS-ONL-STATUS TO WS-JRNL-STATUS
                MOVE "ONLMJRNL" TO WS-JE-MASTER
                PERFORM NOTE-JOURNAL-MISSING
            END-IF
            PERFORM UNTIL WS-BATCH-TS EQUAL HIGH-VALUES
                    AND WS-ONL-TS EQUAL HIGH-VALUES
                IF WS-BATCH-TS NOT > WS-ONL-TS
                    MOVE WS-BATCH-TS TO WS-ENTRY-TS
                    MOVE MSJ-MASTER TO WS-JE-MASTER
                    MOVE MSJ-ACTION TO WS-JE-ACTION
                    MOVE MSJ-IMAGE TO WS-JE-IMAGE
                    PERFORM READ-BATCH-JOURNAL
                ELSE
                    MOVE WS-ONL-TS TO WS-ENTRY-TS
                    MOVE ONJ-MASTER TO WS-JE-MASTER
                    MOVE ONJ-ACTION TO WS-JE-ACTION
                    MOVE ONJ-IMAGE TO WS-JE-IMAGE
                    PERFORM READ-ONLINE-JOURNAL
                END-IF
                PERFORM APPLY-ONE-MASTER-ENTRY
            END-PERFORM
            IF BATCH-JOURNAL-OPEN
                CLOSE MASTJRNL
            END-IF
            IF ONLINE-JOURNAL-OPEN
                CLOSE ONLMJRNL
            END-IF.

        READ-BATCH-JOURNAL.
            READ MASTJRNL
                AT END MOVE HIGH-VALUES TO WS-BATCH-TS
                NOT AT END
                    MOVE MSJ-DATE TO WS-BATCH-TS (1:8)
                    MOVE MSJ-TIME TO WS-BATCH-TS (9:6)
            END-READ.

        READ-ONLINE-JOURNAL.
            READ ONLMJRNL
                AT END MOVE HIGH-VALUES TO WS-ONL-TS
                NOT AT END
                    MOVE ONJ-DATE TO WS-ONL-TS (1:8)
                    MOVE ONJ-TIME TO WS-ONL-TS (9:6)
            END-READ.

        APPLY-ONE-MASTER-ENTRY.
            EVALUATE WS-JE-MASTER
                WHEN "STATMAST"
                    MOVE 2 TO WS-MT-SUB
                WHEN "DEPTMAST"
                    MOVE 3 TO WS-MT-SUB
                WHEN "ALERTMST"
                    MOVE 4 TO WS-MT-SUB
                WHEN "CODESFIL"
                    MOVE 7 TO WS-MT-SUB
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE
            IF NOT MT-SELECTED (WS-MT-SUB)
                EXIT PARAGRAPH
            END-IF
            PERFORM CLASSIFY-ENTRY-TIME
            IF NOT APPLY-ENTRY
                EXIT PARAGRAPH
            END-IF
            EVALUATE WS-MT-SUB
                WHEN 2
                    PERFORM APPLY-STATMAST-ENTRY
                WHEN 3
                    PERFORM APPLY-DEPTMAST-ENTRY
                WHEN 4
                    PERFORM APPLY-ALERTMSTR-ENTRY
                WHEN 7
                    PERFORM APPLY-CODESFILE-ENTRY
            END-EVALUATE.

        APPLY-STATMAST-ENTRY.
            MOVE WS-JE-IMAGE TO STATION-REC
            EVALUATE WS-JE-ACTION
                WHEN "ADD"
                    WRITE STATION-REC
                        INVALID KEY CONTINUE
                    END-WRITE
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-ADDS (WS-MT-SUB)
                    ELSE
                        REWRITE STATION-REC
                            INVALID KEY CONTINUE
                        END-REWRITE
                        ADD 1 TO MT-CHANGES (WS-MT-SUB)
                        PERFORM NOTE-OUT-OF-STEP
                    END-IF
                WHEN "CHANGE"
                    REWRITE STATION-REC
                        INVALID KEY CONTINUE
                    END-REWRITE
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-CHANGES (WS-MT-SUB)
                    ELSE
                        WRITE STATION-REC
                            INVALID KEY CONTINUE
                        END-WRITE
                        ADD 1 TO MT-ADDS (WS-MT-SUB)
                        PERFORM NOTE-OUT-OF-STEP
                    END-IF
                WHEN "DELETE"
                    DELETE NEWSTA
                        INVALID KEY CONTINUE
                    END-DELETE
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-DELETES (WS-MT-SUB)
                    ELSE
                        PERFORM NOTE-OUT-OF-STEP
                    END-IF
                WHEN OTHER
                    PERFORM NOTE-OUT-OF-STEP
            END-EVALUATE.

        APPLY-DEPTMAST-ENTRY.
            MOVE WS-JE-IMAGE TO DEPT-REC
            EVALUATE WS-JE-ACTION
                WHEN "ADD"
                    WRITE DEPT-REC
                        INVALID KEY CONTINUE
                    END-WRITE
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-ADDS (WS-MT-SUB)
                    ELSE
                        REWRITE DEPT-REC
                            INVALID KEY CONTINUE
                        END-REWRITE
                        ADD 1 TO MT-CHANGES (WS-MT-SUB)
                        PERFORM NOTE-OUT-OF-STEP
                    END-IF
                WHEN "CHANGE"
                    REWRITE DEPT-REC
                        INVALID KEY CONTINUE
                    END-REWRITE
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-CHANGES (WS-MT-SUB)
                    ELSE
                        WRITE DEPT-REC
                            INVALID KEY CONTINUE
                        END-WRITE
                        ADD 1 TO MT-ADDS (WS-MT-SUB)
                        PERFORM NOTE-OUT-OF-STEP
                    END-IF
                WHEN "DELETE"
                    DELETE NEWDEPT
                        INVALID KEY CONTINUE
                    END-DELETE
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-DELETES (WS-MT-SUB)
                    ELSE
                        PERFORM NOTE-OUT-OF-STEP
                    END-IF
                WHEN OTHER
                    PERFORM NOTE-OUT-OF-STEP
            END-EVALUATE.

        APPLY-ALERTMSTR-ENTRY.
            MOVE WS-JE-IMAGE TO ALM-REC
            EVALUATE WS-JE-ACTION
                WHEN "ADD"
                    WRITE ALM-REC
                        INVALID KEY CONTINUE
                    END-WRITE
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-ADDS (WS-MT-SUB)
                    ELSE
                        REWRITE ALM-REC
                            INVALID KEY CONTINUE
                        END-REWRITE
                        ADD 1 TO MT-CHANGES (WS-MT-SUB)
                        PERFORM NOTE-OUT-OF-STEP
                    END-IF
                WHEN "CHANGE"
                    REWRITE ALM-REC
                        INVALID KEY CONTINUE
                    END-REWRITE
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-CHANGES (WS-MT-SUB)
                    ELSE
                        WRITE ALM-REC
                            INVALID KEY CONTINUE
                        END-WRITE
                        ADD 1 TO MT-ADDS (WS-MT-SUB)
                        PERFORM NOTE-OUT-OF-STEP
                    END-IF
                WHEN "DELETE"
                    DELETE NEWALM
                        INVALID KEY CONTINUE
                    END-DELETE
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-DELETES (WS-MT-SUB)
                    ELSE
                        PERFORM NOTE-OUT-OF-STEP
                    END-IF
                WHEN OTHER
                    PERFORM NOTE-OUT-OF-STEP
            END-EVALUATE.

        APPLY-CODESFILE-ENTRY.
            MOVE WS-JE-IMAGE TO CODES-REC
            EVALUATE WS-JE-ACTION
                WHEN "ADD"
                    WRITE CODES-REC
                        INVALID KEY CONTINUE
                    END-WRITE
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-ADDS (WS-MT-SUB)
                    ELSE
                        REWRITE CODES-REC
                            INVALID KEY CONTINUE
                        END-REWRITE
                        ADD 1 TO MT-CHANGES (WS-MT-SUB)
                        PERFORM NOTE-OUT-OF-STEP
                    END-IF
                WHEN "CHANGE"
                    REWRITE CODES-REC
                        INVALID KEY CONTINUE
                    END-REWRITE
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-CHANGES (WS-MT-SUB)
                    ELSE
                        WRITE CODES-REC
                            INVALID KEY CONTINUE
                        END-WRITE
                        ADD 1 TO MT-ADDS (WS-MT-SUB)
                        PERFORM NOTE-OUT-OF-STEP
                    END-IF
                WHEN "DELETE"
                    DELETE NEWCODES
                        INVALID KEY CONTINUE
                    END-DELETE
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-DELETES (WS-MT-SUB)
                    ELSE
                        PERFORM NOTE-OUT-OF-STEP
                    END-IF
                WHEN OTHER
                    PERFORM NOTE-OUT-OF-STEP
            END-EVALUATE.

        COUNT-RECOVERED-MASTERS.
            IF MT-SELECTED (1)
                CLOSE NEWMAST
                OPEN INPUT NEWMAST
                PERFORM UNTIL WS-NEW-STATUS NOT EQUAL "00"
                    READ NEWMAST NEXT
                        AT END CONTINUE
                    END-READ
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-FINAL-COUNT (1)
                    END-IF
                END-PERFORM
                CLOSE NEWMAST
            END-IF
            IF MT-SELECTED (2)
                CLOSE NEWSTA
                OPEN INPUT NEWSTA
                PERFORM UNTIL WS-NEW-STATUS NOT EQUAL "00"
                    READ NEWSTA NEXT
                        AT END CONTINUE
                    END-READ
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-FINAL-COUNT (2)
                    END-IF
                END-PERFORM
                CLOSE NEWSTA
            END-IF
            IF MT-SELECTED (3)
                CLOSE NEWDEPT
                OPEN INPUT NEWDEPT
                PERFORM UNTIL WS-NEW-STATUS NOT EQUAL "00"
                    READ NEWDEPT NEXT
                        AT END CONTINUE
                    END-READ
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-FINAL-COUNT (3)
                    END-IF
                END-PERFORM
                CLOSE NEWDEPT
            END-IF
            IF MT-SELECTED (4)
                CLOSE NEWALM
                OPEN INPUT NEWALM
                PERFORM UNTIL WS-NEW-STATUS NOT EQUAL "00"
                    READ NEWALM NEXT
                        AT END CONTINUE
                    END-READ
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-FINAL-COUNT (4)
                    END-IF
                END-PERFORM
                CLOSE NEWALM
            END-IF
            IF MT-SELECTED (5)
                CLOSE NEWZSUM
                OPEN INPUT NEWZSUM
                PERFORM UNTIL WS-NEW-STATUS NOT EQUAL "00"
                    READ NEWZSUM NEXT
                        AT END CONTINUE
                    END-READ
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-FINAL-COUNT (5)
                    END-IF
                END-PERFORM
                CLOSE NEWZSUM
            END-IF
            IF MT-SELECTED (6)
                CLOSE NEWSSUM
                OPEN INPUT NEWSSUM
                PERFORM UNTIL WS-NEW-STATUS NOT EQUAL "00"
                    READ NEWSSUM NEXT
                        AT END CONTINUE
                    END-READ
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-FINAL-COUNT (6)
                    END-IF
                END-PERFORM
                CLOSE NEWSSUM
            END-IF
            IF MT-SELECTED (7)
                CLOSE NEWCODES
                OPEN INPUT NEWCODES
                PERFORM UNTIL WS-NEW-STATUS NOT EQUAL "00"
                    READ NEWCODES NEXT
                        AT END CONTINUE
                    END-READ
                    IF WS-NEW-STATUS EQUAL "00"
                        ADD 1 TO MT-FINAL-COUNT (7)
                    END-IF
                END-PERFORM
                CLOSE NEWCODES
            END-IF.

        REPORT-ONE-MASTER.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            STRING MT-NAME (WS-MT-SUB) " BACKUP GENERATION OF "
                MT-BKUP-TS (WS-MT-SUB)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF MT-FAILED (WS-MT-SUB)
                ADD 1 TO WS-FAILED-COUNT
                MOVE SPACES TO RPT-REC
                STRING "  ** NOT RECOVERED - "
                    MT-FAIL-REASON (WS-MT-SUB)
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                EXIT PARAGRAPH
            END-IF
            MOVE MT-MANF-COUNT (WS-MT-SUB) TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  MANIFEST   " WS-COUNT-ED "  "
                MT-MANF-LOW (WS-MT-SUB) " "
                MT-MANF-HIGH (WS-MT-SUB)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF MT-RELOAD-FOOTS (WS-MT-SUB)
                MOVE "FOOTS TO MANIFEST" TO WS-FOOT-TEXT
            ELSE
                MOVE "** DOES NOT FOOT" TO WS-FOOT-TEXT
            END-IF
            MOVE MT-LOAD-COUNT (WS-MT-SUB) TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "  RELOADED   " WS-COUNT-ED "  "
                MT-LOAD-LOW (WS-MT-SUB) " "
                MT-LOAD-HIGH (WS-MT-SUB) " " WS-FOOT-TEXT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE MT-ADDS (WS-MT-SUB) TO WS-COUNT-ED
            MOVE MT-CHANGES (WS-MT-SUB) TO WS-COUNT-ED-2
            MOVE MT-DELETES (WS-MT-SUB) TO WS-COUNT-ED-3
            MOVE MT-OUT-STEP (WS-MT-SUB) TO WS-COUNT-ED-4
            MOVE SPACES TO RPT-REC
            STRING "  APPLIED    ADDS " WS-COUNT-ED
                "  CHANGES " WS-COUNT-ED-2
                "  DELETES " WS-COUNT-ED-3
                "  OUT OF STEP " WS-COUNT-ED-4
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE MT-PRIOR (WS-MT-SUB) TO WS-COUNT-ED
            MOVE MT-AFTER-STOP (WS-MT-SUB) TO WS-COUNT-ED-2
            MOVE SPACES TO RPT-REC
            STRING "  SKIPPED    IN BACKUP " WS-COUNT-ED
                "  AFTER STOP " WS-COUNT-ED-2
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            IF MT-LAST-TS (WS-MT-SUB) EQUAL SPACES
                STRING "  NO JOURNAL ENTRIES AFTER THE BACKUP"
                    DELIMITED BY SIZE INTO RPT-REC
            ELSE
                STRING "  LAST ENTRY APPLIED " MT-LAST-TS (WS-MT-SUB)
                    DELIMITED BY SIZE INTO RPT-REC
            END-IF
            WRITE RPT-REC
            COMPUTE MT-EXPECTED (WS-MT-SUB) =
                MT-LOAD-COUNT (WS-MT-SUB) + MT-ADDS (WS-MT-SUB)
                - MT-DELETES (WS-MT-SUB)
            IF MT-EXPECTED (WS-MT-SUB)
                    EQUAL MT-FINAL-COUNT (WS-MT-SUB)
                MOVE "FOOTS" TO WS-FOOT-TEXT
            ELSE
                MOVE "** DOES NOT FOOT" TO WS-FOOT-TEXT
                ADD 1 TO WS-UNFOOTED-COUNT
            END-IF
            MOVE MT-EXPECTED (WS-MT-SUB) TO WS-COUNT-ED
            MOVE MT-FINAL-COUNT (WS-MT-SUB) TO WS-COUNT-ED-2
            MOVE SPACES TO RPT-REC
            STRING "  RELOADED + ADDS - DELETES = " WS-COUNT-ED
                "  RECOVERED RECORDS " WS-COUNT-ED-2 "  "
                WS-FOOT-TEXT
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-RECOVERY-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-REQUESTED TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "MASTERS REQUESTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-FAILED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "MASTERS NOT RECOVERED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-UNFOOTED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "FOOTINGS NOT IN BALANCE=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-OUT-STEP-TOTAL TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "ENTRIES OUT OF STEP=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-WARN-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "JOURNALS NOT AVAILABLE=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM MASTRCOV.
