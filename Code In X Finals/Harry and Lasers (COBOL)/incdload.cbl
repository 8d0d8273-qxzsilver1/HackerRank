        IDENTIFICATION DIVISION.
        PROGRAM-ID. INCDLOAD.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INCDIN ASSIGN TO "INCDIN"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.
            SELECT INCDMAST ASSIGN TO "INCDMAST"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS INC-KEY
                FILE STATUS IS WS-INC-STATUS.
            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MAST-STATUS.
            SELECT INCDRPT ASSIGN TO "INCDRPT"
                ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
         FILE SECTION.
         FD INCDIN.
         01 INCD-LINE PIC X(80).

         FD INCDMAST.
         COPY INCDMAST.

         FD OBSTRMASTER.
         COPY OBSTMAST.

         FD INCDRPT.
         01 RPT-REC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-EOF-SW PIC X VALUE "N".
             88 EOF VALUE "Y".
         01 WS-IN-STATUS PIC XX.
         01 WS-INC-STATUS PIC XX.
         01 WS-MAST-STATUS PIC XX.
         01 WS-MASTER-SW PIC X VALUE "N".
             88 MASTER-AVAILABLE VALUE "Y".
         01 WS-BALANCE-SW PIC X VALUE "Y".
             88 FILE-IN-BALANCE VALUE "Y".
             88 FILE-OUT-OF-BALANCE VALUE "N".
         01 WS-RUN-TS PIC X(26).
         01 WS-TODAY-NUM PIC 9(8).
         01 WS-EXTRACT-DATE PIC 9(8) VALUE ZERO.
         01 WS-INC-SITE PIC 9(2).
         01 WS-REJECT-TEXT PIC X(40).
         01 WS-ACTION-TEXT PIC X(9).

         01 WS-INC-IN.
             05 INI-TYPE           PIC X.
                 88 INI-HEADER  VALUE "H".
                 88 INI-DETAIL  VALUE "D".
                 88 INI-TRAILER VALUE "T".
             05 INI-BODY           PIC X(79).
         01 WS-INC-IN-HEADER REDEFINES WS-INC-IN.
             05 FILLER             PIC X.
             05 INI-H-EXTRACT-DATE PIC 9(8).
             05 INI-H-SEQ          PIC 9(6).
             05 FILLER             PIC X(65).
         01 WS-INC-IN-DETAIL REDEFINES WS-INC-IN.
             05 FILLER             PIC X.
             05 INI-D-ID           PIC X(12).
             05 INI-D-SITE         PIC 9(2).
             05 INI-D-ZONE         PIC 9(4).
             05 INI-D-DATE         PIC 9(8).
             05 INI-D-TIME         PIC 9(4).
             05 INI-D-CLASS        PIC X.
             05 INI-D-XM           PIC S9(6) SIGN LEADING SEPARATE.
             05 INI-D-YM           PIC S9(6) SIGN LEADING SEPARATE.
             05 INI-D-DESC         PIC X(34).
         01 WS-INC-IN-TRAILER REDEFINES WS-INC-IN.
             05 FILLER             PIC X.
             05 INI-T-COUNT        PIC 9(7).
             05 FILLER             PIC X(72).

         01 WS-HEADER-COUNT   PIC 9(6) VALUE ZERO.
         01 WS-TRAILER-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-DETAIL-COUNT   PIC 9(7) VALUE ZERO.
         01 WS-STRAY-COUNT    PIC 9(6) VALUE ZERO.
         01 WS-TRAILER-VALUE  PIC 9(7) VALUE ZERO.
         01 WS-AFTER-TRAILER  PIC 9(6) VALUE ZERO.
         01 WS-NEW-COUNT      PIC 9(6) VALUE ZERO.
         01 WS-UPDATED-COUNT  PIC 9(6) VALUE ZERO.
         01 WS-SAME-COUNT     PIC 9(6) VALUE ZERO.
         01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
         01 WS-COUNT-ED       PIC Z(6)9.
         01 WS-COUNT-ED2      PIC Z(6)9.
         01 WS-SEQ-ED         PIC Z(5)9.
         01 WS-ZONE-ID-ED     PIC Z(4).

         01 WS-OLD-DETAIL.
             05 OLD-ZONE  PIC 9(4).
             05 OLD-DATE  PIC 9(8).
             05 OLD-TIME  PIC 9(4).
             05 OLD-CLASS PIC X.
             05 OLD-XM    PIC S9(6).
             05 OLD-YM    PIC S9(6).
             05 OLD-DESC  PIC X(34).

         COPY SITEPARM.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN OUTPUT INCDRPT
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
            MOVE WS-RUN-TS (1:8) TO WS-TODAY-NUM
            CALL "SITESEL" USING SITE-PARM
            MOVE SPACES TO RPT-REC
            STRING "PLANT SAFETY INCIDENT LOAD TO INCDMAST - RUN "
                WS-RUN-TS (1:10) "  DEFAULT SITE: " SITP-SITE-ID
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            IF SITP-CARD-BAD
                MOVE SPACES TO RPT-REC
                STRING "** SITEPARM CARD NOT SITE 01-99: " SITP-CARD
                    " - NOTHING LOADED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE INCDRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT INCDIN
            IF WS-IN-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** INCDIN NOT AVAILABLE - STATUS "
                    WS-IN-STATUS
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE INCDRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM BALANCE-INCIDENT-FILE
            CLOSE INCDIN
            IF FILE-OUT-OF-BALANCE
                MOVE SPACES TO RPT-REC
                STRING "** INCIDENT FILE OUT OF BALANCE - NOTHING "
                    "LOADED. HAVE THE SAFETY SYSTEM RESEND THE WHOLE "
                    "FILE."
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE INCDRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O INCDMAST
            IF WS-INC-STATUS EQUAL "35"
                OPEN OUTPUT INCDMAST
                CLOSE INCDMAST
                OPEN I-O INCDMAST
            END-IF
            IF WS-INC-STATUS NOT EQUAL "00"
                MOVE SPACES TO RPT-REC
                STRING "** INCDMAST NOT AVAILABLE - STATUS "
                    WS-INC-STATUS " - NOTHING LOADED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
                CLOSE INCDRPT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT OBSTRMASTER
            IF WS-MAST-STATUS EQUAL "00"
                SET MASTER-AVAILABLE TO TRUE
            ELSE
                MOVE SPACES TO RPT-REC
                STRING "** OBSTRMASTER NOT AVAILABLE - STATUS "
                    WS-MAST-STATUS " - ZONES NOT VERIFIED"
                    DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
            END-IF
            MOVE SPACES TO RPT-REC
            STRING "INCIDENT ID   SI  ZONE  DATE      TIME  C  ACTION"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            OPEN INPUT INCDIN
            MOVE "N" TO WS-EOF-SW
            READ INCDIN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE INCD-LINE TO WS-INC-IN
                IF INI-DETAIL
                    PERFORM LOAD-ONE-INCIDENT
                END-IF
                READ INCDIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE INCDIN
            PERFORM WRITE-LOAD-TRAILER
            IF WS-REJECTED-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE INCDMAST
            IF MASTER-AVAILABLE
                CLOSE OBSTRMASTER
            END-IF
            CLOSE INCDRPT
            STOP RUN.

        BALANCE-INCIDENT-FILE.
            READ INCDIN
                AT END SET EOF TO TRUE
            END-READ
            PERFORM UNTIL EOF
                MOVE INCD-LINE TO WS-INC-IN
                IF WS-TRAILER-COUNT > ZERO
                    ADD 1 TO WS-AFTER-TRAILER
                END-IF
                EVALUATE TRUE
                    WHEN INI-HEADER
                        ADD 1 TO WS-HEADER-COUNT
                        IF WS-HEADER-COUNT = 1
                                AND INI-H-EXTRACT-DATE NUMERIC
                            MOVE INI-H-EXTRACT-DATE TO WS-EXTRACT-DATE
                            MOVE ZERO TO WS-SEQ-ED
                            IF INI-H-SEQ NUMERIC
                                MOVE INI-H-SEQ TO WS-SEQ-ED
                            END-IF
                            MOVE SPACES TO RPT-REC
                            STRING "SAFETY EXTRACT DATED "
                                INI-H-EXTRACT-DATE
                                " SEQUENCE " WS-SEQ-ED
                                DELIMITED BY SIZE INTO RPT-REC
                            WRITE RPT-REC
                        END-IF
                    WHEN INI-DETAIL
                        ADD 1 TO WS-DETAIL-COUNT
                    WHEN INI-TRAILER
                        ADD 1 TO WS-TRAILER-COUNT
                        IF INI-T-COUNT NUMERIC
                            MOVE INI-T-COUNT TO WS-TRAILER-VALUE
                        ELSE
                            SET FILE-OUT-OF-BALANCE TO TRUE
                        END-IF
                    WHEN OTHER
                        ADD 1 TO WS-STRAY-COUNT
                END-EVALUATE
                READ INCDIN
                    AT END SET EOF TO TRUE
                END-READ
            END-PERFORM
            IF WS-HEADER-COUNT NOT = 1 OR WS-TRAILER-COUNT NOT = 1
                    OR WS-AFTER-TRAILER > ZERO
                    OR WS-STRAY-COUNT > ZERO
                    OR WS-TRAILER-VALUE NOT = WS-DETAIL-COUNT
                SET FILE-OUT-OF-BALANCE TO TRUE
            END-IF
            MOVE WS-DETAIL-COUNT TO WS-COUNT-ED
            MOVE WS-TRAILER-VALUE TO WS-COUNT-ED2
            MOVE SPACES TO RPT-REC
            STRING "DETAILS READ=" WS-COUNT-ED
                "  TRAILER COUNT=" WS-COUNT-ED2
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        LOAD-ONE-INCIDENT.
            MOVE SPACES TO WS-REJECT-TEXT
            IF INI-D-ID EQUAL SPACES
                MOVE "INCIDENT ID MISSING" TO WS-REJECT-TEXT
                PERFORM WRITE-INCIDENT-REJECT
                EXIT PARAGRAPH
            END-IF
            IF INI-D-ZONE NOT NUMERIC OR INI-D-ZONE = ZERO
                MOVE "ZONE NOT NUMERIC" TO WS-REJECT-TEXT
                PERFORM WRITE-INCIDENT-REJECT
                EXIT PARAGRAPH
            END-IF
            IF INI-D-DATE NOT NUMERIC OR INI-D-DATE = ZERO
                    OR INI-D-DATE > WS-TODAY-NUM
                MOVE "INCIDENT DATE MISSING OR IN THE FUTURE"
                    TO WS-REJECT-TEXT
                PERFORM WRITE-INCIDENT-REJECT
                EXIT PARAGRAPH
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD (INI-D-DATE) NOT = ZERO
                MOVE "INCIDENT DATE NOT A CALENDAR DATE"
                    TO WS-REJECT-TEXT
                PERFORM WRITE-INCIDENT-REJECT
                EXIT PARAGRAPH
            END-IF
            IF INI-D-TIME NOT NUMERIC OR INI-D-TIME > 2359
                MOVE "INCIDENT TIME NOT HHMM" TO WS-REJECT-TEXT
                PERFORM WRITE-INCIDENT-REJECT
                EXIT PARAGRAPH
            END-IF
            IF INI-D-CLASS NOT EQUAL "I" AND INI-D-CLASS NOT EQUAL "N"
                MOVE "CLASS NOT I (INCIDENT) OR N (NEAR MISS)"
                    TO WS-REJECT-TEXT
                PERFORM WRITE-INCIDENT-REJECT
                EXIT PARAGRAPH
            END-IF
            IF INI-D-XM NOT NUMERIC OR INI-D-YM NOT NUMERIC
                MOVE "LOCATION NOT NUMERIC" TO WS-REJECT-TEXT
                PERFORM WRITE-INCIDENT-REJECT
                EXIT PARAGRAPH
            END-IF
            MOVE SITP-SITE-ID TO WS-INC-SITE
            IF INI-D-SITE NUMERIC AND INI-D-SITE NOT = ZERO
                MOVE INI-D-SITE TO WS-INC-SITE
            END-IF
            IF MASTER-AVAILABLE
                MOVE WS-INC-SITE TO MAST-SITE-ID
                MOVE INI-D-ZONE TO MAST-ZONE-ID
                READ OBSTRMASTER
                    INVALID KEY CONTINUE
                END-READ
                IF WS-MAST-STATUS NOT EQUAL "00"
                    MOVE "ZONE NOT ON OBSTRMASTER FOR THE SITE"
                        TO WS-REJECT-TEXT
                    PERFORM WRITE-INCIDENT-REJECT
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE WS-INC-SITE TO INC-SITE
            MOVE INI-D-ID TO INC-ID
            READ INCDMAST
                INVALID KEY CONTINUE
            END-READ
            IF WS-INC-STATUS EQUAL "00"
                MOVE INC-ZONE TO OLD-ZONE
                MOVE INC-DATE TO OLD-DATE
                MOVE INC-TIME TO OLD-TIME
                MOVE INC-CLASS TO OLD-CLASS
                MOVE INC-XM TO OLD-XM
                MOVE INC-YM TO OLD-YM
                MOVE INC-DESC TO OLD-DESC
                PERFORM MOVE-INCIDENT-FIELDS
                IF INC-ZONE = OLD-ZONE AND INC-DATE = OLD-DATE
                        AND INC-TIME = OLD-TIME
                        AND INC-CLASS = OLD-CLASS
                        AND INC-XM = OLD-XM AND INC-YM = OLD-YM
                        AND INC-DESC = OLD-DESC
                    ADD 1 TO WS-SAME-COUNT
                    MOVE "UNCHANGED" TO WS-ACTION-TEXT
                    PERFORM WRITE-INCIDENT-LINE
                    EXIT PARAGRAPH
                END-IF
                PERFORM CLEAR-CORRELATION
                REWRITE INC-REC
                    INVALID KEY CONTINUE
                END-REWRITE
                IF WS-INC-STATUS NOT EQUAL "00"
                    MOVE "INCDMAST REWRITE FAILED" TO WS-REJECT-TEXT
                    PERFORM WRITE-INCIDENT-REJECT
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-UPDATED-COUNT
                MOVE "UPDATED" TO WS-ACTION-TEXT
            ELSE
                MOVE SPACES TO INC-REC
                MOVE WS-INC-SITE TO INC-SITE
                MOVE INI-D-ID TO INC-ID
                PERFORM MOVE-INCIDENT-FIELDS
                PERFORM CLEAR-CORRELATION
                WRITE INC-REC
                    INVALID KEY CONTINUE
                END-WRITE
                IF WS-INC-STATUS NOT EQUAL "00"
                    MOVE "INCDMAST WRITE FAILED" TO WS-REJECT-TEXT
                    PERFORM WRITE-INCIDENT-REJECT
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-NEW-COUNT
                MOVE "NEW" TO WS-ACTION-TEXT
            END-IF
            PERFORM WRITE-INCIDENT-LINE.

        MOVE-INCIDENT-FIELDS.
            MOVE INI-D-ZONE TO INC-ZONE
            MOVE INI-D-DATE TO INC-DATE
            MOVE INI-D-TIME TO INC-TIME
            MOVE INI-D-CLASS TO INC-CLASS
            MOVE INI-D-XM TO INC-XM
            MOVE INI-D-YM TO INC-YM
            MOVE INI-D-DESC TO INC-DESC
            MOVE WS-EXTRACT-DATE TO INC-EXTRACT-DATE
            MOVE WS-TODAY-NUM TO INC-LOAD-DATE.

        CLEAR-CORRELATION.
            MOVE ZERO TO INC-CORR-DATE INC-CORR-DAYS INC-CORR-CHECKS
                INC-CORR-BLOCKED INC-CORR-ALERTS
            MOVE "N" TO INC-MISSED-SW INC-IGNORED-SW.

        WRITE-INCIDENT-LINE.
            MOVE INC-ZONE TO WS-ZONE-ID-ED
            MOVE SPACES TO RPT-REC
            STRING INC-ID "  " INC-SITE "  " WS-ZONE-ID-ED
                "  " INC-DATE "  " INC-TIME "  " INC-CLASS
                "  " WS-ACTION-TEXT "  " INC-DESC
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-INCIDENT-REJECT.
            ADD 1 TO WS-REJECTED-COUNT
            MOVE SPACES TO RPT-REC
            STRING "** REJECTED: " WS-REJECT-TEXT
                " - RAW LINE: " INCD-LINE (1:60)
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        WRITE-LOAD-TRAILER.
            MOVE SPACES TO RPT-REC
            STRING "----------------------------------------"
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-NEW-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "INCIDENTS ADDED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-UPDATED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "INCIDENTS UPDATED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-SAME-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "INCIDENTS UNCHANGED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC
            MOVE WS-REJECTED-COUNT TO WS-COUNT-ED
            MOVE SPACES TO RPT-REC
            STRING "INCIDENTS REJECTED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO RPT-REC
            WRITE RPT-REC.

        END PROGRAM INCDLOAD.
