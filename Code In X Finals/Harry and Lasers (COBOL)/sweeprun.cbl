            SELECT OBSTRMASTER ASSIGN TO "OBSTRMASTER"
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAST-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT COVMAP ASSIGN TO "COVMAP"
                ORGANIZATION LINE SEQUENTIAL.
             05 SWQ-YMAX       PIC S9(6) SIGN LEADING SEPARATE.
             05 SWQ-STEP       PIC S9(6) SIGN LEADING SEPARATE.
             05 SWQ-CHECK-TIME PIC 9(4).
             05 SWQ-SITE       PIC 9(2).

         FD OBSTRMASTER.
         COPY OBSTMAST.
             05 SWH-X      PIC S9(6) SIGN LEADING SEPARATE.
             05 SWH-Y      PIC S9(6) SIGN LEADING SEPARATE.
             05 SWH-STATUS PIC X.
             05 SWH-SITE   PIC 9(2).

         FD SWEEPRPT.
         01 RPT-REC PIC X(132).
         01 WS-PCT-BLOCKED   PIC 9(3)V9.
         01 WS-PCT-BLOCKED-ED PIC ZZ9.9.
         01 WS-ZONE-ID-ED    PIC Z(4).
         01 WS-SWEEP-SITE    PIC 9(2).
         01 WS-CASE-ED       PIC Z(6).
         01 WS-QUEUE-READ    PIC 9(5) VALUE ZERO.
         01 WS-SWEEPS-RUN    PIC 9(5) VALUE ZERO.

        RUN-ONE-SWEEP.
            MOVE SWQ-CHECK-TIME TO WS-CHECK-TIME
            IF SWQ-SITE NUMERIC AND SWQ-SITE NOT = ZERO
                MOVE SWQ-SITE TO WS-SWEEP-SITE
            ELSE
                MOVE 1 TO WS-SWEEP-SITE
            END-IF
            MOVE WS-SWEEP-SITE TO MAST-SITE-ID
            MOVE SWQ-ZONE TO MAST-ZONE-ID
            READ OBSTRMASTER
                INVALID KEY
                MOVE SWQ-CASE TO WS-CASE-ED
                MOVE SPACES TO RPT-REC
                STRING "** CASE " WS-CASE-ED
                    " SITE " WS-SWEEP-SITE
                    " ZONE " WS-ZONE-ID-ED
                    " NOT ON OBSTRMASTER - SWEEP SKIPPED"
                    DELIMITED BY SIZE INTO RPT-REC
            MOVE WS-SWEEP-BLOCKED TO WS-SWEEP-BLOCKED-ED
            MOVE SPACES TO RPT-REC
            STRING "CASE " WS-CASE-ED
                " SITE " WS-SWEEP-SITE
                " ZONE " WS-ZONE-ID-ED
                " DEPT " SWQ-DEPT
                " POINTS=" WS-SWEEP-POINTS-ED
            MOVE ZERO TO WS-SWEEP-POINTS WS-SWEEP-BLOCKED
            MOVE SWQ-ZONE TO WS-ZONE-ID-ED
            MOVE SPACES TO COVMAP-REC
            STRING "COVERAGE MAP - SITE " WS-SWEEP-SITE
                " ZONE " WS-ZONE-ID-ED
                " STEP=" SWQ-STEP
                " (B=BLOCKED .=CLEAR E=ERROR)"
                DELIMITED BY SIZE INTO COVMAP-REC
                    END-IF
                END-IF
                MOVE SWQ-ZONE TO SWH-ZONE
                MOVE WS-SWEEP-SITE TO SWH-SITE
                MOVE WS-RUN-DATE-NUM TO SWH-DATE
                MOVE WS-GRID-X TO SWH-X
                MOVE WS-GRID-Y TO SWH-Y
