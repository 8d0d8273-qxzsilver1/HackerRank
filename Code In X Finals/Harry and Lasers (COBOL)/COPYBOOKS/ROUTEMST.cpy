         01 ROUTE-REC.
             05 RTE-ID          PIC 9(3).
             05 RTE-DESC        PIC X(30).
             05 RTE-DEPT        PIC X(4).
             05 RTE-STATUS      PIC X.
                 88 RTE-ACTIVE  VALUE "A".
                 88 RTE-RETIRED VALUE "R".
             05 RTE-WPT-COUNT   PIC 9(2).
             05 RTE-WPT OCCURS 50 TIMES.
                10 RTE-STA      PIC 9(4).
                10 RTE-XZONE    PIC X.
                    88 RTE-ZONE-CROSSING VALUE "X".
             05 RTE-UPD-TS      PIC X(14).
             05 RTE-UPD-OPER    PIC X(8).
             05 FILLER          PIC X(8).
