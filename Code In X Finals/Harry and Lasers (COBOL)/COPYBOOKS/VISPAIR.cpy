         01 VMP-REC.
             05 VMP-SITE-ID     PIC 9(2).
             05 VMP-ZONE-ID     PIC 9(4).
             05 VMP-STA-A       PIC 9(4).
             05 VMP-STA-B       PIC 9(4).
             05 VMP-RUN-DATE    PIC 9(8).
             05 VMP-ASOF-DATE   PIC 9(8).
             05 VMP-CHECK-TIME  PIC 9(4).
             05 VMP-RESULT      PIC X.
                 88 VMP-CLEAR     VALUE "C".
                 88 VMP-NEAR-MISS VALUE "N".
                 88 VMP-BLOCKED   VALUE "B".
                 88 VMP-ERROR     VALUE "E".
             05 VMP-HIT-SEG     PIC 9(3).
             05 VMP-OBS-TYPE    PIC X(4).
             05 VMP-SEVERITY    PIC X(8).
             05 FILLER          PIC X(30).
