             05 ALR-SEG      PIC 9(3).
             05 ALR-STATION  PIC 9(4).
             05 ALR-SEVERITY PIC X(8).
                 88 ALR-ESCALATION VALUE "ESCSUPV" "ESCSAFE".
             05 ALR-OBS-TYPE PIC X(4).
             05 ALR-OBS-DESC PIC X(20).
             05 ALR-DEPT     PIC X(4).
             05 ALR-ROUTE    PIC 9(3).
             05 ALR-LEG      PIC 9(2).
             05 ALR-TEXT     PIC X(200).
             05 ALR-SITE     PIC 9(2).
             05 ALR-OWNER-DEPT PIC X(4).
