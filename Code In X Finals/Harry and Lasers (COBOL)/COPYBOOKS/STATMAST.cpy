         01 STATION-REC.
             05 STA-KEY.
                10 STA-SITE-ID PIC 9(2).
                10 STA-ID      PIC 9(4).
             05 STA-ZONE-ID   PIC 9(4).
             05 STA-XM        PIC S9(6).
             05 STA-YM        PIC S9(6).
                 88 STA-ACTIVE VALUE "A".
                 88 STA-SUSPENDED VALUE "S".
             05 STA-DESC      PIC X(20).
             05 STA-EFF-DATE    PIC 9(8).
             05 STA-SUSP-DATE   PIC 9(8).
             05 STA-RESUME-DATE PIC 9(8).
             05 FILLER          PIC X(14).
