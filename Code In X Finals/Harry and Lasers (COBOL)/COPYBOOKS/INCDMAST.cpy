         01 INC-REC.
             05 INC-KEY.
                10 INC-SITE      PIC 9(2).
                10 INC-ID        PIC X(12).
             05 INC-ZONE         PIC 9(4).
             05 INC-DATE         PIC 9(8).
             05 INC-TIME         PIC 9(4).
             05 INC-CLASS        PIC X.
                 88 INC-INCIDENT  VALUE "I".
                 88 INC-NEAR-MISS VALUE "N".
             05 INC-XM           PIC S9(6).
             05 INC-YM           PIC S9(6).
             05 INC-DESC         PIC X(34).
             05 INC-EXTRACT-DATE PIC 9(8).
             05 INC-LOAD-DATE    PIC 9(8).
             05 INC-CORR-DATE    PIC 9(8).
             05 INC-CORR-DAYS    PIC 9(3).
             05 INC-CORR-CHECKS  PIC 9(5).
             05 INC-CORR-BLOCKED PIC 9(5).
             05 INC-CORR-ALERTS  PIC 9(3).
             05 INC-MISSED-SW    PIC X.
                 88 INC-MISSED    VALUE "Y".
             05 INC-IGNORED-SW   PIC X.
                 88 INC-IGNORED   VALUE "Y".
             05 FILLER           PIC X(31).
