             05 ALM-KEY.
                10 ALM-DATE PIC 9(8).
                10 ALM-CASE PIC 9(6).
                10 ALM-SITE PIC 9(2).
             05 ALM-ZONE       PIC 9(4).
             05 ALM-SEG        PIC 9(3).
             05 ALM-STATUS     PIC X.
             05 ALM-RESOL-CODE PIC X(4).
             05 ALM-ACK-TS     PIC X(26).
             05 ALM-TEXT       PIC X(100).
             05 ALM-STATION    PIC 9(4).
             05 ALM-CLEAR-KEY.
                10 ALM-CLEAR-DATE PIC 9(8).
                10 ALM-CLEAR-CASE PIC 9(6).
             05 ALM-WO-NUMBER  PIC X(10).
             05 ALM-WO-STATUS  PIC X(6).
                 88 ALM-WO-REQUESTED VALUE "SENT".
                 88 ALM-WO-CLOSED    VALUE "CLOSED" "COMPL" "CANCEL".
             05 ALM-WO-DATE    PIC 9(8).
             05 ALM-OWNER-DEPT PIC X(4).
             05 ALM-OBS-TYPE   PIC X(4).
             05 ALM-SEVERITY   PIC X.
                 88 ALM-SEV-NEARMISS VALUE "N".
                 88 ALM-SEV-MARGINAL VALUE "M".
             05 ALM-ESC-STEP   PIC X.
                 88 ALM-ESC-NONE      VALUE " " "0".
                 88 ALM-ESC-TO-SUPV   VALUE "1".
                 88 ALM-ESC-TO-SAFETY VALUE "2".
             05 FILLER         PIC X(4).
