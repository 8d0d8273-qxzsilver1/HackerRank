         01 BKM-REC.
             05 BKM-MASTER   PIC X(12).
             05 BKM-BKUP-TS  PIC X(14).
             05 BKM-COUNT    PIC 9(9).
             05 BKM-LOW-KEY  PIC X(36).
             05 BKM-HIGH-KEY PIC X(36).
             05 BKM-STATUS   PIC XX.
