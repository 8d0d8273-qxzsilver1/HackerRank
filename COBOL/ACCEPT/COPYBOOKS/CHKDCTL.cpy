         01 CHKC-REC.
             05 CHKC-KEY        PIC X(8).
             05 CHKC-ALGORITHM  PIC X(5).
             05 CHKC-POSITION   PIC 9(2).
             05 CHKC-UPD-TS     PIC X(14).
             05 CHKC-UPD-OPER   PIC X(8).
             05 FILLER          PIC X(13).
