         01 SSUM-REC.
             05 SSUM-KEY.
                10 SSUM-SITE PIC 9(2).
                10 SSUM-ZONE PIC 9(4).
                10 SSUM-DATE PIC 9(8).
                10 SSUM-SEG  PIC 9(3).
