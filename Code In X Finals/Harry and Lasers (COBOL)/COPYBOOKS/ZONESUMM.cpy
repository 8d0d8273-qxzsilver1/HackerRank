         01 ZSUM-REC.
             05 ZSUM-KEY.
                10 ZSUM-SITE PIC 9(2).
                10 ZSUM-ZONE PIC 9(4).
                10 ZSUM-DATE PIC 9(8).
             05 ZSUM-YES PIC 9(7).
