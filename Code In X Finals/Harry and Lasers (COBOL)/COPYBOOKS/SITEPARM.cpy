         01 SITE-PARM.
             05 SITP-SITE-ID      PIC 9(2).
             05 SITP-SOURCE       PIC X.
                 88 SITP-FROM-CARD  VALUE "C".
                 88 SITP-DEFAULTED  VALUE "D".
                 88 SITP-CARD-BAD   VALUE "B".
             05 SITP-CARD         PIC X(40).
