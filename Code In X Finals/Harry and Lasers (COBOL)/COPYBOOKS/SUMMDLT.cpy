         01 SDL-REC.
             05 SDL-TYPE        PIC X.
                 88 SDL-ZONE-DELTA VALUE "Z".
                 88 SDL-SEG-DELTA  VALUE "S".
             05 SDL-STREAM      PIC 9(2).
             05 SDL-SITE        PIC 9(2).
             05 SDL-ZONE        PIC 9(4).
             05 SDL-DATE        PIC 9(8).
             05 SDL-SEG         PIC 9(3).
             05 SDL-YES         PIC 9(7).
             05 SDL-NO          PIC 9(7).
             05 SDL-ERR         PIC 9(7).
             05 SDL-EXC         PIC 9(7).
             05 SDL-SUS         PIC 9(7).
             05 SDL-NAR         PIC 9(7).
             05 SDL-HITS        PIC 9(7).
             05 FILLER          PIC X(11).
