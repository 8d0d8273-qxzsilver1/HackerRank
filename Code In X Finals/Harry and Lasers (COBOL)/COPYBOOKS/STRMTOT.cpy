         01 STT-REC.
             05 STT-STREAM      PIC 9(2).
             05 STT-RUN-DATE    PIC 9(8).
             05 STT-SITE        PIC 9(2).
             05 STT-CASE-BASE   PIC 9(6).
             05 STT-NUM-TESTS   PIC 9(6).
             05 STT-CASES       PIC 9(6).
             05 STT-YES         PIC 9(6).
             05 STT-NO          PIC 9(6).
             05 STT-ERR         PIC 9(6).
             05 STT-EXC         PIC 9(6).
             05 STT-SUS         PIC 9(6).
             05 STT-NAR         PIC 9(6).
             05 STT-DEPT-BAD    PIC 9(4).
             05 STT-SWEEPS      PIC 9(4).
             05 STT-CACHE-HITS  PIC 9(7).
             05 STT-CACHE-MISS  PIC 9(7).
             05 STT-CSV         PIC 9(7).
             05 STT-ALERTS      PIC 9(7).
             05 STT-REJECTS     PIC 9(6).
             05 STT-EXTR-COUNT  PIC 9(7).
             05 STT-EXTR-HASH   PIC S9(12) SIGN LEADING SEPARATE.
             05 STT-START-TS    PIC X(26).
             05 STT-END-TS      PIC X(26).
             05 STT-RC          PIC 9(2).
             05 STT-HEADER      PIC X.
                 88 STT-HEADER-OK  VALUE "Y".
             05 STT-REPLAY      PIC X.
                 88 STT-REPLAY-RUN VALUE "Y".
             05 STT-DELTAS      PIC 9(5).
             05 FILLER          PIC X(15).
