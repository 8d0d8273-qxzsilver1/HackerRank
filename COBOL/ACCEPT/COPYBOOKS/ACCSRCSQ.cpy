         01 SRCQ-REC.
             05 SRCQ-SOURCE        PIC X(8).
             05 SRCQ-LAST-DATE     PIC 9(8).
             05 SRCQ-LAST-SEQ      PIC 9(6).
             05 SRCQ-LAST-COUNT    PIC 9(7).
             05 SRCQ-LAST-RUN-TS   PIC X(14).
             05 SRCQ-BATCHES-OK    PIC 9(7).
             05 SRCQ-BATCHES-REJ   PIC 9(7).
             05 SRCQ-LAST-REJ-DATE PIC 9(8).
             05 SRCQ-LAST-REJ-SEQ  PIC 9(6).
             05 SRCQ-LAST-REJ-WHY  PIC X(40).
             05 SRCQ-LAST-CHAIN-DATE PIC 9(8).
             05 SRCQ-RUN-FIRST-SEQ PIC 9(6).
             05 FILLER             PIC X(1).
