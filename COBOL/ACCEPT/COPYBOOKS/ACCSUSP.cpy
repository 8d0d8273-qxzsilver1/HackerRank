         01 SUSP-REC.
             05 SUSP-KEY.
                10 SUSP-DATE    PIC 9(8).
                10 SUSP-TIME    PIC 9(6).
                10 SUSP-SEQ     PIC 9(5).
             05 SUSP-STATUS     PIC X.
                 88 SUSP-OPEN      VALUE "S".
                 88 SUSP-RELEASED  VALUE "R".
                 88 SUSP-PICKED-UP VALUE "X".
                 88 SUSP-DROPPED   VALUE "D".
             05 SUSP-SOURCE     PIC X.
                 88 SUSP-FROM-BATCH   VALUE "B".
                 88 SUSP-FROM-CICS    VALUE "C".
                 88 SUSP-FROM-CONSOLE VALUE "K".
             05 SUSP-REASON     PIC X(30).
             05 SUSP-ALGORITHM  PIC X(5).
             05 SUSP-POSITION   PIC 9(2).
             05 SUSP-ORIG-REC   PIC X(36).
             05 SUSP-ENTRY-OPER PIC X(8).
             05 SUSP-FIXED-CODE PIC 9(36).
             05 SUSP-REL-OPER   PIC X(8).
             05 SUSP-REL-DATE   PIC 9(8).
             05 SUSP-REL-TIME   PIC 9(6).
             05 SUSP-REL-NOTE   PIC X(30).
             05 SUSP-PICKUP-DATE PIC 9(8).
             05 SUSP-PICKUP-RUN PIC 9(8).
             05 FILLER          PIC X(44).
