         01 PND-REC.
             05 PND-KEY.
                10 PND-SITE     PIC 9(2).
                10 PND-ZONE     PIC 9(4).
                10 PND-SUB-DATE PIC 9(8).
                10 PND-SUB-TIME PIC 9(6).
                10 PND-SUB-SEQ  PIC 9(4).
             05 PND-STATUS      PIC X.
                 88 PND-PENDING  VALUE "P".
                 88 PND-APPROVED VALUE "A".
                 88 PND-REJECTED VALUE "R".
                 88 PND-APPLIED  VALUE "X".
                 88 PND-FAILED   VALUE "F".
             05 PND-SOURCE      PIC X.
             05 PND-ACTION      PIC X(8).
             05 PND-SEG         PIC 9(3).
             05 PND-MAKER       PIC X(8).
             05 PND-CHECKER     PIC X(8).
             05 PND-DEC-DATE    PIC 9(8).
             05 PND-DEC-TIME    PIC 9(6).
             05 PND-APPLY-DATE  PIC 9(8).
             05 PND-REASON      PIC X(40).
             05 PND-TRAN        PIC X(132).
             05 PND-IMPACT.
                10 PND-IMP-DATE   PIC 9(8).
                10 PND-IMP-STATUS PIC X.
                    88 PND-IMP-DONE VALUE "Y".
                    88 PND-IMP-NA   VALUE "N".
                10 PND-IMP-CASES  PIC 9(7).
                10 PND-IMP-FLIPS  PIC 9(6).
                10 PND-IMP-TO-NO  PIC 9(6).
                10 PND-IMP-TO-YES PIC 9(6).
             05 FILLER          PIC X(19).
