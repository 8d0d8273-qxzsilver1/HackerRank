        WRITE-REVIEW-LISTING.
            MOVE SPACES TO MAINT-REC
            STRING "PERIODIC REVIEW - WHO HOLDS WHICH AUTHORITY"
                " (FUNCTION LEGEND BELOW):"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE SPACES TO MAINT-REC
            STRING "  A=ACK/RESOLVE Z=ZONE MAINT R=RULE MAINT"
                " M=CODE MAP MAINT P=ROUTE MAINT C=CONTROL TABLES"
                " O=RUN CONTROL V=ZONE CHANGE APPROVAL"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE SPACES TO MAINT-REC
            STRING "  S=CODE SUSPENSE RELEASE"
                DELIMITED BY SIZE INTO MAINT-REC
            WRITE MAINT-REC
            MOVE LOW-VALUES TO AUTH-OPER-ID
