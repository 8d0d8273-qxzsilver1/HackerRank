        IDENTIFICATION DIVISION.
        PROGRAM-ID. SITESEL.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SITEPARM ASSIGN TO "SITEPARM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

        DATA DIVISION.
         FILE SECTION.
         FD SITEPARM.
         01 PARM-LINE PIC X(80).

         WORKING-STORAGE SECTION.
         01 WS-PARM-STATUS PIC XX.
         01 WS-PARSE-PTR PIC 9(4).
         01 WS-P-KEYWORD PIC X(8).
         01 WS-P-SITE PIC X(4).

         LINKAGE SECTION.
         COPY SITEPARM.

        PROCEDURE DIVISION USING SITE-PARM.
        MAIN-LOGIC.
            MOVE 1 TO SITP-SITE-ID
            SET SITP-DEFAULTED TO TRUE
            MOVE SPACES TO SITP-CARD
            OPEN INPUT SITEPARM
            IF WS-PARM-STATUS NOT EQUAL "00"
                GOBACK
            END-IF
            READ SITEPARM
                AT END CONTINUE
            END-READ
            PERFORM UNTIL WS-PARM-STATUS NOT EQUAL "00"
                    OR (PARM-LINE NOT EQUAL SPACES
                        AND PARM-LINE (1:1) NOT EQUAL "*")
                READ SITEPARM
                    AT END CONTINUE
                END-READ
            END-PERFORM
            IF WS-PARM-STATUS EQUAL "00"
                MOVE PARM-LINE (1:40) TO SITP-CARD
                MOVE 1 TO WS-PARSE-PTR
                MOVE SPACES TO WS-P-KEYWORD WS-P-SITE
                UNSTRING PARM-LINE DELIMITED BY ALL SPACE
                    INTO WS-P-KEYWORD WS-P-SITE
                    WITH POINTER WS-PARSE-PTR
                END-UNSTRING
                IF WS-P-KEYWORD EQUAL "SITE"
                        AND WS-P-SITE (1:2) IS NUMERIC
                        AND WS-P-SITE (3:2) EQUAL SPACES
                        AND WS-P-SITE (1:2) NOT EQUAL "00"
                    MOVE WS-P-SITE (1:2) TO SITP-SITE-ID
                    SET SITP-FROM-CARD TO TRUE
                ELSE
                    SET SITP-CARD-BAD TO TRUE
                END-IF
            END-IF
            CLOSE SITEPARM
            GOBACK.

        END PROGRAM SITESEL.
