       02 GH-BoardSize PIC 9.
       02 GH-WinLength PIC 9.
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
WORKING-STORAGE SECTION.
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
                    IF GH-Origin NOT = SPACES
                        DISPLAY "  IMPORTED FROM SITE " GH-Origin
                    END-IF
*>    the seed a deck rerun needs to play the computer's side over
                    IF GH-Seed NUMERIC AND GH-Seed > 0
                        DISPLAY "  ENGINE SEED " GH-Seed
                    END-IF
            END-READ
            CLOSE GAMEHDR
        END-IF.
