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
            ELSE
                MOVE HT-Origin(HT-Idx) TO ThisSite
            END-IF
*>    a game voided on dispute counts for no site
            IF GL-EndReason NOT = "V"
                PERFORM TallySite
            END-IF
        END-IF
        PERFORM ReadGameLog.

