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
        END-PERFORM
        IF HdrFound = "Y"
            SUBTRACT 1 FROM HT-Idx
*>    self-play pairs the computer against itself; not a matchup.
*>    A game voided on dispute never happened as far as this goes
            IF HT-GameMode(HT-Idx) NOT = 3 AND GL-EndReason NOT = "V"
                PERFORM ResolveGame
                IF RunAllPairs = "Y"
                    PERFORM TallyPair
