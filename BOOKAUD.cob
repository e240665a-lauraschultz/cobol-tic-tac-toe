           03 OB-Board PIC X(9).
           03 OB-Side PIC X.
       02 OB-BestPos PIC 9.
*>    "Y" on every reply that scores as well as OB-BestPos, so Hard
*>    can vary its opening replies the way the live search does
       02 OB-BestSet PIC X(9).
WORKING-STORAGE SECTION.
   01 OB-Status PIC XX.
       88 OB-OK VALUE "00".
   01 SearchBoard.
       02 SearchValue PIC 9 OCCURS 9 TIMES.
   01 SideToMove PIC 9.
*>    the book is classic play only; COMPUTERMOVE never consults it
*>    for a misere game
   01 ClassicRule PIC X VALUE SPACE.
   01 BestPos PIC 9.
   01 BestSet PIC X(9).
   01 EntriesChecked PIC 9(5) VALUE 0.
   01 EntriesAgreed PIC 9(5) VALUE 0.
   01 EntriesWrong PIC 9(5) VALUE 0.
        ELSE
            MOVE OB-Board TO SearchBoard
            MOVE OB-Side TO SideToMove
            CALL 'ITERGETNODE' USING SearchBoard, BestPos, SideToMove,
                ClassicRule, BestSet
*>    the equally-best set has to agree as well: a book built before
*>    it was kept (all spaces) would hold Hard to one reply apiece
            IF BestPos = OB-BestPos AND BestSet = OB-BestSet
                ADD 1 TO EntriesAgreed
            ELSE
                ADD 1 TO EntriesWrong
                DISPLAY "BOOKAUD: BOARD " OB-Board " SIDE " OB-Side
                    " -- BOOK SAYS " OB-BestPos " [" OB-BestSet
                    "], SEARCH SAYS " BestPos " [" BestSet "]"
            END-IF
        END-IF
        PERFORM ReadBookEntry.
