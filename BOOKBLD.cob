           03 OB-Board PIC X(9).
           03 OB-Side PIC X.
       02 OB-BestPos PIC 9.
*>    "Y" on every reply that scores as well as OB-BestPos, so Hard
*>    can vary its opening replies the way the live search does
       02 OB-BestSet PIC X(9).
WORKING-STORAGE SECTION.
   01 OB-Status PIC XX.
       88 OB-OK VALUE "00".
   01 Winner PIC 9.
   01 NWinLine PIC 9.
   01 SideToMove PIC 9.
*>    the book is classic play only; COMPUTERMOVE never consults it
*>    for a misere game
   01 ClassicRule PIC X VALUE SPACE.
   01 BestPos PIC 9.
   01 BestSet PIC X(9).
   01 BoardsSearched PIC 9(5) VALUE 0.
   01 EntriesWritten PIC 9(5) VALUE 0.

*>    opening book: every legal, undecided 3x3 position with up to
*>    MaxMarks marks on it is searched once with ITERGETNODE -- the
*>    exact full-depth search COMPUTERMOVE would run live -- and the
*>    best reply, along with every reply scoring as well, stored in
*>    the indexed OPENBOOK, keyed by the board image plus the side to
*>    move.  COMPUTERMOVE then answers those openings from the book
*>    instantly instead of grinding the full game tree at the counter
*>    every single game
PROCEDURE DIVISION.
    DISPLAY "Book positions up to how many marks (blank for 3)? "
        WITH NO ADVANCING

    BuildEntry.
        MOVE BoardTable TO SearchBoard
        CALL 'ITERGETNODE' USING SearchBoard, BestPos, SideToMove,
            ClassicRule, BestSet
        MOVE BoardTable TO OB-Board
        MOVE SideToMove TO OB-Side
        MOVE BestPos TO OB-BestPos
        MOVE BestSet TO OB-BestSet
        WRITE OpenBookRecord
        IF OB-OK
            ADD 1 TO EntriesWritten
