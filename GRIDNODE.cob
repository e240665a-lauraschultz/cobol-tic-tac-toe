   01 AIPlayer PIC 9.
   01 DebugTrace PIC X.
       88 DebugTraceOn VALUE "Y", "y".
*>    "M" for misere, where completing a line loses instead of wins;
*>    anything else is the classic game
   01 GameRule PIC X.
       88 MisereRule VALUE "M".

*>    generalized companion to GETNODE for the configurable NxN
*>    board: the same depth-capped recursive minimax, but sized for
*>    up to 25 cells and scoring through CHECKWINNER's run-finder
*>    instead of COMPUTEWINNER's fixed 3x3 line checks.  GETNODE
*>    itself is left exactly as it was for the classic board.
*>    GRIDMOVE now searches through GRIDSRCH; this plain search is
*>    kept as it was so SELFPLAY's benchmark has the old search to
*>    measure the new one against
PROCEDURE DIVISION USING BoardTable, BoardSize, WinLength, Depth,
        NodeValue, CPlayer, Pos, MaxDepth, AIPlayer, DebugTrace,
        GameRule.
       IF DebugTraceOn
           DISPLAY "STARTING FN: " BoardTable
       END-IF
       CALL 'CHECKWINNER' USING BoardTable, BoardSize, WinLength, Winner
*>    under misere the side that owns the run is the one that lost, so
*>    the winner is the other side and the scoring below stands
       IF IsWinner AND MisereRule
           COMPUTE Winner = 3 - Winner
       END-IF
       COMPUTE CellCount = BoardSize * BoardSize
       MOVE 0 TO EmptyCount
       PERFORM CountEmptySquare VARYING J FROM 1 BY 1
                   CALL 'GRIDNODE' USING
                       BoardTable, BoardSize, WinLength, NewDepth,
                       CNodeVal, NCPlayer, NP, MaxDepth, AIPlayer,
                       DebugTrace, GameRule
                   IF (CPlayer = AIPlayer AND CNodeVal > MinMax) OR
                       (CPlayer NOT = AIPlayer AND CNodeVal < MinMax)
                       MOVE CNodeVal TO MinMax
