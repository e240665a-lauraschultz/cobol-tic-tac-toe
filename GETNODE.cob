*>    the search only cares whether/who won, not which line -- this just
*>    satisfies COMPUTEWINNER's interface
       01 NWinLine PIC 9.
*>    what each of the top-level replies scored, kept only at Depth 0
*>    so the caller can be told every reply that ties for the best
       01 RootScores.
           02 RootScore PIC S99 OCCURS 9 TIMES.
       01 RootIdx PIC 99.

LINKAGE SECTION.
       01 BoardTable.
       01 AIPlayer PIC 9.
       01 DebugTrace PIC X.
           88 DebugTraceOn VALUE "Y", "y".
*>    "M" for misere, where completing a line loses instead of wins;
*>    anything else is the classic game
       01 GameRule PIC X.
           88 MisereRule VALUE "M".
*>    set at the top level only: "Y" on every square whose reply
*>    scores the same as the best one, so COMPUTERMOVE can vary its
*>    choice between them; Pos stays the first of them as before
       01 BestSet.
           02 BestFlag PIC X OCCURS 9 TIMES.

PROCEDURE DIVISION USING BoardTable, Depth, NodeValue, CPlayer, Pos,
        MaxDepth, AIPlayer, DebugTrace, GameRule, BestSet.
       IF DebugTraceOn
           DISPLAY "STARTING FN: " BoardTable
       END-IF
    *>    DISPLAY "BOARD IS " BoardTable
       CALL 'COMPUTEWINNER' USING BoardTable, Winner, NWinLine
    *>    under misere the side that owns the line is the one that lost,
    *>    so the winner is the other side and the scoring below stands
       IF IsWinner AND MisereRule
           COMPUTE Winner = 3 - Winner
       END-IF
       IF IsWinner OR Depth = MaxDepth THEN *> base cases
        *>    DISPLAY "depth is " Depth
        *>    a win scores higher the sooner it lands (and a loss hurts
                *>    DISPLAY "the board is " BoardTable
                   CALL 'GETNODE' USING
                       BoardTable, NewDepth, CNodeVal, NCPlayer, NP,
                       MaxDepth, AIPlayer, DebugTrace, GameRule, BestSet
                   IF Depth = 0
                       SET RootIdx TO I
                       MOVE CNodeVal TO RootScore(RootIdx)
                   END-IF
                   IF (CPlayer=AIPlayer AND CNodeVal > MinMax) OR
                       (CPlayer NOT = AIPlayer AND CNodeVal < MinMax) THEN
                       MOVE CNodeVal TO MinMax
               END-IF  
           END-PERFORM
           MOVE MinMax TO NodeValue
           IF Depth = 0
               MOVE SPACES TO BestSet
               PERFORM WITH TEST BEFORE VARYING RootIdx FROM 1 BY 1
                   UNTIL RootIdx > 9
                   IF BoardValue(RootIdx) = 0
                       AND RootScore(RootIdx) = MinMax
                       MOVE "Y" TO BestFlag(RootIdx)
                   END-IF
               END-PERFORM
           END-IF
           IF DebugTraceOn
               DISPLAY "NODE DONE: " BoardTable " VALUE: " NodeValue
           END-IF
