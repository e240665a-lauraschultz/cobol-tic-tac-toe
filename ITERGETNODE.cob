       01 ParentRef PIC 99.
       01 HumanPlayer PIC 9.
       01 EmptyCount PIC 9 VALUE 0.
*>    what each top-level reply finally scored, so every reply that
*>    ties for the best can be handed back, not just the first
       01 RootScores.
           02 RootScore PIC S99 OCCURS 9 TIMES.
       01 RootIdx PIC 99.

LINKAGE SECTION.
       01 BoardTable.
           02 BoardValue PIC 9 OCCURS 9 TIMES.
       01 FPos PIC 9.
       01 AIPlayer PIC 9.
*>    "M" for misere, where completing a line loses instead of wins;
*>    anything else is the classic game
       01 GameRule PIC X.
           88 MisereRule VALUE "M".
*>    "Y" on every square whose reply scores the same as the best one,
*>    so COMPUTERMOVE can vary its choice between them; FPos stays the
*>    one the search settled on first, as it always has
       01 BestSet.
           02 BestFlag PIC X OCCURS 9 TIMES.

PROCEDURE DIVISION USING BoardTable, FPos, AIPlayer, GameRule, BestSet.
       COMPUTE HumanPlayer = 3 - AIPlayer
       MOVE 1 TO StackP
       MOVE BoardTable TO BoardTableE(StackP)
       PERFORM WITH TEST AFTER UNTIL StackP = 1
           CALL 'COMPUTEWINNER' USING
               BoardTableE(StackP), Winner, NWinLine
        *>    under misere the side that owns the line is the one that
        *>    lost, so the winner is the other side
           IF IsWinner AND MisereRule
               COMPUTE Winner = 3 - Winner
           END-IF
        *>    DISPLAY "compute winner with " BoardTableE(StackP)": " Winner
           MOVE ParentP(StackP) TO ParentRef
           PERFORM CountEmpty
           END-IF
       END-PERFORM
       MOVE ChildPos(StackP) TO FPos
       PERFORM MarkBestReplies
       EXIT PROGRAM.

    *>    a win scores higher the sooner it lands (and a loss hurts
           END-IF.

       UpdateParent. 
    *>    a top-level reply reports here exactly once, with its final
    *>    score, whether or not it beats the replies before it
            IF ParentRef = 1
                MOVE Pos(StackP) TO RootIdx
                MOVE NodeVal(StackP) TO RootScore(RootIdx)
            END-IF
            IF (FUNCTION MOD(Depth(ParentRef) 2) = 0 AND
                NodeVal(ParentRef) < NodeVal(StackP))
                OR
                       MOVE 10 TO NodeVal(StackP)
                       MOVE AIPlayer TO BoardValueE(StackP, J)
                   END-IF
    *>    a stack slot is reused once the node that held it is popped,
    *>    so a fresh child must start unvisited, or it inherits the
    *>    old node's flag and reports its starting value unsearched
                   MOVE 0 TO Visited(StackP)
                   MOVE ChDepth TO Depth(StackP)
                   MOVE ParentRef TO ParentP(StackP)
                   MOVE J TO Pos(StackP)
                   ADD 1 TO EmptyCount
               END-IF
           END-PERFORM.

    *>    the root's own value is the best any reply reached
       MarkBestReplies.
           MOVE SPACES TO BestSet
           PERFORM WITH TEST BEFORE VARYING RootIdx FROM 1 BY 1
               UNTIL RootIdx > 9
               IF BoardValue(RootIdx) = 0
                   AND RootScore(RootIdx) = NodeVal(1)
                   MOVE "Y" TO BestFlag(RootIdx)
               END-IF
           END-PERFORM.
