*>    size the search ran against, so the per-difficulty report can
*>    keep the sizes apart (the depth caps overlap across sizes)
       02 TL-BoardSize PIC X.
*>    how deep the search actually got before its time ran out and how
*>    many positions it evaluated getting there; blank on
*>    COMPUTERMOVE's records and on any written before they existed
       02 TL-DepthReached PIC 99.
       02 TL-Positions PIC 9(9).
WORKING-STORAGE SECTION.
       01 StartTime PIC 9(8).
       01 EndTime PIC 9(8).
           88 TL-OK VALUE "00".
           88 TL-NotFound VALUE "35".
       01 Depth PIC 99 VALUE 0.
       01 NodeValue PIC S9(4) VALUE 0.
       01 Pos PIC 99.
       01 PosOut PIC 99.
       01 MaxDepth PIC 99 VALUE 2.
       01 AIPlayer PIC 9.
*>    the deepening: each pass searches one ply deeper than the last,
*>    up to DepthCap, and only a pass that finishes replaces the
*>    square the previous one chose
       01 DepthCap PIC 99.
       01 SearchDepth PIC 99.
       01 StopDeepening PIC X.
       01 BestPos PIC 99.
       01 BestValue PIC S9(4).
       01 FullAlpha PIC S9(4) VALUE -9999.
       01 FullBeta PIC S9(4) VALUE 9999.
       01 NoLastCell PIC 99 VALUE 0.
       01 RootEmpty PIC 99.
       01 RootHash PIC 9(4).
       01 CellCount PIC 99.
       01 J PIC 99.
*>    Hard's thinking time per move, in hundredths of a second, when
*>    the caller leaves the budget to us: about what the old capped
*>    search spent on a typical move, and well inside its opening
*>    moves on the 4x4 board.  The deepening usually stops short of it
       01 HardBudget PIC 9(6) VALUE 50.
       01 MoveBudget PIC 9(6).
       01 ClockTime PIC 9(8).
       01 ClockParts REDEFINES ClockTime.
           02 ClockHH PIC 99.
           02 ClockMM PIC 99.
           02 ClockSS PIC 99.
           02 ClockCS PIC 99.
       01 ClockHundredths PIC 9(8).
*>    the square order and the hash weights are set up once per board
*>    size; OrderBoardSize remembers which size they were built for
       01 OrderBoardSize PIC 9 VALUE 0.
       01 OrderRow PIC 99.
       01 OrderCol PIC 99.
       01 RingDist PIC 99.
       01 OrderRing PIC 99.
       01 MaxRing PIC 99.
       01 OrderDist PIC 99 OCCURS 25 TIMES.
       01 OrdIdx PIC 99.
       01 WeightSeed PIC 9(10) VALUE 12345.
*>    shared with every GRIDSRCH node of one search; same layout as
*>    GRIDSRCH's linkage copy.  The memory persists between calls but
*>    is good for one move only: SC-Generation moves on each search,
*>    which retires every slot at once without clearing 4093 of them
       01 SearchCtl.
           02 SC-Nodes PIC 9(9).
           02 SC-StartHundredths PIC 9(8).
           02 SC-Deadline PIC 9(8).
           02 SC-ClockCheck PIC 9(4).
           02 SC-Abandon PIC X.
               88 SearchAbandoned VALUE "Y".
           02 SC-Generation PIC 9(4) VALUE 0.
           02 SC-CellOrder PIC 99 OCCURS 25 TIMES.
           02 SC-HashWeight PIC 9(4) OCCURS 25 TIMES.
           02 SC-Memory.
               03 TT-Entry OCCURS 4093 TIMES.
                   04 TT-Board PIC X(25).
                   04 TT-Generation PIC 9(4).
                   04 TT-Draft PIC 99.
                   04 TT-Value PIC S9(4).
                   04 TT-Bound PIC X.
                   04 TT-Move PIC 99.
*>    scratch fields for the common ERRLOG record LOGERROR writes
*>    when THINKLOG can't be written; this program doesn't know the
*>    GameID, so that column is left blank
           88 DebugTraceOn VALUE "Y", "y".
       01 HintOnly PIC X.
           88 HintOnlyCall VALUE "Y", "y".
*>    "M" for misere (completing a run loses), passed straight through
*>    to GRIDNODE's scoring; anything else is the classic game
       01 GameRule PIC X.
*>    the caller's thinking-time allowance in hundredths of a second,
*>    zero for the standard one (Hard's HardBudget; Easy and Medium
*>    search their fixed depth whatever the clock says), and back
*>    from the search the depth it finished and the positions it
*>    evaluated
       01 ThinkBudget PIC 9(6).
       01 DepthReached PIC 99.
       01 PositionsSearched PIC 9(9).

*>    generalized companion to COMPUTERMOVE for the configurable NxN
*>    board: picks the computer's square through GRIDSRCH's pruned
*>    minimax against the same run scoring CHECKWINNER applies, plays
*>    it onto the board and logs the think time, the same contract
*>    COMPUTERMOVE keeps on the classic 3x3 board.  A full-depth search
*>    is out of the question at 16 or 25 cells, so Hard here deepens
*>    the search a ply at a time until its time is up (or nine plies,
*>    THINKLOG's one-digit depth column), rather than running
*>    GETNODE/ITERGETNODE's exhaustive tree
PROCEDURE DIVISION USING BoardTable, BoardSize, WinLength, Difficulty,
        GridPos, CPlayer, DebugTrace, HintOnly, GameRule, ThinkBudget,
        DepthReached, PositionsSearched.
       EVALUATE TRUE
           WHEN EasyMode
               MOVE 1 TO MaxDepth
           WHEN HardMode
               MOVE 9 TO MaxDepth
           WHEN OTHER
               MOVE 2 TO MaxDepth
       END-EVALUATE
       IF BoardSize NOT = OrderBoardSize
           PERFORM BuildCellOrder
       END-IF
       MOVE CPlayer TO AIPlayer
       MOVE 0 TO Depth
       COMPUTE CellCount = BoardSize * BoardSize
       MOVE 0 TO RootEmpty
       MOVE 0 TO RootHash
       PERFORM TallyRootSquare VARYING J FROM 1 BY 1
           UNTIL J > CellCount
       MOVE MaxDepth TO DepthCap
       IF DepthCap > RootEmpty
           MOVE RootEmpty TO DepthCap
       END-IF
       IF ThinkBudget > 0
           MOVE ThinkBudget TO MoveBudget
       ELSE
           MOVE HardBudget TO MoveBudget
       END-IF
       ADD 1 TO SC-Generation
       MOVE 0 TO SC-Nodes
       MOVE "N" TO SC-Abandon
       MOVE 0 TO SC-Deadline
       MOVE 200 TO SC-ClockCheck
       MOVE 0 TO DepthReached
*>    the first empty square in search order stands in until the
*>    first pass finishes, which it always does: the one-ply pass
*>    runs without a deadline
       MOVE 0 TO BestPos
       PERFORM VARYING J FROM 1 BY 1 UNTIL J > CellCount
           OR BestPos > 0
           IF BoardValue(SC-CellOrder(J)) = 0
               MOVE SC-CellOrder(J) TO BestPos
           END-IF
       END-PERFORM
       ACCEPT StartTime FROM TIME
       MOVE StartTime TO ClockTime
       PERFORM ClockToHundredths
       MOVE ClockHundredths TO SC-StartHundredths
       MOVE "N" TO StopDeepening
       PERFORM SearchOnePass VARYING SearchDepth FROM 1 BY 1
           UNTIL SearchDepth > DepthCap OR StopDeepening = "Y"
       MOVE SC-Nodes TO PositionsSearched
       MOVE BestPos TO Pos
       ACCEPT EndTime FROM TIME
       COMPUTE ElapsedTime = EndTime - StartTime
       IF NOT HintOnlyCall
       MOVE Pos TO GridPos
       GOBACK.

*>    one deepening pass.  Only Hard runs against the clock, and only
*>    past the first ply; a pass cut off by the deadline is thrown
*>    away.  There's no point starting another pass once half the
*>    budget is gone (the next ply costs more than all the earlier
*>    ones together), nor once a pass has proved a win or a loss
       SearchOnePass.
           IF HardMode AND SearchDepth > 1
               COMPUTE SC-Deadline = SC-StartHundredths + MoveBudget
           END-IF
           CALL 'GRIDSRCH' USING
               BoardTable, BoardSize, WinLength, Depth, SearchDepth,
               FullAlpha, FullBeta, NodeValue, CPlayer, Pos, AIPlayer,
               NoLastCell, RootEmpty, RootHash, DebugTrace, GameRule,
               SearchCtl
           IF SearchAbandoned
               MOVE "Y" TO StopDeepening
           ELSE
               MOVE Pos TO BestPos
               MOVE NodeValue TO BestValue
               MOVE SearchDepth TO DepthReached
               IF BestValue >= 900 OR BestValue <= -900
                   MOVE "Y" TO StopDeepening
               END-IF
               IF HardMode
                   ACCEPT ClockTime FROM TIME
                   PERFORM ClockToHundredths
                   IF ClockHundredths < SC-StartHundredths
                       ADD 8640000 TO ClockHundredths
                   END-IF
                   IF (ClockHundredths - SC-StartHundredths) * 2
                       >= MoveBudget
                       MOVE "Y" TO StopDeepening
                   END-IF
               END-IF
           END-IF.

       TallyRootSquare.
           IF BoardValue(J) = 0
               ADD 1 TO RootEmpty
           ELSE
               COMPUTE RootHash = FUNCTION MOD(RootHash
                   + BoardValue(J) * SC-HashWeight(J), 4093)
           END-IF.

       ClockToHundredths.
           COMPUTE ClockHundredths = ((ClockHH * 60 + ClockMM) * 60
               + ClockSS) * 100 + ClockCS.

*>    squares are tried centre first and then ring by ring outward
*>    (distance is the larger of the row and column offsets from the
*>    centre), since the centre squares sit on the most lines; each
*>    square also gets a fixed pseudo-random weight for the position
*>    memory's slot number
       BuildCellOrder.
           COMPUTE CellCount = BoardSize * BoardSize
           MOVE 0 TO MaxRing
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CellCount
               COMPUTE OrderRow = (J - 1) / BoardSize + 1
               COMPUTE OrderCol = J - (OrderRow - 1) * BoardSize
               COMPUTE RingDist = FUNCTION MAX(
                   FUNCTION ABS(OrderRow * 2 - BoardSize - 1),
                   FUNCTION ABS(OrderCol * 2 - BoardSize - 1))
               MOVE RingDist TO OrderDist(J)
               IF RingDist > MaxRing
                   MOVE RingDist TO MaxRing
               END-IF
               COMPUTE WeightSeed = FUNCTION MOD(WeightSeed * 16807,
                   2147483647)
               COMPUTE SC-HashWeight(J) = FUNCTION MOD(WeightSeed, 4093)
           END-PERFORM
           MOVE 0 TO OrdIdx
           PERFORM VARYING OrderRing FROM 0 BY 1
               UNTIL OrderRing > MaxRing
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > CellCount
                   IF OrderDist(J) = OrderRing
                       ADD 1 TO OrdIdx
                       MOVE J TO SC-CellOrder(OrdIdx)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE BoardSize TO OrderBoardSize.

       LogThinkTime.
*>    think-time is logged in hundredths of a second as returned
*>    by TIME; a move that straddles a minute boundary will show
           ACCEPT TL-Date FROM DATE YYYYMMDD
           ACCEPT TL-Time FROM TIME
           MOVE BoardSize TO TL-BoardSize
           MOVE DepthReached TO TL-DepthReached
           MOVE PositionsSearched TO TL-Positions
           IF ThinkLogState = "N"
               OPEN EXTEND THINKLOG
               IF TL-NotFound
