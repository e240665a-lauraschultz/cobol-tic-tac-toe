       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GRIDSRCH RECURSIVE.
ENVIRONMENT DIVISION.
DATA DIVISION.
LOCAL-STORAGE SECTION.
   01 MinMax PIC S9(4).
   01 CNodeVal PIC S9(4).
   01 MyAlpha PIC S9(4).
   01 MyBeta PIC S9(4).
   01 NewDepth PIC 99.
   01 NewEmpty PIC 99.
   01 NP PIC 99.
   01 NCPlayer PIC 9.
   01 Winner PIC 9 VALUE 0.
       88 IsWinner VALUE 1, 2.
   01 Mover PIC 9.
   01 CellCount PIC 99.
   01 Cell PIC 99.
   01 OrdIdx PIC 99.
   01 TTMove PIC 99 VALUE 0.
   01 TTSlot PIC 9(4).
   01 Draft PIC 99.
   01 ChildHash PIC 9(4).
   01 Cutoff PIC X VALUE "N".
       88 CutoffTaken VALUE "Y".
   01 NowTime PIC 9(8).
   01 NowParts REDEFINES NowTime.
       02 NowHH PIC 99.
       02 NowMM PIC 99.
       02 NowSS PIC 99.
       02 NowCS PIC 99.
   01 NowHundredths PIC 9(8).
*>    the run through the last square played: its row and column,
*>    the step of the direction being walked, and the length so far
   01 LastRow PIC S99.
   01 LastCol PIC S99.
   01 DirNum PIC 9.
   01 DRow PIC S9.
   01 DCol PIC S9.
   01 WalkRow PIC S99.
   01 WalkCol PIC S99.
   01 WalkCell PIC 99.
   01 RunLen PIC 99.
   01 WalkDone PIC X.
LINKAGE SECTION.
   01 BoardTable.
       02 BoardValue PIC 9 OCCURS 25 TIMES.
   01 BoardSize PIC 9.
   01 WinLength PIC 9.
   01 Depth PIC 99.
   01 MaxDepth PIC 99.
   01 Alpha PIC S9(4).
   01 Beta PIC S9(4).
   01 NodeValue PIC S9(4).
   01 CPlayer PIC 9.
   01 Pos PIC 99.
   01 AIPlayer PIC 9.
*>    the square the previous ply played (0 at the root, which
*>    GRIDMOVE only ever hands over undecided) and how many squares
*>    are still empty, both kept incrementally down the tree so no
*>    node rescans the whole board
   01 LastCell PIC 99.
   01 EmptyCount PIC 99.
*>    this position's slot in the position memory, likewise updated
*>    square by square from the parent's
   01 HashKey PIC 9(4).
   01 DebugTrace PIC X.
       88 DebugTraceOn VALUE "Y", "y".
*>    "M" for misere, where completing a line loses instead of wins;
*>    anything else is the classic game
   01 GameRule PIC X.
       88 MisereRule VALUE "M".
*>    the state one search shares across every node, owned by
*>    GRIDMOVE: the positions-evaluated count, the clock deadline and
*>    the abandon switch, the square order, the hash weights and the
*>    memory of positions already evaluated.  Same layout as
*>    GRIDMOVE's working-storage copy
   01 SearchCtl.
       02 SC-Nodes PIC 9(9).
       02 SC-StartHundredths PIC 9(8).
       02 SC-Deadline PIC 9(8).
       02 SC-ClockCheck PIC 9(4).
       02 SC-Abandon PIC X.
           88 SearchAbandoned VALUE "Y".
       02 SC-Generation PIC 9(4).
       02 SC-CellOrder PIC 99 OCCURS 25 TIMES.
       02 SC-HashWeight PIC 9(4) OCCURS 25 TIMES.
       02 SC-Memory.
           03 TT-Entry OCCURS 4093 TIMES.
               04 TT-Board PIC X(25).
               04 TT-Generation PIC 9(4).
               04 TT-Draft PIC 99.
               04 TT-Value PIC S9(4).
               04 TT-Bound PIC X.
                   88 TT-Exact VALUE "E".
                   88 TT-Lower VALUE "L".
                   88 TT-Upper VALUE "U".
               04 TT-Move PIC 99.

*>    the search behind GRIDMOVE on the 4x4 and 5x5 boards: the same
*>    minimax GRIDNODE runs, scored the same way, but with alpha-beta
*>    pruning, the most promising squares tried first (the square the
*>    memory says was best here last time, then the centre outward),
*>    and a memory of positions already evaluated so the many move
*>    orders that reach one position search it once.  GRIDMOVE deepens
*>    it a ply at a time against the clock; when the deadline passes
*>    the search is abandoned, every node returns at once, and
*>    GRIDMOVE keeps the last depth that finished.  GRIDNODE is kept,
*>    untouched, as the yardstick SELFPLAY's benchmark measures
*>    this search against
PROCEDURE DIVISION USING BoardTable, BoardSize, WinLength, Depth,
        MaxDepth, Alpha, Beta, NodeValue, CPlayer, Pos, AIPlayer,
        LastCell, EmptyCount, HashKey, DebugTrace, GameRule, SearchCtl.
    ADD 1 TO SC-Nodes
    IF SC-Deadline > 0
        SUBTRACT 1 FROM SC-ClockCheck
        IF SC-ClockCheck = 0
            MOVE 200 TO SC-ClockCheck
            PERFORM CheckTheClock
        END-IF
    END-IF
    IF SearchAbandoned
        MOVE 0 TO NodeValue
        GOBACK
    END-IF
    IF DebugTraceOn
        DISPLAY "STARTING FN: " BoardTable
    END-IF
*>    only the side that just moved can have completed a run, and
*>    only through the square it just played
    IF LastCell > 0
        PERFORM CheckLastMove
    END-IF
    IF IsWinner OR Depth = MaxDepth OR EmptyCount = 0
*>    same scoring shape as GRIDNODE -- a win counts for more the
*>    sooner it lands, a loss hurts less the longer it's put off --
*>    on a scale wide enough that the pruning window never crosses it
        EVALUATE TRUE
            WHEN Winner = AIPlayer
                COMPUTE NodeValue = 1000 - Depth
            WHEN IsWinner
                COMPUTE NodeValue = 0 - (1000 - Depth)
            WHEN OTHER
                MOVE 0 TO NodeValue
        END-EVALUATE
        GOBACK
    END-IF
    COMPUTE CellCount = BoardSize * BoardSize
    COMPUTE Draft = MaxDepth - Depth
*>    a position already evaluated at least this deep answers from
*>    memory when its value is exact or its bound already settles
*>    the window; otherwise its best square is still the first one
*>    worth trying
    COMPUTE TTSlot = HashKey + 1
    IF TT-Generation(TTSlot) = SC-Generation
        AND TT-Board(TTSlot) = BoardTable
        MOVE TT-Move(TTSlot) TO TTMove
        IF TT-Draft(TTSlot) >= Draft
            IF TT-Exact(TTSlot)
                OR (TT-Lower(TTSlot) AND TT-Value(TTSlot) >= Beta)
                OR (TT-Upper(TTSlot) AND TT-Value(TTSlot) <= Alpha)
                MOVE TT-Value(TTSlot) TO NodeValue
                MOVE TT-Move(TTSlot) TO Pos
                GOBACK
            END-IF
        END-IF
    END-IF
    COMPUTE NewDepth = Depth + 1
    COMPUTE NewEmpty = EmptyCount - 1
    MOVE Alpha TO MyAlpha
    MOVE Beta TO MyBeta
    IF CPlayer = AIPlayer
        MOVE -9999 TO MinMax
    ELSE
        MOVE 9999 TO MinMax
    END-IF
    MOVE 0 TO Pos
*>    switches CPlayer 1 <=> 2
    COMPUTE NCPlayer = 3 - CPlayer
    IF TTMove > 0 AND TTMove <= CellCount
        IF BoardValue(TTMove) = 0
            MOVE TTMove TO Cell
            PERFORM TryCell
        END-IF
    END-IF
    PERFORM VARYING OrdIdx FROM 1 BY 1
        UNTIL OrdIdx > CellCount OR CutoffTaken
        MOVE SC-CellOrder(OrdIdx) TO Cell
        IF BoardValue(Cell) = 0 AND Cell NOT = TTMove
            PERFORM TryCell
        END-IF
    END-PERFORM
    MOVE MinMax TO NodeValue
*>    an abandoned search's values are half-finished, so none of them
*>    are remembered
    IF NOT SearchAbandoned
        PERFORM RememberPosition
    END-IF
    IF DebugTraceOn
        DISPLAY "NODE DONE: " BoardTable " VALUE: " NodeValue
    END-IF
    GOBACK.

    TryCell.
        MOVE CPlayer TO BoardValue(Cell)
        COMPUTE ChildHash = FUNCTION MOD(HashKey
            + CPlayer * SC-HashWeight(Cell), 4093)
        CALL 'GRIDSRCH' USING
            BoardTable, BoardSize, WinLength, NewDepth, MaxDepth,
            MyAlpha, MyBeta, CNodeVal, NCPlayer, NP, AIPlayer,
            Cell, NewEmpty, ChildHash, DebugTrace, GameRule, SearchCtl
        MOVE 0 TO BoardValue(Cell)
        IF SearchAbandoned
            MOVE "Y" TO Cutoff
        ELSE
            IF CPlayer = AIPlayer
                IF CNodeVal > MinMax
                    MOVE CNodeVal TO MinMax
                    MOVE Cell TO Pos
                END-IF
                IF MinMax > MyAlpha
                    MOVE MinMax TO MyAlpha
                END-IF
            ELSE
                IF CNodeVal < MinMax
                    MOVE CNodeVal TO MinMax
                    MOVE Cell TO Pos
                END-IF
                IF MinMax < MyBeta
                    MOVE MinMax TO MyBeta
                END-IF
            END-IF
            IF MyAlpha >= MyBeta
                MOVE "Y" TO Cutoff
            END-IF
        END-IF.

*>    a value at or below the window the node was given is only an
*>    upper bound, one at or above it only a lower bound.  A slot
*>    already holding a deeper result for this same search keeps it
    RememberPosition.
        IF TT-Generation(TTSlot) NOT = SC-Generation
            OR TT-Draft(TTSlot) <= Draft
            MOVE BoardTable TO TT-Board(TTSlot)
            MOVE SC-Generation TO TT-Generation(TTSlot)
            MOVE Draft TO TT-Draft(TTSlot)
            MOVE MinMax TO TT-Value(TTSlot)
            MOVE Pos TO TT-Move(TTSlot)
            EVALUATE TRUE
                WHEN MinMax <= Alpha
                    SET TT-Upper(TTSlot) TO TRUE
                WHEN MinMax >= Beta
                    SET TT-Lower(TTSlot) TO TRUE
                WHEN OTHER
                    SET TT-Exact(TTSlot) TO TRUE
            END-EVALUATE
        END-IF.

*>    TIME as hundredths since midnight; a search still running
*>    when the day turns over counts on past the 24 hours
    CheckTheClock.
        ACCEPT NowTime FROM TIME
        COMPUTE NowHundredths = ((NowHH * 60 + NowMM) * 60 + NowSS)
            * 100 + NowCS
        IF NowHundredths < SC-StartHundredths
            ADD 8640000 TO NowHundredths
        END-IF
        IF NowHundredths >= SC-Deadline
            MOVE "Y" TO SC-Abandon
        END-IF.

*>    walks both ways from the square just played along each of the
*>    four directions; WinLength in a row wins for the side that
*>    played it, or under misere for the other side
    CheckLastMove.
        MOVE BoardValue(LastCell) TO Mover
        COMPUTE LastRow = (LastCell - 1) / BoardSize + 1
        COMPUTE LastCol = LastCell - (LastRow - 1) * BoardSize
        PERFORM VARYING DirNum FROM 1 BY 1
            UNTIL DirNum > 4 OR IsWinner
            EVALUATE DirNum
                WHEN 1
                    MOVE 0 TO DRow
                    MOVE 1 TO DCol
                WHEN 2
                    MOVE 1 TO DRow
                    MOVE 0 TO DCol
                WHEN 3
                    MOVE 1 TO DRow
                    MOVE 1 TO DCol
                WHEN OTHER
                    MOVE 1 TO DRow
                    MOVE -1 TO DCol
            END-EVALUATE
            MOVE 1 TO RunLen
            PERFORM WalkForward
            PERFORM WalkBackward
            IF RunLen >= WinLength
                IF MisereRule
                    COMPUTE Winner = 3 - Mover
                ELSE
                    MOVE Mover TO Winner
                END-IF
            END-IF
        END-PERFORM.

    WalkForward.
        MOVE LastRow TO WalkRow
        MOVE LastCol TO WalkCol
        MOVE "N" TO WalkDone
        PERFORM UNTIL WalkDone = "Y"
            ADD DRow TO WalkRow
            ADD DCol TO WalkCol
            PERFORM StepOntoWalkCell
        END-PERFORM.

    WalkBackward.
        MOVE LastRow TO WalkRow
        MOVE LastCol TO WalkCol
        MOVE "N" TO WalkDone
        PERFORM UNTIL WalkDone = "Y"
            SUBTRACT DRow FROM WalkRow
            SUBTRACT DCol FROM WalkCol
            PERFORM StepOntoWalkCell
        END-PERFORM.

    StepOntoWalkCell.
        IF WalkRow < 1 OR WalkRow > BoardSize
            OR WalkCol < 1 OR WalkCol > BoardSize
            MOVE "Y" TO WalkDone
        ELSE
            COMPUTE WalkCell = (WalkRow - 1) * BoardSize + WalkCol
            IF BoardValue(WalkCell) = Mover
                ADD 1 TO RunLen
            ELSE
                MOVE "Y" TO WalkDone
            END-IF
        END-IF.
