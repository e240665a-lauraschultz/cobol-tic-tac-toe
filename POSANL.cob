       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POSANL.
DATA DIVISION.
WORKING-STORAGE SECTION.
*>    the cards, read with ACCEPT so the same deck works typed at a
*>    terminal or as SYSIN in a batch job:
*>      board size, run length and rules    e.g. "4 3 C"
*>      one card per row, top row first     X, O, and . or - for empty
*>      side to move                        X, O, or blank to count
*>      legality check wanted               Y/N
*>      thinking time per square, seconds   blank for 2
   01 SetupCard PIC X(20).
   01 RowCard PIC X(20).
   01 SideCard PIC X(10).
   01 CheckCard PIC X(10).
       88 CheckWanted VALUE "Y", "y".
   01 TimeCard PIC X(10).
   01 BoardSize PIC 9 VALUE 0.
       88 IsValidBoardSize VALUE 3, 4, 5.
   01 WinLength PIC 9 VALUE 0.
   01 GameRule PIC X VALUE SPACE.
       88 MisereRule VALUE "M".
   01 RuleName PIC X(7).
   01 CellCount PIC 99.
   01 RowNo PIC 99.
   01 ColNo PIC 99.
   01 CellIdx PIC 99.
   01 CellChar PIC X.
   01 InputBad PIC X VALUE "N".
   01 ColLetters PIC X(5) VALUE "ABCDE".
   01 SideLetters PIC X(2) VALUE "XO".
*>    the position as entered, and the scratch copy the legality
*>    test and the principal-line walk play over
   01 Board.
       02 BoardValue PIC 9 OCCURS 25 TIMES.
   01 WorkBoard.
       02 WorkValue PIC 9 OCCURS 25 TIMES.
   01 MarkCount PIC 99 OCCURS 2 TIMES.
   01 RootEmpty PIC 99.
   01 RootHash PIC 9(4).
   01 ToMove PIC 9.
   01 Opponent PIC 9.
   01 LastMover PIC 9.
*>    completed runs of WinLength on WorkBoard, per side, counted by
*>    CountRuns
   01 RunCount PIC 99 OCCURS 2 TIMES.
   01 StartRow PIC 99.
   01 StartCol PIC 99.
   01 DirNum PIC 9.
   01 DRow PIC S9.
   01 DCol PIC S9.
   01 EndRow PIC S99.
   01 EndCol PIC S99.
   01 StepNo PIC 99.
   01 StepCell PIC 99.
   01 RunOwner PIC 9.
   01 PositionLegal PIC X VALUE "Y".
   01 IllegalReason PIC X(60) VALUE SPACES.
   01 OneMoveFound PIC X.
*>    per-square results: the search value from the mover's side, the
*>    plies the last finished pass looked ahead, whether the result is
*>    proven, and the principal line as square names
   01 SquareResults.
       02 SquareResult OCCURS 25 TIMES.
           03 SqValue PIC S9(4).
           03 SqSearched PIC 99.
           03 SqProven PIC X.
           03 SqLine PIC X(48).
   01 BestValue PIC S9(4).
   01 ResultName PIC X(6).
   01 ResultPlies PIC 99.
   01 PliesOut PIC Z9.
   01 BestMark PIC X(8).
   01 SquareName PIC X(2).
   01 UnprovenSeen PIC X VALUE "N".
*>    the search: one pass per extra ply of look-ahead, against the
*>    clock, until the result is proven or the time is up, the same
*>    deepening GRIDMOVE runs for Hard
   01 SquareBudget PIC 9(6) VALUE 200.
   01 BudgetSeconds PIC 99.
   01 SquareDepth PIC 99 VALUE 1.
   01 PassMaxDepth PIC 99.
   01 Horizon PIC 99.
   01 SquareEmpty PIC 99.
   01 SquareHash PIC 9(4).
   01 Settled PIC X.
   01 NodeValue PIC S9(4).
   01 ReplyPos PIC 99.
   01 FullAlpha PIC S9(4) VALUE -9999.
   01 FullBeta PIC S9(4) VALUE 9999.
   01 NoTrace PIC X VALUE "N".
   01 ClockTime PIC 9(8).
   01 ClockParts REDEFINES ClockTime.
       02 ClockHH PIC 99.
       02 ClockMM PIC 99.
       02 ClockSS PIC 99.
       02 ClockCS PIC 99.
   01 OrderRow PIC 99.
   01 OrderCol PIC 99.
   01 RingDist PIC 99.
   01 OrderRing PIC 99.
   01 MaxRing PIC 99.
   01 OrderDist PIC 99 OCCURS 25 TIMES.
   01 OrdIdx PIC 99.
   01 WeightSeed PIC 9(10) VALUE 12345.
*>    the walk down the principal line through the search's memory
   01 WalkSide PIC 9.
   01 WalkHash PIC 9(4).
   01 WalkSlot PIC 9(4).
   01 WalkPlies PIC 99.
   01 WalkLimit PIC 99.
   01 WalkDone PIC X.
   01 LinePtr PIC 99.
*>    same layout as GRIDMOVE's and GRIDSRCH's: the state one search
*>    shares across its nodes, including the memory of positions
*>    evaluated, which the principal line is read back from
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

*>    the trainers' bench analysis: a position typed in (or carded)
*>    on any board size the game supports, with the side to move,
*>    and every empty square judged by the engine -- a win, a draw or
*>    a loss for the side moving there, how many plies (both sides'
*>    moves, this one included) until that result, and the line of
*>    play the search expects.  Each square is searched with
*>    GRIDSRCH, the 4x4/5x5 engine, which on the 3x3 board searches
*>    to the end of the game every time.  On the larger boards a
*>    square the search can't see to the end of in its time is shown
*>    as DRAW? with the depth it did reach.  The optional legality
*>    check says whether the position could come up in a real game
*>    (X moves first).  RC 8 for cards that can't be read, RC 4 when
*>    the position could not arise or has nothing left to analyze
PROCEDURE DIVISION.
    PERFORM ReadSetupCard
    PERFORM ReadRowCard VARYING RowNo FROM 1 BY 1
        UNTIL RowNo > BoardSize
    PERFORM ReadSideCard
    DISPLAY "Check the position could arise in a game? (Y/N): "
        WITH NO ADVANCING
    ACCEPT CheckCard
    DISPLAY "Seconds to think per square (blank for 2): "
        WITH NO ADVANCING
    ACCEPT TimeCard
    IF TimeCard NOT = SPACES
        MOVE FUNCTION NUMVAL(TimeCard) TO BudgetSeconds
        IF BudgetSeconds > 0
            COMPUTE SquareBudget = BudgetSeconds * 100
        END-IF
    END-IF
    PERFORM PrintHeading
    MOVE Board TO WorkBoard
    PERFORM CountRuns
    IF CheckWanted
        PERFORM CheckLegality
        IF PositionLegal = "Y"
            DISPLAY "LEGALITY: THE POSITION CAN ARISE IN A GAME"
        ELSE
            DISPLAY "LEGALITY: THE POSITION CANNOT ARISE -- "
                IllegalReason
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    IF RunCount(1) > 0 OR RunCount(2) > 0
        DISPLAY "NOTHING TO ANALYZE: A LINE IS ALREADY COMPLETE, SO "
            "THE GAME IS OVER"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    IF RootEmpty = 0
        DISPLAY "NOTHING TO ANALYZE: THE BOARD IS FULL"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM BuildCellOrder
    MOVE 0 TO RootHash
    PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > CellCount
        IF BoardValue(CellIdx) NOT = 0
            COMPUTE RootHash = FUNCTION MOD(RootHash
                + BoardValue(CellIdx) * SC-HashWeight(CellIdx), 4093)
        END-IF
    END-PERFORM
    COMPUTE Opponent = 3 - ToMove
    MOVE -9999 TO BestValue
    PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > CellCount
        IF BoardValue(CellIdx) = 0
            PERFORM AnalyzeSquare
            IF SqValue(CellIdx) > BestValue
                MOVE SqValue(CellIdx) TO BestValue
            END-IF
        END-IF
    END-PERFORM
    PERFORM PrintResults
    STOP RUN.

*>    board size first; the run length defaults to the board size
*>    (three on the classic board) and the rules to classic
    ReadSetupCard.
        DISPLAY "Board size, run length and rules (C or M), "
            "e.g. 4 3 C: " WITH NO ADVANCING
        ACCEPT SetupCard
        IF SetupCard(1:1) NUMERIC
            MOVE SetupCard(1:1) TO BoardSize
        END-IF
        IF NOT IsValidBoardSize
            DISPLAY "POSANL: BOARD SIZE MUST BE 3, 4 OR 5 -- " SetupCard
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF SetupCard(3:1) NUMERIC
            MOVE SetupCard(3:1) TO WinLength
        ELSE
            MOVE BoardSize TO WinLength
        END-IF
        IF WinLength < 3 OR WinLength > BoardSize
            DISPLAY "POSANL: RUN LENGTH MUST BE 3 UP TO THE BOARD SIZE "
                "-- " SetupCard
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        EVALUATE SetupCard(5:1)
            WHEN "M"
            WHEN "m"
                MOVE "M" TO GameRule
                MOVE "MISERE" TO RuleName
            WHEN "C"
            WHEN "c"
            WHEN SPACE
                MOVE SPACE TO GameRule
                MOVE "CLASSIC" TO RuleName
            WHEN OTHER
                DISPLAY "POSANL: RULES MUST BE C (CLASSIC) OR M "
                    "(MISERE) -- " SetupCard
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        COMPUTE CellCount = BoardSize * BoardSize
        MOVE ALL "0" TO Board
        MOVE 0 TO MarkCount(1) MarkCount(2)
        MOVE 0 TO RootEmpty.

    ReadRowCard.
        DISPLAY "Row " RowNo " (X, O, . for empty): " WITH NO ADVANCING
        ACCEPT RowCard
        MOVE "N" TO InputBad
        PERFORM VARYING ColNo FROM 1 BY 1 UNTIL ColNo > BoardSize
            COMPUTE CellIdx = (RowNo - 1) * BoardSize + ColNo
            MOVE RowCard(ColNo:1) TO CellChar
            EVALUATE CellChar
                WHEN "X"
                WHEN "x"
                    MOVE 1 TO BoardValue(CellIdx)
                    ADD 1 TO MarkCount(1)
                WHEN "O"
                WHEN "o"
                    MOVE 2 TO BoardValue(CellIdx)
                    ADD 1 TO MarkCount(2)
                WHEN "."
                WHEN "-"
                WHEN SPACE
                    MOVE 0 TO BoardValue(CellIdx)
                    ADD 1 TO RootEmpty
                WHEN OTHER
                    MOVE "Y" TO InputBad
            END-EVALUATE
        END-PERFORM
        IF InputBad = "Y"
            DISPLAY "POSANL: ROW " RowNo " MAY ONLY HOLD X, O, . OR - "
                "-- " RowCard
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

*>    a blank side card takes the side the mark counts say is due:
*>    X when the counts are level, O when X is one ahead
    ReadSideCard.
        DISPLAY "Side to move (X, O, blank to work it out): "
            WITH NO ADVANCING
        ACCEPT SideCard
        EVALUATE SideCard(1:1)
            WHEN "X"
            WHEN "x"
                MOVE 1 TO ToMove
            WHEN "O"
            WHEN "o"
                MOVE 2 TO ToMove
            WHEN SPACE
                IF MarkCount(1) > MarkCount(2)
                    MOVE 2 TO ToMove
                ELSE
                    MOVE 1 TO ToMove
                END-IF
            WHEN OTHER
                DISPLAY "POSANL: SIDE TO MOVE MUST BE X OR O -- "
                    SideCard
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-EVALUATE.

    PrintHeading.
        DISPLAY " "
        DISPLAY "===== POSITION ANALYSIS: " BoardSize "X" BoardSize
            " BOARD, " WinLength " IN A ROW, " RuleName " RULES, "
            SideLetters(ToMove:1) " TO MOVE ====="
        CALL 'PRINTGRID' USING Board, BoardSize.

*>    X moves first, so X holds as many marks as O or one more, and
*>    the side due is the one the counts say.  A completed line can
*>    only belong to the side that moved last -- under either rules,
*>    since the game stops the moment a line is made -- and all of
*>    that side's lines must run through one of its marks, the move
*>    that made them
    CheckLegality.
        EVALUATE TRUE
            WHEN MarkCount(1) < MarkCount(2)
                OR MarkCount(1) > MarkCount(2) + 1
                MOVE "N" TO PositionLegal
                MOVE "X MUST HOLD AS MANY MARKS AS O, OR ONE MORE"
                    TO IllegalReason
            WHEN MarkCount(1) = MarkCount(2) AND ToMove = 2
                MOVE "N" TO PositionLegal
                MOVE "WITH THE MARKS LEVEL IT IS X TO MOVE, NOT O"
                    TO IllegalReason
            WHEN MarkCount(1) > MarkCount(2) AND ToMove = 1
                MOVE "N" TO PositionLegal
                MOVE "WITH X A MARK AHEAD IT IS O TO MOVE, NOT X"
                    TO IllegalReason
            WHEN RunCount(1) > 0 AND RunCount(2) > 0
                MOVE "N" TO PositionLegal
                MOVE "BOTH SIDES HAVE COMPLETED A LINE" TO IllegalReason
            WHEN OTHER
                PERFORM CheckCompletedLines
        END-EVALUATE.

    CheckCompletedLines.
        IF MarkCount(1) > MarkCount(2)
            MOVE 1 TO LastMover
        ELSE
            MOVE 2 TO LastMover
        END-IF
        IF RunCount(3 - LastMover) > 0
            MOVE "N" TO PositionLegal
            STRING SideLetters(3 - LastMover:1) " HAS A COMPLETED LINE "
                "BUT " SideLetters(LastMover:1) " MOVED AFTER IT"
                DELIMITED BY SIZE INTO IllegalReason
        ELSE
            IF RunCount(LastMover) > 0
                MOVE "N" TO OneMoveFound
                PERFORM TryAsLastMove VARYING CellIdx FROM 1 BY 1
                    UNTIL CellIdx > CellCount OR OneMoveFound = "Y"
                MOVE Board TO WorkBoard
                PERFORM CountRuns
                IF OneMoveFound = "N"
                    MOVE "N" TO PositionLegal
                    MOVE
                        "NO SINGLE MOVE COULD HAVE MADE ALL ITS LINES"
                        TO IllegalReason
                END-IF
            END-IF
        END-IF.

*>    lifting the mark back off the board: if that clears every line
*>    the last mover has, this mark could have been the final move
    TryAsLastMove.
        IF BoardValue(CellIdx) = LastMover
            MOVE Board TO WorkBoard
            MOVE 0 TO WorkValue(CellIdx)
            PERFORM CountRuns
            IF RunCount(LastMover) = 0
                MOVE "Y" TO OneMoveFound
            END-IF
        END-IF.

*>    every run of WinLength identical marks on WorkBoard, walked
*>    from each square in the four directions CHECKWINNER walks
    CountRuns.
        MOVE 0 TO RunCount(1) RunCount(2)
        PERFORM VARYING StartRow FROM 1 BY 1 UNTIL StartRow > BoardSize
            PERFORM VARYING StartCol FROM 1 BY 1
                UNTIL StartCol > BoardSize
                PERFORM VARYING DirNum FROM 1 BY 1 UNTIL DirNum > 4
                    PERFORM CountRunFromSquare
                END-PERFORM
            END-PERFORM
        END-PERFORM.

    CountRunFromSquare.
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
        COMPUTE EndRow = StartRow + (WinLength - 1) * DRow
        COMPUTE EndCol = StartCol + (WinLength - 1) * DCol
        IF EndRow >= 1 AND EndRow <= BoardSize
            AND EndCol >= 1 AND EndCol <= BoardSize
            COMPUTE StepCell = (StartRow - 1) * BoardSize + StartCol
            MOVE WorkValue(StepCell) TO RunOwner
            PERFORM VARYING StepNo FROM 1 BY 1
                UNTIL StepNo >= WinLength OR RunOwner = 0
                COMPUTE StepCell = (StartRow + StepNo * DRow - 1)
                    * BoardSize + StartCol + StepNo * DCol
                IF WorkValue(StepCell) NOT = RunOwner
                    MOVE 0 TO RunOwner
                END-IF
            END-PERFORM
            IF RunOwner > 0
                ADD 1 TO RunCount(RunOwner)
            END-IF
        END-IF.

*>    the mover's mark goes on the square and GRIDSRCH searches the
*>    reply, one ply deeper each pass.  The first pass only asks
*>    whether the move itself ends the game and runs without a
*>    deadline; a pass cut off by the clock leaves the last finished
*>    one's answer standing
    AnalyzeSquare.
        ADD 1 TO SC-Generation
        MOVE ToMove TO BoardValue(CellIdx)
        COMPUTE SquareHash = FUNCTION MOD(RootHash
            + ToMove * SC-HashWeight(CellIdx), 4093)
        COMPUTE SquareEmpty = RootEmpty - 1
        MOVE 0 TO SC-Nodes
        MOVE "N" TO SC-Abandon
        MOVE 0 TO SC-Deadline
        MOVE 200 TO SC-ClockCheck
        ACCEPT ClockTime FROM TIME
        COMPUTE SC-StartHundredths = ((ClockHH * 60 + ClockMM) * 60
            + ClockSS) * 100 + ClockCS
        MOVE 0 TO SqValue(CellIdx)
        MOVE 0 TO SqSearched(CellIdx)
        MOVE "N" TO SqProven(CellIdx)
        MOVE 0 TO Horizon
        MOVE "N" TO Settled
        PERFORM SearchSquarePass UNTIL Settled = "Y"
        PERFORM WalkPrincipalLine
        MOVE 0 TO BoardValue(CellIdx).

*>    a win or loss inside the horizon is forced whatever lies past
*>    it; a level score is only a proven draw once the horizon
*>    reaches the full board
    SearchSquarePass.
        IF Horizon > 0
            COMPUTE SC-Deadline = SC-StartHundredths + SquareBudget
        END-IF
        COMPUTE PassMaxDepth = Horizon + 1
        CALL 'GRIDSRCH' USING
            Board, BoardSize, WinLength, SquareDepth, PassMaxDepth,
            FullAlpha, FullBeta, NodeValue, Opponent, ReplyPos, ToMove,
            CellIdx, SquareEmpty, SquareHash, NoTrace, GameRule,
            SearchCtl
        IF SearchAbandoned
            MOVE "Y" TO Settled
        ELSE
            MOVE NodeValue TO SqValue(CellIdx)
            MOVE PassMaxDepth TO SqSearched(CellIdx)
            IF NodeValue >= 900 OR NodeValue <= -900
                OR Horizon >= SquareEmpty
                MOVE "Y" TO SqProven(CellIdx)
                MOVE "Y" TO Settled
            ELSE
                ADD 1 TO Horizon
            END-IF
        END-IF.

*>    the line starts with the square itself and follows the best
*>    reply the search remembered at each position, until the game
*>    ends, the memory has nothing more, or the line would overrun
*>    the report column
    WalkPrincipalLine.
        MOVE SPACES TO SqLine(CellIdx)
        MOVE 1 TO LinePtr
        MOVE CellIdx TO StepCell
        PERFORM NameSquare
        STRING SquareName DELIMITED BY SPACE
            INTO SqLine(CellIdx) WITH POINTER LinePtr
        MOVE Board TO WorkBoard
        MOVE SquareHash TO WalkHash
        MOVE Opponent TO WalkSide
        MOVE 1 TO WalkPlies
        MOVE SqSearched(CellIdx) TO WalkLimit
        IF WalkLimit > 16
            MOVE 16 TO WalkLimit
        END-IF
        PERFORM CountRuns
        IF RunCount(1) > 0 OR RunCount(2) > 0 OR SquareEmpty = 0
            MOVE "Y" TO WalkDone
        ELSE
            MOVE "N" TO WalkDone
        END-IF
        PERFORM WalkOneReply UNTIL WalkDone = "Y"
            OR WalkPlies >= WalkLimit.

    WalkOneReply.
        COMPUTE WalkSlot = WalkHash + 1
        MOVE "Y" TO WalkDone
        IF TT-Generation(WalkSlot) = SC-Generation
            AND TT-Board(WalkSlot) = WorkBoard
            AND TT-Move(WalkSlot) > 0
            MOVE TT-Move(WalkSlot) TO StepCell
            IF WorkValue(StepCell) = 0
                MOVE WalkSide TO WorkValue(StepCell)
                COMPUTE WalkHash = FUNCTION MOD(WalkHash
                    + WalkSide * SC-HashWeight(StepCell), 4093)
                PERFORM NameSquare
                STRING " " SquareName DELIMITED BY SIZE
                    INTO SqLine(CellIdx) WITH POINTER LinePtr
                ADD 1 TO WalkPlies
                COMPUTE WalkSide = 3 - WalkSide
                PERFORM CountRuns
                IF RunCount(1) = 0 AND RunCount(2) = 0
                    AND WalkPlies <= SquareEmpty
                    MOVE "N" TO WalkDone
                END-IF
            END-IF
        END-IF.

*>    column letter and row number, the way MAIN's hints name squares
    NameSquare.
        COMPUTE OrderRow = (StepCell - 1) / BoardSize + 1
        COMPUTE OrderCol = StepCell - (OrderRow - 1) * BoardSize
        MOVE ColLetters(OrderCol:1) TO SquareName(1:1)
        MOVE OrderRow TO RowNo
        MOVE RowNo(2:1) TO SquareName(2:1).

    PrintResults.
        DISPLAY " "
        DISPLAY "SQUARE  RESULT  PLIES  EXPECTED LINE"
        PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > CellCount
            IF BoardValue(CellIdx) = 0
                PERFORM PrintSquareLine
            END-IF
        END-PERFORM
        DISPLAY " "
        DISPLAY "RESULTS ARE FOR " SideLetters(ToMove:1) " MOVING ON "
            "THE SQUARE; PLIES COUNT BOTH SIDES' MOVES, THIS ONE "
            "INCLUDED"
        IF UnprovenSeen = "Y"
            DISPLAY "DRAW? = NEITHER SIDE CAN FORCE A RESULT WITHIN THE "
                "PLIES SHOWN; THE SEARCH RAN OUT OF TIME BEFORE THE "
                "END OF THE GAME"
        END-IF.

    PrintSquareLine.
        MOVE CellIdx TO StepCell
        PERFORM NameSquare
        EVALUATE TRUE
            WHEN SqValue(CellIdx) >= 900
                MOVE "WIN" TO ResultName
                COMPUTE ResultPlies = 1000 - SqValue(CellIdx)
            WHEN SqValue(CellIdx) <= -900
                MOVE "LOSS" TO ResultName
                COMPUTE ResultPlies = 1000 + SqValue(CellIdx)
            WHEN SqProven(CellIdx) = "Y"
                MOVE "DRAW" TO ResultName
                MOVE RootEmpty TO ResultPlies
            WHEN OTHER
                MOVE "DRAW?" TO ResultName
                MOVE SqSearched(CellIdx) TO ResultPlies
                MOVE "Y" TO UnprovenSeen
        END-EVALUATE
        MOVE ResultPlies TO PliesOut
        IF SqValue(CellIdx) = BestValue
            MOVE "  (BEST)" TO BestMark
        ELSE
            MOVE SPACES TO BestMark
        END-IF
        DISPLAY SquareName "      " ResultName "    " PliesOut "   "
            SqLine(CellIdx) BestMark.

*>    same search order and position-memory weights GRIDMOVE sets up:
*>    centre first, then ring by ring outward
    BuildCellOrder.
        MOVE 0 TO MaxRing
        PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > CellCount
            COMPUTE OrderRow = (CellIdx - 1) / BoardSize + 1
            COMPUTE OrderCol = CellIdx - (OrderRow - 1) * BoardSize
            COMPUTE RingDist = FUNCTION MAX(
                FUNCTION ABS(OrderRow * 2 - BoardSize - 1),
                FUNCTION ABS(OrderCol * 2 - BoardSize - 1))
            MOVE RingDist TO OrderDist(CellIdx)
            IF RingDist > MaxRing
                MOVE RingDist TO MaxRing
            END-IF
            COMPUTE WeightSeed = FUNCTION MOD(WeightSeed * 16807,
                2147483647)
            COMPUTE SC-HashWeight(CellIdx) = FUNCTION MOD(WeightSeed,
                4093)
        END-PERFORM
        MOVE 0 TO OrdIdx
        PERFORM VARYING OrderRing FROM 0 BY 1 UNTIL OrderRing > MaxRing
            PERFORM VARYING CellIdx FROM 1 BY 1
                UNTIL CellIdx > CellCount
                IF OrderDist(CellIdx) = OrderRing
                    ADD 1 TO OrdIdx
                    MOVE CellIdx TO SC-CellOrder(OrdIdx)
                END-IF
            END-PERFORM
        END-PERFORM.
