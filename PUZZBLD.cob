       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PUZZBLD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDITLOG ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AL-Status.
    SELECT GAMEHDR ASSIGN TO "GAMEHDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GH-GameID
        FILE STATUS IS GH-Status.
    SELECT PUZZLES ASSIGN TO "PUZZLES"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PZ-Key
        FILE STATUS IS PZ-Status.
DATA DIVISION.
FILE SECTION.
FD AUDITLOG.
   01 AuditLogRecord.
       02 AL-Date PIC 9(8).
       02 AL-Time PIC 9(8).
       02 AL-GameNum PIC 9(5).
       02 AL-Player PIC 9.
       02 AL-Position PIC 9.
       02 AL-Board PIC X(9).
       02 AL-GameID PIC X(16).
       02 AL-BoardSize PIC 9.
       02 AL-ExtPosition PIC 9(2).
       02 AL-ExtBoard PIC X(16).
FD GAMEHDR.
   01 GameHdrRecord.
       02 GH-GameID PIC X(16).
       02 GH-GameMode PIC 9.
       02 GH-Difficulty PIC 9.
       02 GH-Difficulty2 PIC 9.
       02 GH-HumanPlayer PIC 9.
       02 GH-TurnOrder PIC 9.
       02 GH-Player1ID PIC X(10).
       02 GH-Player2ID PIC X(10).
       02 GH-BoardSize PIC 9.
       02 GH-WinLength PIC 9.
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
*>    one record per puzzle, keyed by its grade, the board and the
*>    side to move, so the same position missed in many games is one
*>    puzzle, and reading the file in key order serves the easiest
*>    first.  The key is the puzzle's ID on PUZZHIST
FD PUZZLES.
   01 PuzzleRecord.
       02 PZ-Key.
           03 PZ-Grade PIC 9.
           03 PZ-Board PIC X(9).
           03 PZ-Side PIC 9.
*>    "W" the side to move has a forced win to find, "S" it faces a
*>    loss and must find the move that holds the draw
       02 PZ-Type PIC X.
*>    "Y" on every square that solves the puzzle
       02 PZ-Answer PIC X(9).
       02 PZ-AnswerCount PIC 9.
*>    plies (both sides' moves) to the forced win for a "W" puzzle;
*>    for an "S" puzzle, how fast the move actually played lost
       02 PZ-Plies PIC 9.
       02 PZ-GameID PIC X(16).
       02 PZ-Added PIC 9(8).
WORKING-STORAGE SECTION.
   01 AL-Status PIC XX.
       88 AL-OK VALUE "00".
       88 AL-EOF VALUE "10".
   01 GH-Status PIC XX.
       88 GH-OK VALUE "00".
   01 PZ-Status PIC XX.
       88 PZ-OK VALUE "00".
       88 PZ-Duplicate VALUE "22".
       88 PZ-NotFound VALUE "35".
*>    the game header is read once per game, not once per move
   01 HdrGameID PIC X(16) VALUE SPACES.
   01 HdrFound PIC X VALUE "N".
   01 HdrMode PIC 9.
   01 HdrHuman PIC 9.
   01 HdrRule PIC X.
*>    the position before the move, and the move that was played
   01 Board.
       02 BoardValue PIC 9 OCCURS 25 TIMES.
   01 ScratchBoard.
       02 ScratchValue PIC 9 OCCURS 9 TIMES.
   01 PlayedPos PIC 9.
   01 ToMove PIC 9.
   01 Opponent PIC 9.
   01 RootEmpty PIC 99.
   01 RootHash PIC 9(4).
   01 CellIdx PIC 99.
   01 Winner PIC 9.
   01 NWinLine PIC 9.
*>    every empty square's result for the side to move, as GRIDSRCH
*>    scores it: 1000 less the plies for a win, the negative of that
*>    for a loss, 0 for a draw
   01 SquareValue PIC S9(4) OCCURS 9 TIMES.
   01 WinCount PIC 9.
   01 DrawCount PIC 9.
   01 FastestWin PIC 99.
   01 ThreatSeen PIC X.
*>    the search: on the classic board every pass runs to the end of
*>    the game, so one pass per square settles it and no clock is set
   01 BoardSize PIC 9 VALUE 3.
   01 WinLength PIC 9 VALUE 3.
   01 CellCount PIC 99 VALUE 9.
   01 ClassicRule PIC X VALUE SPACE.
   01 SquareDepth PIC 99 VALUE 1.
   01 PassMaxDepth PIC 99.
   01 SquareEmpty PIC 99.
   01 SquareHash PIC 9(4).
   01 NodeValue PIC S9(4).
   01 ReplyPos PIC 99.
   01 FullAlpha PIC S9(4) VALUE -9999.
   01 FullBeta PIC S9(4) VALUE 9999.
   01 NoTrace PIC X VALUE "N".
   01 OrderRow PIC 99.
   01 OrderCol PIC 99.
   01 RingDist PIC 99.
   01 OrderRing PIC 99.
   01 MaxRing PIC 99.
   01 OrderDist PIC 99 OCCURS 25 TIMES.
   01 OrdIdx PIC 99.
   01 WeightSeed PIC 9(10) VALUE 12345.
*>    same layout as GRIDMOVE's and GRIDSRCH's: the state one search
*>    shares across its nodes, including its memory of positions
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
   01 RecordsRead PIC 9(7) VALUE 0.
   01 MovesJudged PIC 9(7) VALUE 0.
   01 SkippedBigBoard PIC 9(7) VALUE 0.
   01 SkippedNoHeader PIC 9(7) VALUE 0.
   01 SkippedMisere PIC 9(7) VALUE 0.
   01 SkippedComputer PIC 9(7) VALUE 0.
   01 SkippedUnreadable PIC 9(7) VALUE 0.
   01 WinPuzzles PIC 9(7) VALUE 0.
   01 SavePuzzles PIC 9(7) VALUE 0.
   01 AlreadyOnFile PIC 9(7) VALUE 0.
   01 GradeCount PIC 9(7) OCCURS 4 TIMES.
   01 GradeIdx PIC 9.

*>    the tactics trainer's puzzle builder: every human move on the
*>    audit trail is judged against the position it was played in --
*>    every empty square searched to the end of the game with
*>    GRIDSRCH -- and two kinds of mistake become puzzles.  A player
*>    who had a forced win and played a move that doesn't win gives
*>    a "find the win" puzzle; a player who could have held the draw
*>    and played a move that loses gives a "save the draw" puzzle.
*>    The answer is every square that wins (or holds), and the grade
*>    runs 1 to 4 on how far ahead the answer has to be seen and how
*>    many squares do the job.  Only classic 3x3 games are mined: the
*>    larger boards can't be searched to the end, and a misere
*>    position would drill the opposite instincts.  Puzzles already
*>    on file are left alone, so the run can be repeated (or pointed
*>    at an archived generation of the trail) safely.  RC 8 when a
*>    file can't be opened or a puzzle can't be written
PROCEDURE DIVISION.
    OPEN INPUT AUDITLOG
    IF NOT AL-OK
        DISPLAY "PUZZBLD: UNABLE TO OPEN AUDITLOG, STATUS " AL-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT GAMEHDR
    IF NOT GH-OK
        DISPLAY "PUZZBLD: UNABLE TO OPEN GAMEHDR, STATUS " GH-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O PUZZLES
    IF PZ-NotFound
        OPEN OUTPUT PUZZLES
        CLOSE PUZZLES
        OPEN I-O PUZZLES
    END-IF
    IF NOT PZ-OK
        DISPLAY "PUZZBLD: UNABLE TO OPEN PUZZLES, STATUS " PZ-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 0 TO GradeCount(1) GradeCount(2) GradeCount(3) GradeCount(4)
    PERFORM BuildCellOrder
    PERFORM ReadAuditRecord
    PERFORM UNTIL NOT AL-OK
        ADD 1 TO RecordsRead
        PERFORM ScreenMove
        PERFORM ReadAuditRecord
    END-PERFORM
    CLOSE AUDITLOG
    CLOSE GAMEHDR
    CLOSE PUZZLES
    PERFORM PrintSummary
    STOP RUN.

    ReadAuditRecord.
        READ AUDITLOG
            AT END
                CONTINUE
        END-READ.

*>    undo markers (player and position both 0) aren't moves; a move
*>    on a larger board, in a game with no header yet (still being
*>    played, or abandoned), in a misere game, or made by the
*>    computer, is passed over
    ScreenMove.
        EVALUATE TRUE
            WHEN AL-Player = 0
                CONTINUE
            WHEN AL-BoardSize NUMERIC AND AL-BoardSize > 3
                ADD 1 TO SkippedBigBoard
            WHEN OTHER
                PERFORM FetchHeader
                EVALUATE TRUE
                    WHEN HdrFound = "N"
                        ADD 1 TO SkippedNoHeader
                    WHEN HdrRule = "M"
                        ADD 1 TO SkippedMisere
                    WHEN HdrMode = 3
                        ADD 1 TO SkippedComputer
                    WHEN HdrMode = 1 AND AL-Player NOT = HdrHuman
                        ADD 1 TO SkippedComputer
                    WHEN OTHER
                        PERFORM RebuildPosition
                END-EVALUATE
        END-EVALUATE.

    FetchHeader.
        IF AL-GameID NOT = HdrGameID
            MOVE AL-GameID TO HdrGameID
            MOVE AL-GameID TO GH-GameID
            READ GAMEHDR
                INVALID KEY
                    MOVE "N" TO HdrFound
                NOT INVALID KEY
                    MOVE "Y" TO HdrFound
                    MOVE GH-GameMode TO HdrMode
                    MOVE GH-HumanPlayer TO HdrHuman
                    MOVE GH-Rule TO HdrRule
            END-READ
        END-IF.

*>    the trail holds the board after the move, so lifting the mover's
*>    mark back off the played square gives the position they faced;
*>    a record whose square doesn't carry their mark can't be trusted
    RebuildPosition.
        MOVE ALL "0" TO Board
        MOVE AL-Board TO Board(1:9)
        MOVE AL-Position TO PlayedPos
        IF Board(1:9) NOT NUMERIC OR PlayedPos = 0
            ADD 1 TO SkippedUnreadable
        ELSE
            IF BoardValue(PlayedPos) NOT = AL-Player
                ADD 1 TO SkippedUnreadable
            ELSE
                MOVE 0 TO BoardValue(PlayedPos)
                MOVE AL-Player TO ToMove
                COMPUTE Opponent = 3 - ToMove
                ADD 1 TO MovesJudged
                PERFORM JudgePosition
                PERFORM ClassifyMove
            END-IF
        END-IF.

    JudgePosition.
        MOVE 0 TO RootEmpty
        MOVE 0 TO RootHash
        PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > CellCount
            IF BoardValue(CellIdx) = 0
                ADD 1 TO RootEmpty
            ELSE
                COMPUTE RootHash = FUNCTION MOD(RootHash
                    + BoardValue(CellIdx) * SC-HashWeight(CellIdx), 4093)
            END-IF
        END-PERFORM
        MOVE 0 TO WinCount
        MOVE 0 TO DrawCount
        MOVE 99 TO FastestWin
        PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > CellCount
            MOVE 0 TO SquareValue(CellIdx)
            IF BoardValue(CellIdx) = 0
                PERFORM SearchSquare
                EVALUATE TRUE
                    WHEN SquareValue(CellIdx) >= 900
                        ADD 1 TO WinCount
                        IF 1000 - SquareValue(CellIdx) < FastestWin
                            COMPUTE FastestWin =
                                1000 - SquareValue(CellIdx)
                        END-IF
                    WHEN SquareValue(CellIdx) > -900
                        ADD 1 TO DrawCount
                END-EVALUATE
            END-IF
        END-PERFORM.

*>    the mover's mark goes on the square and GRIDSRCH searches every
*>    reply to the end of the game.  Its memory is stamped per search;
*>    before the stamp would wrap, the memory is cleared so a stale
*>    entry can never pass for a fresh one
    SearchSquare.
        IF SC-Generation >= 9999
            INITIALIZE SC-Memory
            MOVE 0 TO SC-Generation
        END-IF
        ADD 1 TO SC-Generation
        MOVE ToMove TO BoardValue(CellIdx)
        COMPUTE SquareHash = FUNCTION MOD(RootHash
            + ToMove * SC-HashWeight(CellIdx), 4093)
        COMPUTE SquareEmpty = RootEmpty - 1
        COMPUTE PassMaxDepth = SquareEmpty + 1
        MOVE 0 TO SC-Nodes
        MOVE "N" TO SC-Abandon
        MOVE 0 TO SC-Deadline
        MOVE 200 TO SC-ClockCheck
        MOVE 0 TO SC-StartHundredths
        CALL 'GRIDSRCH' USING
            Board, BoardSize, WinLength, SquareDepth, PassMaxDepth,
            FullAlpha, FullBeta, NodeValue, Opponent, ReplyPos, ToMove,
            CellIdx, SquareEmpty, SquareHash, NoTrace, ClassicRule,
            SearchCtl
        MOVE NodeValue TO SquareValue(CellIdx)
        MOVE 0 TO BoardValue(CellIdx).

*>    a win on the board and a move that doesn't take it is a missed
*>    win; no win, a draw on the board and a move that loses is a
*>    draw thrown away.  Anything else was as good as it got
    ClassifyMove.
        EVALUATE TRUE
            WHEN WinCount > 0 AND SquareValue(PlayedPos) < 900
                MOVE "W" TO PZ-Type
                PERFORM BuildPuzzle
            WHEN WinCount = 0 AND DrawCount > 0
                AND SquareValue(PlayedPos) <= -900
                MOVE "S" TO PZ-Type
                PERFORM BuildPuzzle
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

    BuildPuzzle.
        MOVE Board(1:9) TO PZ-Board
        MOVE ToMove TO PZ-Side
        MOVE ALL "N" TO PZ-Answer
        PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > CellCount
            IF BoardValue(CellIdx) = 0
                IF (PZ-Type = "W" AND SquareValue(CellIdx) >= 900)
                    OR (PZ-Type = "S" AND SquareValue(CellIdx) > -900)
                    MOVE "Y" TO PZ-Answer(CellIdx:1)
                END-IF
            END-IF
        END-PERFORM
        IF PZ-Type = "W"
            MOVE WinCount TO PZ-AnswerCount
            MOVE FastestWin TO PZ-Plies
        ELSE
            MOVE DrawCount TO PZ-AnswerCount
            COMPUTE PZ-Plies = 1000 + SquareValue(PlayedPos)
        END-IF
        PERFORM GradePuzzle
        MOVE AL-GameID TO PZ-GameID
        MOVE AL-Date TO PZ-Added
        WRITE PuzzleRecord
        EVALUATE TRUE
            WHEN PZ-OK
                IF PZ-Type = "W"
                    ADD 1 TO WinPuzzles
                ELSE
                    ADD 1 TO SavePuzzles
                END-IF
                ADD 1 TO GradeCount(PZ-Grade)
            WHEN PZ-Duplicate
                ADD 1 TO AlreadyOnFile
            WHEN OTHER
                DISPLAY "PUZZBLD: WRITE FAILED AT KEY " PZ-Key
                    ", STATUS " PZ-Status
                MOVE 8 TO RETURN-CODE
        END-EVALUATE.

*>    1 EASY .... a win on the spot, or a save that is just blocking
*>                the line the opponent is about to complete
*>    2 MEDIUM .. a win two moves deep, or a save with no line to
*>                block yet and more than one square that holds
*>    3 HARD .... a win two moves deep through one square only, a
*>                win three or more moves deep, or a save with no
*>                line to block and one square that holds
*>    4 EXPERT .. a win three or more moves deep through one square
    GradePuzzle.
        IF PZ-Type = "W"
            EVALUATE TRUE
                WHEN FastestWin <= 1
                    MOVE 1 TO PZ-Grade
                WHEN FastestWin <= 3
                    MOVE 2 TO PZ-Grade
                WHEN OTHER
                    MOVE 3 TO PZ-Grade
            END-EVALUATE
            IF FastestWin > 1 AND WinCount = 1
                ADD 1 TO PZ-Grade
            END-IF
        ELSE
            PERFORM LookForThreat
            EVALUATE TRUE
                WHEN ThreatSeen = "Y"
                    MOVE 1 TO PZ-Grade
                WHEN DrawCount > 1
                    MOVE 2 TO PZ-Grade
                WHEN OTHER
                    MOVE 3 TO PZ-Grade
            END-EVALUATE
        END-IF.

*>    whether the opponent could complete a line on their next move,
*>    tried square by square on a scratch copy with COMPUTEWINNER
    LookForThreat.
        MOVE "N" TO ThreatSeen
        PERFORM VARYING CellIdx FROM 1 BY 1
            UNTIL CellIdx > CellCount OR ThreatSeen = "Y"
            IF BoardValue(CellIdx) = 0
                MOVE Board(1:9) TO ScratchBoard
                MOVE Opponent TO ScratchValue(CellIdx)
                CALL 'COMPUTEWINNER' USING ScratchBoard, Winner,
                    NWinLine
                IF Winner = Opponent
                    MOVE "Y" TO ThreatSeen
                END-IF
            END-IF
        END-PERFORM.

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

    PrintSummary.
        DISPLAY " "
        DISPLAY "===== PUZZLE BUILD ====="
        DISPLAY "AUDIT RECORDS READ ........ " RecordsRead
        DISPLAY "HUMAN MOVES JUDGED ........ " MovesJudged
        DISPLAY "PASSED OVER -- LARGER BOARD " SkippedBigBoard
        DISPLAY "PASSED OVER -- NO HEADER .. " SkippedNoHeader
        DISPLAY "PASSED OVER -- MISERE ..... " SkippedMisere
        DISPLAY "PASSED OVER -- COMPUTER ... " SkippedComputer
        DISPLAY "PASSED OVER -- UNREADABLE . " SkippedUnreadable
        DISPLAY "NEW FIND-THE-WIN PUZZLES .. " WinPuzzles
        DISPLAY "NEW SAVE-THE-DRAW PUZZLES . " SavePuzzles
        DISPLAY "ALREADY ON FILE ........... " AlreadyOnFile
        PERFORM VARYING GradeIdx FROM 1 BY 1 UNTIL GradeIdx > 4
            DISPLAY "NEW AT GRADE " GradeIdx " ............ "
                GradeCount(GradeIdx)
        END-PERFORM.
