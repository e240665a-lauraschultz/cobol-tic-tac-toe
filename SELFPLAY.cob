*>    the sending site's code on games loaded by GAMEIMPT, so
*>    reports can include or exclude foreign games
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
*>    control cards naming the batch: first card is the games count
*>    per pairing, each later card is either "ALL" (the full 3x3
*>    difficulty matrix) or two difficulty digits like "1 3", which
*>    runs the pairing with each side as first mover.  An optional
*>    "SEED n" card fixes the random seeds so a benchmark's results
*>    come out the same every run.  A "BENCH s w" card (board size
*>    4 or 5, run length w) turns the run into the grid search
*>    benchmark instead, the first card then counting its games.
*>    No SELFCTL dataset at all keeps the original nightly
*>    behavior: Medium vs Hard, ten games
FD SELFCTL.
   01 CtlRecord PIC X(20).
*>    single-record restart checkpoint, rewritten after every game:
       02 RS-Complete PIC X.
       02 RS-CrossTable PIC X(180).
       02 RS-PairList PIC X(18).
*>    the SEED card's value, spaces when the batch ran unseeded
       02 RS-SeedCard PIC X(9).
WORKING-STORAGE SECTION.
   01 BoardTable.
       02 BoardValue PIC 9 OCCURS 9 TIMES INDEXED BY I.
       88 GH-NotFound VALUE "35".
*>    the pairing being run right now; the original fixed Medium
*>    (GETNODE) vs Hard (ITERGETNODE) batch is the default when no
*>    control cards name anything else -- ten games of it, unless the
*>    site sets parameters SELFPLAY-DIFF1, SELFPLAY-DIFF2 and
*>    SELFPLAY-GAMES for some other default batch
   01 Difficulty1 PIC 9 VALUE 2.
   01 Difficulty2 PIC 9 VALUE 3.
   01 GamesPerPair PIC 9(4) VALUE 10.
   01 ParmRequest.
       02 PQ-Name PIC X(16).
       02 PQ-Default PIC 9(9).
       02 PQ-Low PIC 9(9).
       02 PQ-High PIC 9(9).
   01 ParmValue PIC 9(9).
   01 ParmSource PIC X.
   01 GameCounter PIC 9(4) VALUE 0.
   01 P1Wins PIC 9(5) VALUE 0.
   01 P2Wins PIC 9(5) VALUE 0.
   01 CardFirst PIC 9.
   01 CardSecond PIC 9.
   01 FirstCardSeen PIC X VALUE "N".
*>    the seed each game's equally-good replies are chosen with: a
*>    fresh one from GAMESEED per game, unless a SEED card fixed the
*>    batch.  SEED 0 plays the first best reply every time, as the
*>    batch always did; any other seed gives game n of the batch the
*>    seed after it by n - 1, so the games still differ from each
*>    other but replay the same every run
   01 GameSeed PIC 9(9) VALUE 0.
   01 BaseSeed PIC 9(9) VALUE 0.
   01 SeedFixed PIC X VALUE "N".
   01 SeedCardEcho PIC X(9) VALUE SPACES.
*>    the grid search benchmark: GRIDMOVE's Hard search against the
*>    old capped GRIDNODE search it replaced (depth 4 on the 4x4
*>    board, 3 on the 5x5, as GRIDMOVE used to run it), at equal
*>    time -- before each of its moves the new search is given
*>    exactly the time the old one takes on the same position.
*>    Games go in pairs from the same random two-stone opening,
*>    the new search moving first in one and second in the other
   01 BenchSize PIC 9 VALUE 0.
   01 BenchLength PIC 9 VALUE 0.
   01 BenchCells PIC 99.
   01 BenchOldCap PIC 99.
   01 BenchBoard.
       02 BenchValue PIC 9 OCCURS 25 TIMES.
   01 BenchScratch PIC X(25).
   01 BenchMoves PIC 99.
   01 BenchNewSide PIC 9.
   01 BenchRandom PIC 9(10).
   01 BenchOpening1 PIC 99.
   01 BenchOpening2 PIC 99.
   01 BenchHard PIC 9 VALUE 3.
   01 BenchHintOnly PIC X VALUE "Y".
   01 BenchDepth PIC 99 VALUE 0.
   01 BenchNodeValue PIC S99.
   01 BenchPos PIC 99.
   01 BenchMover PIC 9.
   01 BenchBudget PIC 9(6).
   01 BenchReached PIC 99.
   01 BenchPositions PIC 9(9).
   01 BenchClock PIC 9(8).
   01 BenchClockParts REDEFINES BenchClock.
       02 BenchHH PIC 99.
       02 BenchMM PIC 99.
       02 BenchSS PIC 99.
       02 BenchCS PIC 99.
   01 BenchStarted PIC 9(8).
   01 BenchNow PIC 9(8).
   01 BenchElapsed PIC 9(8).
   01 BenchNewWins PIC 9(5) VALUE 0.
   01 BenchNewFirstWins PIC 9(5) VALUE 0.
   01 BenchOldWins PIC 9(5) VALUE 0.
   01 BenchOldFirstWins PIC 9(5) VALUE 0.
   01 BenchTies PIC 9(5) VALUE 0.
   01 BenchNewMoves PIC 9(7) VALUE 0.
   01 BenchNewTime PIC 9(9) VALUE 0.
   01 BenchNewDepthSum PIC 9(9) VALUE 0.
   01 BenchNewPosSum PIC 9(15) VALUE 0.
   01 BenchOldMoves PIC 9(7) VALUE 0.
   01 BenchOldTime PIC 9(9) VALUE 0.
   01 BenchAvgTime PIC ZZZZZ9.99.
   01 BenchAvgDepth PIC Z9.99.
   01 BenchAvgPositions PIC ZZZZZZZZ9.
*>    win/loss/tie tallies per ordered pairing (first mover's
*>    difficulty down the rows, second mover's across the columns)
   01 CrossTable.
*>    batch's games don't collide with each other or with an
*>    interactive session's games in the shared GAMELOG
   01 GameID PIC X(16) VALUE SPACES.
   01 GameIDIssuer PIC X(8) VALUE "SELFPLAY".
   01 CPlayer PIC 9 VALUE 2.
   01 DebugTrace PIC X VALUE "N".
   01 NotHintOnly PIC X VALUE "N".
   01 ClassicRule PIC X VALUE SPACE.
*>    scratch fields for the common ERRLOG record LOGERROR writes
*>    when a log write fails; RETURN-CODE 12 then tells the scheduler
*>    the night's tallies are short
*>    storage default, since the whole table is echoed into the
*>    restart checkpoint record
    MOVE SPACES TO PairTable
    PERFORM ReadSelfPlayParms
    PERFORM ReadControlCards
    IF BenchSize > 0
        PERFORM RunBenchmark
        STOP RUN
    END-IF
    IF PairCount = 0
        MOVE Difficulty1 TO CardFirst
        MOVE Difficulty2 TO CardSecond
        PERFORM AddOnePairing
    END-IF
    MOVE ZEROS TO CrossTable
    PERFORM PrintCrossTable
    STOP RUN.

    ReadSelfPlayParms.
        MOVE "SELFPLAY-GAMES" TO PQ-Name
        MOVE GamesPerPair TO PQ-Default
        MOVE 1 TO PQ-Low
        MOVE 9999 TO PQ-High
        CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
        MOVE ParmValue TO GamesPerPair
        MOVE "SELFPLAY-DIFF1" TO PQ-Name
        MOVE Difficulty1 TO PQ-Default
        MOVE 1 TO PQ-Low
        MOVE 3 TO PQ-High
        CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
        MOVE ParmValue TO Difficulty1
        MOVE "SELFPLAY-DIFF2" TO PQ-Name
        MOVE Difficulty2 TO PQ-Default
        CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
        MOVE ParmValue TO Difficulty2.

*>    first card is the games-per-pairing count; each later card is
*>    "ALL" or a "d d" pairing, which is entered under both turn
*>    orders so first-mover advantage is measured rather than assumed
                END-IF
            WHEN CtlRecord(1:3) = "ALL"
                PERFORM AddAllPairings
            WHEN CtlRecord(1:5) = "BENCH"
                PERFORM TakeBenchCard
            WHEN CtlRecord(1:4) = "SEED"
                MOVE FUNCTION NUMVAL(CtlRecord(5:16)) TO BaseSeed
                MOVE "Y" TO SeedFixed
                MOVE BaseSeed TO SeedCardEcho
            WHEN CtlRecord(1:1) NUMERIC AND CtlRecord(3:1) NUMERIC
                MOVE CtlRecord(1:1) TO CardFirst
                MOVE CtlRecord(3:1) TO CardSecond
        END-EVALUATE
        PERFORM ReadControlCard.

*>    the benchmark stands on its own: its games are engine
*>    measurements, not difficulty pairings, so the two don't mix in
*>    one run
    TakeBenchCard.
        IF CtlRecord(7:1) NUMERIC AND CtlRecord(9:1) NUMERIC
            MOVE CtlRecord(7:1) TO BenchSize
            MOVE CtlRecord(9:1) TO BenchLength
        ELSE
            MOVE 0 TO BenchSize
        END-IF
        IF BenchSize < 4 OR BenchSize > 5
            OR BenchLength < 3 OR BenchLength > BenchSize
            DISPLAY "SELFPLAY: BENCH CARD NEEDS A BOARD SIZE OF 4 OR 5 "
                "AND A RUN LENGTH FROM 3 TO THE SIZE -- " CtlRecord
            CLOSE SELFCTL
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

    AddAllPairings.
        PERFORM VARYING CardFirst FROM 1 BY 1 UNTIL CardFirst > 3
            PERFORM VARYING CardSecond FROM 1 BY 1
        END-PERFORM.

    AddBothOrders.
        IF BenchSize > 0
            DISPLAY "SELFPLAY: PAIRING CARDS CAN'T BE MIXED WITH A "
                "BENCH CARD -- " CtlRecord
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF CardFirst < 1 OR CardFirst > 3
            OR CardSecond < 1 OR CardSecond > 3
            DISPLAY "SELFPLAY: DIFFICULTIES MUST BE 1-3 -- " CtlRecord
                        IF RS-GamesPerPair = GamesPerPair
                            AND RS-PairCount = PairCount
                            AND RS-PairList = PairTable
                            AND RS-SeedCard = SeedCardEcho
                            PERFORM RestoreRestart
                        ELSE
                            DISPLAY "SELFPLAY: RESTART CHECKPOINT IS "
        MOVE BatchComplete TO RS-Complete
        MOVE CrossTable TO RS-CrossTable
        MOVE PairTable TO RS-PairList
        MOVE SeedCardEcho TO RS-SeedCard
        OPEN OUTPUT SELFRST
        IF NOT RS-OK
            MOVE "SELFRST" TO ErrFile
                "  TIES " CT-Ties(CT-RowIdx, CT-ColIdx)
        END-IF.

*>    benchmark games aren't logged or checkpointed: nobody played
*>    them, and a rerun is cheaper than a restart.  The new search is
*>    called as a hint so its moves stay out of THINKLOG's figures
*>    for real games
    RunBenchmark.
        IF PairCount > 0 OR FirstCardSeen = "N"
            DISPLAY "SELFPLAY: A BENCH RUN TAKES ONLY THE GAMES COUNT, "
                "THE BENCH CARD AND AN OPTIONAL SEED CARD"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        COMPUTE BenchCells = BenchSize * BenchSize
        IF BenchSize = 4
            MOVE 4 TO BenchOldCap
        ELSE
            MOVE 3 TO BenchOldCap
        END-IF
        IF SeedFixed = "Y" AND BaseSeed > 0
            MOVE BaseSeed TO BenchRandom
        ELSE
            IF SeedFixed = "Y"
                MOVE 1 TO BenchRandom
            ELSE
                CALL 'GAMESEED' USING GameID, GameSeed
                MOVE GameSeed TO BenchRandom
            END-IF
        END-IF
        DISPLAY " "
        DISPLAY "-- GRID SEARCH BENCHMARK: " BenchSize "X" BenchSize
            " BOARD, " BenchLength " IN A ROW, " GamesPerPair
            " GAMES --"
        PERFORM PlayBenchGame VARYING GameCounter FROM 1 BY 1
            UNTIL GameCounter > GamesPerPair
        PERFORM PrintBenchmark.

    PlayBenchGame.
        IF FUNCTION MOD(GameCounter, 2) = 1
            PERFORM DrawBenchOpening
            MOVE 1 TO BenchNewSide
        ELSE
            MOVE 2 TO BenchNewSide
        END-IF
        MOVE ALL "0" TO BenchBoard
        MOVE 1 TO BenchValue(BenchOpening1)
        MOVE 2 TO BenchValue(BenchOpening2)
        MOVE 2 TO BenchMoves
        MOVE 0 TO Winner
        MOVE 1 TO CurrentPlayer
        PERFORM UNTIL IsWinner OR BenchMoves = BenchCells
            IF CurrentPlayer = BenchNewSide
                PERFORM BenchNewMove
            ELSE
                PERFORM BenchOldMove
            END-IF
            ADD 1 TO BenchMoves
            CALL 'CHECKWINNER' USING BenchBoard, BenchSize,
                BenchLength, Winner
            COMPUTE CurrentPlayer = 3 - CurrentPlayer
        END-PERFORM
        EVALUATE TRUE
            WHEN Winner = 0
                ADD 1 TO BenchTies
            WHEN Winner = BenchNewSide
                ADD 1 TO BenchNewWins
                IF BenchNewSide = 1
                    ADD 1 TO BenchNewFirstWins
                END-IF
            WHEN OTHER
                ADD 1 TO BenchOldWins
                IF BenchNewSide = 2
                    ADD 1 TO BenchOldFirstWins
                END-IF
        END-EVALUATE.

*>    the opening both games of a pair start from: one stone each,
*>    on two different random squares
    DrawBenchOpening.
        PERFORM NextBenchRandom
        COMPUTE BenchOpening1 = FUNCTION MOD(BenchRandom, BenchCells) + 1
        MOVE BenchOpening1 TO BenchOpening2
        PERFORM UNTIL BenchOpening2 NOT = BenchOpening1
            PERFORM NextBenchRandom
            COMPUTE BenchOpening2 = FUNCTION MOD(BenchRandom, BenchCells)
                + 1
        END-PERFORM.

    NextBenchRandom.
        COMPUTE BenchRandom = FUNCTION MOD(BenchRandom * 16807,
            2147483647).

*>    the old search is run first on a scratch copy purely to time
*>    it; that time is the new search's allowance for the move
    BenchNewMove.
        MOVE CurrentPlayer TO BenchMover
        MOVE BenchBoard TO BenchScratch
        PERFORM StartBenchClock
        CALL 'GRIDNODE' USING
            BenchBoard, BenchSize, BenchLength, BenchDepth,
            BenchNodeValue, CurrentPlayer, BenchPos, BenchOldCap,
            BenchMover, DebugTrace, ClassicRule
        PERFORM StopBenchClock
        MOVE BenchScratch TO BenchBoard
        MOVE BenchElapsed TO BenchBudget
        IF BenchBudget = 0
            MOVE 1 TO BenchBudget
        END-IF
        PERFORM StartBenchClock
        CALL 'GRIDMOVE' USING
            BenchBoard, BenchSize, BenchLength, BenchHard, BenchPos,
            CurrentPlayer, DebugTrace, BenchHintOnly, ClassicRule,
            BenchBudget, BenchReached, BenchPositions
        PERFORM StopBenchClock
        ADD 1 TO BenchNewMoves
        ADD BenchElapsed TO BenchNewTime
        ADD BenchReached TO BenchNewDepthSum
        ADD BenchPositions TO BenchNewPosSum.

    BenchOldMove.
        MOVE CurrentPlayer TO BenchMover
        PERFORM StartBenchClock
        CALL 'GRIDNODE' USING
            BenchBoard, BenchSize, BenchLength, BenchDepth,
            BenchNodeValue, CurrentPlayer, BenchPos, BenchOldCap,
            BenchMover, DebugTrace, ClassicRule
        PERFORM StopBenchClock
        MOVE CurrentPlayer TO BenchValue(BenchPos)
        ADD 1 TO BenchOldMoves
        ADD BenchElapsed TO BenchOldTime.

*>    TIME as hundredths since midnight, so a move that straddles a
*>    minute (or midnight) still times right
    StartBenchClock.
        ACCEPT BenchClock FROM TIME
        COMPUTE BenchStarted = ((BenchHH * 60 + BenchMM) * 60
            + BenchSS) * 100 + BenchCS.

    StopBenchClock.
        ACCEPT BenchClock FROM TIME
        COMPUTE BenchNow = ((BenchHH * 60 + BenchMM) * 60
            + BenchSS) * 100 + BenchCS
        IF BenchNow < BenchStarted
            ADD 8640000 TO BenchNow
        END-IF
        COMPUTE BenchElapsed = BenchNow - BenchStarted.

    PrintBenchmark.
        DISPLAY " "
        DISPLAY "===== GRID SEARCH BENCHMARK SUMMARY ====="
        DISPLAY "GAMES PLAYED: " GamesPerPair
        DISPLAY "NEW SEARCH WINS: " BenchNewWins
            " (" BenchNewFirstWins " MOVING FIRST)"
        DISPLAY "OLD SEARCH WINS: " BenchOldWins
            " (" BenchOldFirstWins " MOVING FIRST)"
        DISPLAY "TIES: " BenchTies
        IF BenchNewMoves > 0
            COMPUTE BenchAvgTime = BenchNewTime / BenchNewMoves
            COMPUTE BenchAvgDepth = BenchNewDepthSum / BenchNewMoves
            COMPUTE BenchAvgPositions = BenchNewPosSum / BenchNewMoves
            DISPLAY "NEW SEARCH: " BenchNewMoves " MOVES, AVG "
                BenchAvgTime " (1/100 SEC), AVG DEPTH " BenchAvgDepth
                ", AVG POSITIONS " BenchAvgPositions
        END-IF
        IF BenchOldMoves > 0
            COMPUTE BenchAvgTime = BenchOldTime / BenchOldMoves
            DISPLAY "OLD SEARCH: " BenchOldMoves " MOVES, AVG "
                BenchAvgTime " (1/100 SEC), FIXED DEPTH " BenchOldCap
        END-IF.

    PlaySelfGame.
        MOVE 000000000 TO BoardTable
        MOVE 0 TO NumMoves
        MOVE 0 TO Winner
        MOVE 1 TO CurrentPlayer
        PERFORM GenerateGameID
        PERFORM ChooseGameSeed
        PERFORM UNTIL IsWinner OR NumMoves = 9
            IF CurrentPlayer = 1
*>    COMPUTERMOVE always plays as player 2, so player 1's turn is
                PERFORM SwapForPlayer1
                CALL 'COMPUTERMOVE' USING
                    SwapBoard, Difficulty1, CompPos, CPlayer, DebugTrace,
                    NotHintOnly, ClassicRule, GameSeed
                PERFORM UnswapForPlayer1
            ELSE
                CALL 'COMPUTERMOVE' USING
                    BoardTable, Difficulty2, CompPos, CPlayer, DebugTrace,
                    NotHintOnly, ClassicRule, GameSeed
            END-IF
            ADD 1 TO NumMoves
            CALL 'COMPUTEWINNER' USING BoardTable, Winner, WinLine
*>    games faster than the clock ticks is exactly what used to
*>    mint colliding IDs
    GenerateGameID.
        CALL 'GAMEID' USING GameID, GameIDIssuer.

*>    TotalGames is restored with the rest of the restart tallies, so
*>    a resumed batch hands out the same seeds it would have
    ChooseGameSeed.
        IF SeedFixed = "Y"
            IF BaseSeed = 0
                MOVE 0 TO GameSeed
            ELSE
                COMPUTE GameSeed = FUNCTION MOD(BaseSeed - 1 + TotalGames,
                    999999999) + 1
            END-IF
        ELSE
            CALL 'GAMESEED' USING GameID, GameSeed
        END-IF.

    LogGame.
        MOVE BoardTable TO GL-FinalBoard
        MOVE 3 TO GH-BoardSize
        MOVE 3 TO GH-WinLength
        MOVE SPACES TO GH-Origin
        MOVE SPACES TO GH-Term1 GH-Term2
        MOVE SPACE TO GH-Rule
        MOVE GameSeed TO GH-Seed
        OPEN I-O GAMEHDR
        IF GH-NotFound
            OPEN OUTPUT GAMEHDR
    SpoolHeaderRecord.
        MOVE "GH" TO SpoolType
        MOVE SPACES TO SpoolBuf
        MOVE GameHdrRecord TO SpoolBuf(1:65)
        CALL 'SPOOLGL' USING SpoolType, SpoolBuf, GameID.

*>    routes a failed file operation to the common ERRLOG dataset via
