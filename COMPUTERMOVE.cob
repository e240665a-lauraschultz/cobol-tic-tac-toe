*>    report can keep the sizes apart (records from before the
*>    change read back with a space here, meaning the classic 3x3)
       02 TL-BoardSize PIC X.
*>    GRIDMOVE's depth-reached and positions-evaluated columns; the
*>    3x3 searches always finish the depth they set out to and don't
*>    count positions, so these records leave them blank
       02 TL-SearchStats PIC X(11).
*>    the precomputed Hard-mode openings BOOKBLD builds: best reply
*>    keyed by the board image and the side to move
FD OPENBOOK.
           03 OB-Board PIC X(9).
           03 OB-Side PIC X.
       02 OB-BestPos PIC 9.
*>    "Y" on every reply that scores as well as OB-BestPos, so the
*>    book varies its answers the way the live search does; a book
*>    built before this column reads back spaces and always gives
*>    OB-BestPos
       02 OB-BestSet PIC X(9).
WORKING-STORAGE SECTION.
       01 CVal PIC 9.
           88 IsZero VALUE 0.
       01 PosOut PIC 9.
       01 MaxDepth PIC 9 VALUE 3.
       01 AIPlayer PIC 9.
*>    the replies the search (or the book) found equally best, and
*>    the working fields for choosing between them by the game's seed
       01 BestSet.
           02 BestFlag PIC X OCCURS 9 TIMES.
       01 TieCount PIC 9.
       01 TiePick PIC 9.
       01 TieIdx PIC 99.
       01 PieceCount PIC 9.
       01 SeedWork PIC 9(10).
*>    scratch fields for the common ERRLOG record LOGERROR writes
*>    when THINKLOG can't be written; this program doesn't know the
*>    GameID, so that column is left blank
           88 DebugTraceOn VALUE "Y", "y".
       01 HintOnly PIC X.
           88 HintOnlyCall VALUE "Y", "y".
*>    "M" for misere, where completing a line loses instead of wins;
*>    anything else is the classic game
       01 GameRule PIC X.
           88 MisereRule VALUE "M".
*>    the game's random seed, recorded on its GAMEHDR so the game can
*>    be played again move for move; zero keeps the first best reply
*>    every time, the way the search always chose before
       01 GameSeed PIC 9(9).

PROCEDURE DIVISION USING BoardTable, Difficulty, CompPos, CPlayer,
        DebugTrace, HintOnly, GameRule, GameSeed.
       EVALUATE TRUE
           WHEN EasyMode
               MOVE 1 TO MaxDepth
    *>     --- HARD MODE: FULL-DEPTH ITERATIVE MINIMAX ---
    *>     --- EASY/MEDIUM: RECURSIVE LOOK AHEAD ALG, CAPPED AT MaxDepth ---
           MOVE CPlayer TO AIPlayer
           MOVE SPACES TO BestSet
           ACCEPT StartTime FROM TIME
           IF HardMode
*>    the early positions are a small fixed set, so Hard consults the
*>    precomputed OPENBOOK first and only grinds the live full-depth
*>    search when the position isn't on file -- same move, none of
*>    the opening-move wait THINKLOG kept showing at the counter
*>    the book holds classic replies only, so misere goes straight
*>    to the search
               MOVE "N" TO BookMove
               IF NOT MisereRule
                   PERFORM LookupOpeningBook
               END-IF
               IF NOT BookMoveFound
                   CALL 'ITERGETNODE' USING BoardTable, Pos, AIPlayer,
                       GameRule, BestSet
               END-IF
           ELSE
               CALL 'GETNODE' USING
                   BoardTable, Depth, NodeValue, CPlayer, Pos, MaxDepth,
                   AIPlayer, DebugTrace, GameRule, BestSet
           END-IF
           IF GameSeed NUMERIC AND GameSeed > 0
               PERFORM PickAmongBest
           END-IF
           ACCEPT EndTime FROM TIME
           COMPUTE ElapsedTime = EndTime - StartTime
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OB-BestPos TO Pos
                       MOVE OB-BestSet TO BestSet
                       MOVE "Y" TO BookMove
               END-READ
           END-IF.

*>    the same seed and the same position always give the same pick,
*>    so a game replays exactly from its recorded seed; mixing in the
*>    number of marks already down gives each move of the game its
*>    own draw.  Two rounds of the Park-Miller multiplier spread
*>    neighbouring seeds apart before the pick is taken
       PickAmongBest.
           MOVE 0 TO TieCount
           MOVE 0 TO PieceCount
           PERFORM VARYING TieIdx FROM 1 BY 1 UNTIL TieIdx > 9
               IF BestFlag(TieIdx) = "Y"
                   ADD 1 TO TieCount
               END-IF
               IF BoardValue(TieIdx) NOT = 0
                   ADD 1 TO PieceCount
               END-IF
           END-PERFORM
           IF TieCount > 1
               COMPUTE SeedWork = GameSeed + PieceCount * 7919
               COMPUTE SeedWork = FUNCTION MOD(SeedWork * 16807,
                   2147483647)
               COMPUTE SeedWork = FUNCTION MOD(SeedWork * 16807,
                   2147483647)
               COMPUTE TiePick = FUNCTION MOD(SeedWork, TieCount) + 1
               PERFORM VARYING TieIdx FROM 1 BY 1 UNTIL TieIdx > 9
                   IF BestFlag(TieIdx) = "Y" AND TiePick > 0
                       SUBTRACT 1 FROM TiePick
                       IF TiePick = 0
                           MOVE TieIdx TO Pos
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       LogThinkTime.
    *>    think-time is logged in hundredths of a second as returned
    *>    by TIME; a move that straddles a minute boundary will show
           ACCEPT TL-Date FROM DATE YYYYMMDD
           ACCEPT TL-Time FROM TIME
           MOVE "3" TO TL-BoardSize
           MOVE SPACES TO TL-SearchStats
           IF ThinkLogState = "N"
               OPEN EXTEND THINKLOG
               IF TL-NotFound
