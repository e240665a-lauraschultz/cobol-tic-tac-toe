       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FAIRPLAY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GAMELOG ASSIGN TO "GAMELOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GL-Status.
    SELECT GAMEHDR ASSIGN TO "GAMEHDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GH-GameID
        FILE STATUS IS GH-Status.
    SELECT AUDITLOG ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AL-Status.
DATA DIVISION.
FILE SECTION.
FD GAMELOG.
   01 GameLogRecord.
       02 GL-FinalBoard PIC X(9).
       02 GL-Winner PIC 9.
       02 GL-NumMoves PIC 9(2).
       02 GL-Date PIC 9(8).
       02 GL-Time PIC 9(8).
       02 GL-GameID PIC X(16).
       02 GL-WinLine PIC 9.
       02 GL-HumanPlayer PIC 9.
       02 GL-BoardSize PIC 9.
       02 GL-WinLength PIC 9.
       02 GL-ExtBoard PIC X(16).
       02 GL-EndReason PIC X.
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
WORKING-STORAGE SECTION.
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
       88 GL-EOF VALUE "10".
   01 GH-Status PIC XX.
       88 GH-OK VALUE "00".
       88 GH-EOF VALUE "10".
   01 AL-Status PIC XX.
       88 AL-OK VALUE "00".
       88 AL-EOF VALUE "10".
   01 FromEntry PIC X(8).
   01 TradeEntry PIC X(3).
   01 ShortEntry PIC X(3).
   01 EngineGamesEntry PIC X(3).
   01 EnginePctEntry PIC X(3).
   01 FromDate PIC 9(8).
   01 MinTrades PIC 9(3).
   01 MinShortEnds PIC 9(3).
   01 MinEngineGames PIC 9(3).
   01 MinEnginePct PIC 9(3).
*>    GAMEHDR loaded whole and each GAMELOG record joined by
*>    GameID, the same in-storage join H2HRPT runs
   01 HdrTable.
       02 HdrEntry OCCURS 5000 TIMES.
           03 HT-GameID PIC X(16).
           03 HT-GameMode PIC 9.
           03 HT-HumanPlayer PIC 9.
           03 HT-Player1ID PIC X(10).
           03 HT-Player2ID PIC X(10).
           03 HT-BoardSize PIC 9.
           03 HT-Origin PIC X(4).
           03 HT-Term1 PIC X(4).
           03 HT-Term2 PIC X(4).
           03 HT-Rule PIC X.
   01 HdrCount PIC 9(5) VALUE 0.
   01 HT-Idx PIC 9(5).
   01 HdrFound PIC X.
   01 WinnerID PIC X(10).
   01 LowID PIC X(10).
   01 HighID PIC X(10).
*>    one row per two-human pairing in the window: its decisive
*>    results in played order (a winner different from the last one
*>    is a swap) and its one-or-two-move resignations and timeouts,
*>    each with the game IDs behind them
   01 PairTable.
       02 PairEntry OCCURS 500 TIMES.
           03 PA-LowID PIC X(10).
           03 PA-HighID PIC X(10).
           03 PA-Decisive PIC 9(4).
           03 PA-Swaps PIC 9(4).
           03 PA-LastWinner PIC X(10).
           03 PA-WinIDCount PIC 99.
           03 PA-WinGameID PIC X(16) OCCURS 20 TIMES.
           03 PA-ShortEnds PIC 9(4).
           03 PA-ShortIDCount PIC 99.
           03 PA-ShortGameID PIC X(16) OCCURS 10 TIMES.
   01 PairCount PIC 9(3) VALUE 0.
   01 PA-Idx PIC 9(3).
   01 PA-Found PIC X.
*>    two-player 3270 games whose sides both came from one terminal
   01 SameTermTable.
       02 SameTermEntry OCCURS 300 TIMES.
           03 ST-GameID PIC X(16).
           03 ST-Player1ID PIC X(10).
           03 ST-Player2ID PIC X(10).
           03 ST-TermID PIC X(4).
   01 SameTermCount PIC 9(3) VALUE 0.
   01 ST-Idx PIC 9(3).
*>    classic-board games with a registered human side, their moves
*>    gathered off AUDITLOG the way BLUNDER gathers one game's
   01 EngineGameTable.
       02 EngineGame OCCURS 2000 TIMES.
           03 EG-GameID PIC X(16).
           03 EG-Player1ID PIC X(10).
           03 EG-Player2ID PIC X(10).
*>    0 = both sides are people, 1 or 2 = only that side is
           03 EG-HumanSide PIC 9.
           03 EG-MoveCount PIC 99.
           03 EG-Move OCCURS 9 TIMES.
               04 EG-Player PIC 9.
               04 EG-Pos PIC 99.
   01 EngineGameCount PIC 9(4) VALUE 0.
   01 EG-Idx PIC 9(4).
   01 EG-Found PIC X.
*>    per player, how often the move played was the one the full-
*>    strength search picks
   01 EnginePlayerTable.
       02 EnginePlayer OCCURS 1000 TIMES.
           03 EP-PlayerID PIC X(10).
           03 EP-Games PIC 9(5).
           03 EP-Compared PIC 9(6).
           03 EP-Matched PIC 9(6).
           03 EP-IDCount PIC 99.
           03 EP-GameID PIC X(16) OCCURS 20 TIMES.
   01 EnginePlayerCount PIC 9(4) VALUE 0.
   01 EP-Idx PIC 9(4).
   01 EP-Found PIC X.
   01 EngineSides.
       02 SideCompared PIC 9(2) OCCURS 2 TIMES.
       02 SideMatched PIC 9(2) OCCURS 2 TIMES.
   01 SideNo PIC 9.
   01 SideID PIC X(10).
   01 MatchPct PIC 9(3).
   01 MV-Idx PIC 99.
   01 ID-Idx PIC 99.
   01 MarkCount PIC 99.
   01 EmptyCount PIC 99.
   01 CellIdx PIC 99.
   01 Board.
       02 BoardCell PIC 9 OCCURS 9 TIMES.
   01 ScratchBoard.
       02 ScratchCell PIC 9 OCCURS 9 TIMES.
   01 BestPos PIC 9.
*>    every reply the search scores as well as its best: the computer
*>    now plays any of them, so a move matching any one of them is
*>    the engine's move
   01 BestSet.
       02 BestFlag PIC X OCCURS 9 TIMES.
   01 Mover PIC 9.
   01 ClassicRule PIC X VALUE SPACE.
   01 RecordsRead PIC 9(7) VALUE 0.
   01 GamesInWindow PIC 9(7) VALUE 0.
   01 Overflowed PIC 9(6) VALUE 0.
   01 Flagged PIC 9(5) VALUE 0.
   01 LinesShown PIC 9(5).

*>    fair-play screening for the league administrator: nothing
*>    here voids a result, it only lists what deserves a human look
*>    before the season closes.  Off GAMELOG joined to GAMEHDR, for
*>    games on or after the SYSIN from-date: two-player pairings
*>    whose decisive results keep swapping winner back and forth;
*>    pairings with resignations or timeouts after one or two moves;
*>    two-player 3270 games with both sides at one terminal.  Off
*>    AUDITLOG, each registered player's classic-board moves are
*>    replayed and set against the move ITERGETNODE would have
*>    played, and a player matching it nearly every time across
*>    many games is listed.  Every flag carries its game IDs.
*>    RC 4 when anything is listed
PROCEDURE DIVISION.
    DISPLAY "Games from (YYYYMMDD, blank for all): " WITH NO ADVANCING
    ACCEPT FromEntry
    DISPLAY "Swaps of winner to list a pair (blank for 4): "
        WITH NO ADVANCING
    ACCEPT TradeEntry
    DISPLAY "Short resignations/timeouts to list a pair (blank for 2): "
        WITH NO ADVANCING
    ACCEPT ShortEntry
    DISPLAY "Games before the engine check applies (blank for 10): "
        WITH NO ADVANCING
    ACCEPT EngineGamesEntry
    DISPLAY "Engine-match percent to list a player (blank for 95): "
        WITH NO ADVANCING
    ACCEPT EnginePctEntry
    IF FromEntry = SPACES
        MOVE 0 TO FromDate
    ELSE
        MOVE FUNCTION NUMVAL(FromEntry) TO FromDate
    END-IF
    IF TradeEntry = SPACES
        MOVE 4 TO MinTrades
    ELSE
        MOVE FUNCTION NUMVAL(TradeEntry) TO MinTrades
    END-IF
    IF ShortEntry = SPACES
        MOVE 2 TO MinShortEnds
    ELSE
        MOVE FUNCTION NUMVAL(ShortEntry) TO MinShortEnds
    END-IF
    IF EngineGamesEntry = SPACES
        MOVE 10 TO MinEngineGames
    ELSE
        MOVE FUNCTION NUMVAL(EngineGamesEntry) TO MinEngineGames
    END-IF
    IF EnginePctEntry = SPACES
        MOVE 95 TO MinEnginePct
    ELSE
        MOVE FUNCTION NUMVAL(EnginePctEntry) TO MinEnginePct
    END-IF
    IF MinTrades = 0 OR MinShortEnds = 0 OR MinEngineGames = 0
        OR MinEnginePct = 0 OR MinEnginePct > 100
        DISPLAY "FAIRPLAY: THRESHOLDS MUST BE NON-ZERO, PERCENT 1-100"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LoadHeaders
    OPEN INPUT GAMELOG
    IF NOT GL-OK
        DISPLAY "FAIRPLAY: UNABLE TO OPEN GAMELOG, STATUS " GL-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ReadGameLog
    PERFORM ScreenGame UNTIL GL-EOF
    CLOSE GAMELOG
*>    no AUDITLOG just leaves the engine check with nothing to judge
    OPEN INPUT AUDITLOG
    IF AL-OK
        PERFORM ReadAuditLog
        PERFORM CollectMove UNTIL AL-EOF
        CLOSE AUDITLOG
    END-IF
    PERFORM JudgeEngineGame VARYING EG-Idx FROM 1 BY 1
        UNTIL EG-Idx > EngineGameCount
    PERFORM PrintReport
    IF Flagged > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

    LoadHeaders.
        OPEN INPUT GAMEHDR
        IF NOT GH-OK
            DISPLAY "FAIRPLAY: UNABLE TO OPEN GAMEHDR, STATUS "
                GH-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM ReadGameHdr
        PERFORM LoadOneHeader UNTIL GH-EOF
        CLOSE GAMEHDR.

    ReadGameHdr.
        READ GAMEHDR NEXT
            AT END SET GH-EOF TO TRUE
        END-READ.

    LoadOneHeader.
        IF HdrCount < 5000
            ADD 1 TO HdrCount
            MOVE GH-GameID TO HT-GameID(HdrCount)
            MOVE GH-GameMode TO HT-GameMode(HdrCount)
            MOVE GH-HumanPlayer TO HT-HumanPlayer(HdrCount)
            MOVE GH-Player1ID TO HT-Player1ID(HdrCount)
            MOVE GH-Player2ID TO HT-Player2ID(HdrCount)
            MOVE GH-BoardSize TO HT-BoardSize(HdrCount)
            MOVE GH-Origin TO HT-Origin(HdrCount)
            MOVE GH-Term1 TO HT-Term1(HdrCount)
            MOVE GH-Term2 TO HT-Term2(HdrCount)
            MOVE GH-Rule TO HT-Rule(HdrCount)
        ELSE
            ADD 1 TO Overflowed
        END-IF
        PERFORM ReadGameHdr.

    ReadGameLog.
        READ GAMELOG
            AT END SET GL-EOF TO TRUE
        END-READ.

    ScreenGame.
        ADD 1 TO RecordsRead
*>    a game already voided on dispute has had its hearing
        IF GL-Date NOT < FromDate AND GL-EndReason NOT = "V"
            MOVE "N" TO HdrFound
            PERFORM VARYING HT-Idx FROM 1 BY 1
                UNTIL HT-Idx > HdrCount OR HdrFound = "Y"
                IF HT-GameID(HT-Idx) = GL-GameID
                    MOVE "Y" TO HdrFound
                END-IF
            END-PERFORM
            IF HdrFound = "Y"
                SUBTRACT 1 FROM HT-Idx
                PERFORM ScreenJoinedGame
            END-IF
        END-IF
        PERFORM ReadGameLog.

*>    only our own games count: an imported game's result stands
*>    or falls at the site that played it
    ScreenJoinedGame.
        IF HT-Origin(HT-Idx) = SPACES AND HT-GameMode(HT-Idx) NOT = 3
            ADD 1 TO GamesInWindow
            IF HT-GameMode(HT-Idx) = 2
                AND HT-Player1ID(HT-Idx) NOT = SPACES
                AND HT-Player2ID(HT-Idx) NOT = SPACES
                AND HT-Player1ID(HT-Idx) NOT = HT-Player2ID(HT-Idx)
                PERFORM FindPair
                IF PA-Found = "Y"
                    PERFORM TallyPair
                END-IF
                IF HT-Term1(HT-Idx) NOT = SPACES
                    AND HT-Term1(HT-Idx) = HT-Term2(HT-Idx)
                    PERFORM NoteSameTerminal
                END-IF
            END-IF
*>    the engine comparison is against classic play; a misere game's
*>    best moves are a different game's, so it isn't compared
            IF HT-BoardSize(HT-Idx) NOT > 3 AND HT-Rule(HT-Idx) NOT = "M"
                PERFORM NoteEngineGame
            END-IF
        END-IF.

    FindPair.
        IF HT-Player1ID(HT-Idx) < HT-Player2ID(HT-Idx)
            MOVE HT-Player1ID(HT-Idx) TO LowID
            MOVE HT-Player2ID(HT-Idx) TO HighID
        ELSE
            MOVE HT-Player2ID(HT-Idx) TO LowID
            MOVE HT-Player1ID(HT-Idx) TO HighID
        END-IF
        MOVE "N" TO PA-Found
        PERFORM VARYING PA-Idx FROM 1 BY 1
            UNTIL PA-Idx > PairCount OR PA-Found = "Y"
            IF PA-LowID(PA-Idx) = LowID AND PA-HighID(PA-Idx) = HighID
                MOVE "Y" TO PA-Found
            END-IF
        END-PERFORM
        IF PA-Found = "Y"
            SUBTRACT 1 FROM PA-Idx
        ELSE
            IF PairCount < 500
                ADD 1 TO PairCount
                MOVE PairCount TO PA-Idx
                MOVE LowID TO PA-LowID(PA-Idx)
                MOVE HighID TO PA-HighID(PA-Idx)
                MOVE 0 TO PA-Decisive(PA-Idx) PA-Swaps(PA-Idx)
                    PA-WinIDCount(PA-Idx) PA-ShortEnds(PA-Idx)
                    PA-ShortIDCount(PA-Idx)
                MOVE SPACES TO PA-LastWinner(PA-Idx)
                MOVE "Y" TO PA-Found
            ELSE
                ADD 1 TO Overflowed
            END-IF
        END-IF.

*>    in a two-player game board 1 is Player 1, board 2 Player 2
    TallyPair.
        IF GL-Winner = 1 OR GL-Winner = 2
            IF GL-Winner = 1
                MOVE HT-Player1ID(HT-Idx) TO WinnerID
            ELSE
                MOVE HT-Player2ID(HT-Idx) TO WinnerID
            END-IF
            ADD 1 TO PA-Decisive(PA-Idx)
            IF PA-LastWinner(PA-Idx) NOT = SPACES
                AND PA-LastWinner(PA-Idx) NOT = WinnerID
                ADD 1 TO PA-Swaps(PA-Idx)
            END-IF
            MOVE WinnerID TO PA-LastWinner(PA-Idx)
            IF PA-WinIDCount(PA-Idx) < 20
                ADD 1 TO PA-WinIDCount(PA-Idx)
                MOVE GL-GameID
                    TO PA-WinGameID(PA-Idx, PA-WinIDCount(PA-Idx))
            END-IF
        END-IF
        IF (GL-EndReason = "R" OR GL-EndReason = "T")
            AND GL-NumMoves NOT > 2
            ADD 1 TO PA-ShortEnds(PA-Idx)
            IF PA-ShortIDCount(PA-Idx) < 10
                ADD 1 TO PA-ShortIDCount(PA-Idx)
                MOVE GL-GameID
                    TO PA-ShortGameID(PA-Idx, PA-ShortIDCount(PA-Idx))
            END-IF
        END-IF.

    NoteSameTerminal.
        IF SameTermCount < 300
            ADD 1 TO SameTermCount
            MOVE GL-GameID TO ST-GameID(SameTermCount)
            MOVE HT-Player1ID(HT-Idx) TO ST-Player1ID(SameTermCount)
            MOVE HT-Player2ID(HT-Idx) TO ST-Player2ID(SameTermCount)
            MOVE HT-Term1(HT-Idx) TO ST-TermID(SameTermCount)
        ELSE
            ADD 1 TO Overflowed
        END-IF.

*>    against the computer only the human side (Player 1) is judged;
*>    guests play with no ID and can't be followed across games
    NoteEngineGame.
        IF EngineGameCount < 2000
            ADD 1 TO EngineGameCount
            MOVE EngineGameCount TO EG-Idx
            MOVE GL-GameID TO EG-GameID(EG-Idx)
            MOVE 0 TO EG-MoveCount(EG-Idx)
            IF HT-GameMode(HT-Idx) = 1
                MOVE HT-Player1ID(HT-Idx) TO EG-Player1ID(EG-Idx)
                MOVE SPACES TO EG-Player2ID(EG-Idx)
                IF HT-HumanPlayer(HT-Idx) = 2
                    MOVE 2 TO EG-HumanSide(EG-Idx)
                ELSE
                    MOVE 1 TO EG-HumanSide(EG-Idx)
                END-IF
            ELSE
                MOVE HT-Player1ID(HT-Idx) TO EG-Player1ID(EG-Idx)
                MOVE HT-Player2ID(HT-Idx) TO EG-Player2ID(EG-Idx)
                MOVE 0 TO EG-HumanSide(EG-Idx)
            END-IF
        ELSE
            ADD 1 TO Overflowed
        END-IF.

    ReadAuditLog.
        READ AUDITLOG
            AT END SET AL-EOF TO TRUE
        END-READ.

    CollectMove.
        MOVE "N" TO EG-Found
        PERFORM VARYING EG-Idx FROM 1 BY 1
            UNTIL EG-Idx > EngineGameCount OR EG-Found = "Y"
            IF EG-GameID(EG-Idx) = AL-GameID
                MOVE "Y" TO EG-Found
            END-IF
        END-PERFORM
        IF EG-Found = "Y"
            SUBTRACT 1 FROM EG-Idx
            IF AL-Player = 0 AND AL-Position = 0
                PERFORM RewindOnMarker
            ELSE
                IF EG-MoveCount(EG-Idx) < 9
                    ADD 1 TO EG-MoveCount(EG-Idx)
                    MOVE EG-MoveCount(EG-Idx) TO MV-Idx
                    MOVE AL-Player TO EG-Player(EG-Idx, MV-Idx)
                    IF AL-BoardSize NUMERIC AND AL-BoardSize > 0
                        MOVE AL-ExtPosition TO EG-Pos(EG-Idx, MV-Idx)
                    ELSE
                        MOVE AL-Position TO EG-Pos(EG-Idx, MV-Idx)
                    END-IF
                END-IF
            END-IF
        END-IF
        PERFORM ReadAuditLog.

*>    MAIN's undo marker: the marks on its board say how many of
*>    the moves collected so far survived, as BLUNDER reads it
    RewindOnMarker.
        MOVE 0 TO MarkCount
        PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > 9
            IF AL-Board(CellIdx:1) NOT = "0"
                ADD 1 TO MarkCount
            END-IF
        END-PERFORM
        IF EG-MoveCount(EG-Idx) > MarkCount
            MOVE MarkCount TO EG-MoveCount(EG-Idx)
        END-IF.

*>    replays one game, asking ITERGETNODE at each judged move what
*>    it would have played; a move with one square left is forced
*>    and proves nothing, so it isn't compared
    JudgeEngineGame.
        MOVE ZEROS TO Board
        MOVE ZEROS TO EngineSides
        PERFORM JudgeEngineMove VARYING MV-Idx FROM 1 BY 1
            UNTIL MV-Idx > EG-MoveCount(EG-Idx)
        PERFORM CreditEngineSide VARYING SideNo FROM 1 BY 1
            UNTIL SideNo > 2.

    JudgeEngineMove.
        MOVE EG-Player(EG-Idx, MV-Idx) TO Mover
        IF (Mover = 1 OR Mover = 2)
            AND EG-Pos(EG-Idx, MV-Idx) > 0
            AND EG-Pos(EG-Idx, MV-Idx) < 10
            IF EG-HumanSide(EG-Idx) = 0
                OR EG-HumanSide(EG-Idx) = Mover
                MOVE 0 TO EmptyCount
                PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > 9
                    IF BoardCell(CellIdx) = 0
                        ADD 1 TO EmptyCount
                    END-IF
                END-PERFORM
                IF EmptyCount > 1
                    MOVE Board TO ScratchBoard
                    CALL 'ITERGETNODE' USING ScratchBoard, BestPos,
                        Mover, ClassicRule, BestSet
                    ADD 1 TO SideCompared(Mover)
                    IF BestFlag(EG-Pos(EG-Idx, MV-Idx)) = "Y"
                        ADD 1 TO SideMatched(Mover)
                    END-IF
                END-IF
            END-IF
            MOVE Mover TO BoardCell(EG-Pos(EG-Idx, MV-Idx))
        END-IF.

*>    the human side of a game against the computer is Player 1
*>    whichever board number they played
    CreditEngineSide.
        IF SideCompared(SideNo) > 0
            IF EG-HumanSide(EG-Idx) NOT = 0
                MOVE EG-Player1ID(EG-Idx) TO SideID
            ELSE
                IF SideNo = 1
                    MOVE EG-Player1ID(EG-Idx) TO SideID
                ELSE
                    MOVE EG-Player2ID(EG-Idx) TO SideID
                END-IF
            END-IF
            IF SideID NOT = SPACES AND SideID NOT = "COMPUTER"
                PERFORM FindEnginePlayer
                IF EP-Found = "Y"
                    ADD 1 TO EP-Games(EP-Idx)
                    ADD SideCompared(SideNo) TO EP-Compared(EP-Idx)
                    ADD SideMatched(SideNo) TO EP-Matched(EP-Idx)
                    IF EP-IDCount(EP-Idx) < 20
                        ADD 1 TO EP-IDCount(EP-Idx)
                        MOVE EG-GameID(EG-Idx)
                            TO EP-GameID(EP-Idx, EP-IDCount(EP-Idx))
                    END-IF
                END-IF
            END-IF
        END-IF.

    FindEnginePlayer.
        MOVE "N" TO EP-Found
        PERFORM VARYING EP-Idx FROM 1 BY 1
            UNTIL EP-Idx > EnginePlayerCount OR EP-Found = "Y"
            IF EP-PlayerID(EP-Idx) = SideID
                MOVE "Y" TO EP-Found
            END-IF
        END-PERFORM
        IF EP-Found = "Y"
            SUBTRACT 1 FROM EP-Idx
        ELSE
            IF EnginePlayerCount < 1000
                ADD 1 TO EnginePlayerCount
                MOVE EnginePlayerCount TO EP-Idx
                MOVE SideID TO EP-PlayerID(EP-Idx)
                MOVE 0 TO EP-Games(EP-Idx) EP-Compared(EP-Idx)
                    EP-Matched(EP-Idx) EP-IDCount(EP-Idx)
                MOVE "Y" TO EP-Found
            ELSE
                ADD 1 TO Overflowed
            END-IF
        END-IF.

    PrintReport.
        DISPLAY " "
        DISPLAY "===== FAIR-PLAY SCREENING ====="
        IF FromDate = 0
            DISPLAY "GAMES FROM .............. ALL ON FILE"
        ELSE
            DISPLAY "GAMES FROM .............. " FromDate
        END-IF
        DISPLAY "GAMELOG RECORDS READ .... " RecordsRead
        DISPLAY "GAMES SCREENED .......... " GamesInWindow
        DISPLAY " "
        DISPLAY "--- PAIRS TRADING WINS (" MinTrades
            " OR MORE SWAPS OF WINNER) ---"
        MOVE 0 TO LinesShown
        PERFORM VARYING PA-Idx FROM 1 BY 1 UNTIL PA-Idx > PairCount
            IF PA-Swaps(PA-Idx) NOT < MinTrades
                DISPLAY PA-LowID(PA-Idx) " / " PA-HighID(PA-Idx)
                    "  DECISIVE " PA-Decisive(PA-Idx) "  SWAPS "
                    PA-Swaps(PA-Idx)
                PERFORM VARYING ID-Idx FROM 1 BY 1
                    UNTIL ID-Idx > PA-WinIDCount(PA-Idx)
                    DISPLAY "    GAME " PA-WinGameID(PA-Idx, ID-Idx)
                END-PERFORM
                IF PA-Decisive(PA-Idx) > PA-WinIDCount(PA-Idx)
                    DISPLAY "    (FIRST " PA-WinIDCount(PA-Idx)
                        " GAMES SHOWN)"
                END-IF
                ADD 1 TO LinesShown
            END-IF
        END-PERFORM
        PERFORM CloseSection
        DISPLAY " "
        DISPLAY "--- PAIRS WITH " MinShortEnds
            " OR MORE RESIGNATIONS/TIMEOUTS WITHIN TWO MOVES ---"
        MOVE 0 TO LinesShown
        PERFORM VARYING PA-Idx FROM 1 BY 1 UNTIL PA-Idx > PairCount
            IF PA-ShortEnds(PA-Idx) NOT < MinShortEnds
                DISPLAY PA-LowID(PA-Idx) " / " PA-HighID(PA-Idx)
                    "  SHORT ENDS " PA-ShortEnds(PA-Idx)
                PERFORM VARYING ID-Idx FROM 1 BY 1
                    UNTIL ID-Idx > PA-ShortIDCount(PA-Idx)
                    DISPLAY "    GAME " PA-ShortGameID(PA-Idx, ID-Idx)
                END-PERFORM
                IF PA-ShortEnds(PA-Idx) > PA-ShortIDCount(PA-Idx)
                    DISPLAY "    (FIRST " PA-ShortIDCount(PA-Idx)
                        " GAMES SHOWN)"
                END-IF
                ADD 1 TO LinesShown
            END-IF
        END-PERFORM
        PERFORM CloseSection
        DISPLAY " "
        DISPLAY "--- TWO-PLAYER GAMES WITH BOTH SIDES ON ONE TERMINAL ---"
        MOVE 0 TO LinesShown
        PERFORM VARYING ST-Idx FROM 1 BY 1 UNTIL ST-Idx > SameTermCount
            DISPLAY "GAME " ST-GameID(ST-Idx) "  " ST-Player1ID(ST-Idx)
                " / " ST-Player2ID(ST-Idx) "  TERMINAL "
                ST-TermID(ST-Idx)
            ADD 1 TO LinesShown
        END-PERFORM
        PERFORM CloseSection
        DISPLAY " "
        DISPLAY "--- PLAYERS MATCHING THE ENGINE " MinEnginePct
            "% OR MORE OVER " MinEngineGames " OR MORE GAMES ---"
        MOVE 0 TO LinesShown
        PERFORM VARYING EP-Idx FROM 1 BY 1
            UNTIL EP-Idx > EnginePlayerCount
            IF EP-Games(EP-Idx) NOT < MinEngineGames
                COMPUTE MatchPct = EP-Matched(EP-Idx) * 100
                    / EP-Compared(EP-Idx)
                IF MatchPct NOT < MinEnginePct
                    DISPLAY EP-PlayerID(EP-Idx) "  GAMES "
                        EP-Games(EP-Idx) "  MOVES " EP-Compared(EP-Idx)
                        "  MATCHED " EP-Matched(EP-Idx) "  (" MatchPct
                        "%)"
                    PERFORM VARYING ID-Idx FROM 1 BY 1
                        UNTIL ID-Idx > EP-IDCount(EP-Idx)
                        DISPLAY "    GAME " EP-GameID(EP-Idx, ID-Idx)
                    END-PERFORM
                    IF EP-Games(EP-Idx) > EP-IDCount(EP-Idx)
                        DISPLAY "    (FIRST " EP-IDCount(EP-Idx)
                            " GAMES SHOWN)"
                    END-IF
                    ADD 1 TO LinesShown
                END-IF
            END-IF
        END-PERFORM
        PERFORM CloseSection
        IF Overflowed > 0
            DISPLAY " "
            DISPLAY "FAIRPLAY: TABLES FULL, " Overflowed
                " RECORDS NOT SCREENED"
            ADD 1 TO Flagged
        END-IF.

    CloseSection.
        IF LinesShown = 0
            DISPLAY "(NONE)"
        ELSE
            ADD LinesShown TO Flagged
        END-IF.
