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
   01 CPlayer PIC 9 VALUE 2.
   01 DebugTrace PIC X VALUE "N".
   01 NotHintOnly PIC X VALUE "N".
   01 ClassicRule PIC X VALUE SPACE.
*>    a fresh seed for every game of the series, so the computer
*>    doesn't answer each game the same way; kept on GAMEHDR
   01 GameSeed PIC 9(9) VALUE 0.
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
       88 GL-NotFound VALUE "35".
   01 PlayerID PIC X(10) VALUE SPACES.
   01 ComputerID PIC X(10) VALUE "COMPUTER".
   01 EnteredID PIC X(10).
   01 RegPIN PIC X(8).
   01 RegAction PIC X.
   01 RegResult PIC X.
   01 RegSource.
       02 RS-Program PIC X(8) VALUE "TOURNMGR".
       02 RS-TermID PIC X(4) VALUE SPACES.
   01 PlayerCleared PIC X.
   01 PinTries PIC 9.
   01 EnrollAnswer PIC X.
*>    same way, so the per-game records land in the shared datasets
*>    without colliding with any other session's
   01 GameID PIC X(16) VALUE SPACES.
   01 GameIDIssuer PIC X(8) VALUE "TOURNMGR".
   01 SeriesID PIC X(16) VALUE SPACES.
   01 MovePos PIC 9.
   01 AuditOpen PIC X VALUE "N".
            MOVE SPACES TO RegPIN
            MOVE "L" TO RegAction
            CALL 'CHECKREG' USING EnteredID, RegPIN, RegAction,
                RegResult, RegSource
            EVALUATE RegResult
                WHEN "N"
                    IF RegisterAbsent = "N"
                        "Enroll it now? (Y/N): " WITH NO ADVANCING
                    ACCEPT EnrollAnswer
                    IF EnrollAnswer = "Y" OR EnrollAnswer = "y"
                        DISPLAY "Choose a PIN (4-8 characters): "
                            WITH NO ADVANCING
                        ACCEPT RegPIN
                        MOVE "E" TO RegAction
                        CALL 'CHECKREG' USING EnteredID, RegPIN,
                            RegAction, RegResult, RegSource
                        IF RegResult = "O"
                            DISPLAY "Enrolled."
                            MOVE "Y" TO PlayerCleared
            ACCEPT RegPIN
            MOVE "V" TO RegAction
            CALL 'CHECKREG' USING EnteredID, RegPIN, RegAction,
                RegResult, RegSource
            EVALUATE RegResult
                WHEN "O"
                    MOVE "Y" TO PlayerCleared
*>    series' games don't collide with concurrent sessions' in the
*>    shared datasets
    GenerateGameID.
        CALL 'GAMEID' USING GameID, GameIDIssuer.

    PlayOneGame.
        MOVE 000000000 TO BoardTable
        MOVE 0 TO Winner
        MOVE 0 TO WinLine
        PERFORM GenerateGameID
        CALL 'GAMESEED' USING GameID, GameSeed
        PERFORM OpenAuditLog
        PERFORM UNTIL NOT IsValid OR IsWinner OR NumMoves = 9
            CALL 'PRINTBOARD' USING BoardTable, NoArchive
                IF NOT IsWinner AND NumMoves NOT = 9
                    CALL 'COMPUTERMOVE' USING
                        BoardTable, Difficulty, CompPos, CPlayer, DebugTrace,
                        NotHintOnly, ClassicRule, GameSeed
                    ADD 1 TO NumMoves
                    MOVE 2 TO AL-Player
                    MOVE CompPos TO MovePos
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

    UpdatePlayerStats.
