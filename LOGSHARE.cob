*>    the sending site's code on games loaded by GAMEIMPT, so
*>    reports can include or exclude foreign games
       02 GH-Origin PIC X(4).
*>    the 3270 terminal each side played from, so a two-player match
*>    run from one terminal shows up; spaces on console games
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
FD AUDITLOG.
   01 AuditLogRecord.
       02 AL-Date PIC 9(8).
*>    console player resigns
   01 ShareEndReason PIC X.
   01 ShareClaimWinner PIC 9.
*>    the terminals the two sides played from (side 2 blank against
*>    the computer), carried onto the game's GAMEHDR record
   01 ShareTerm1 PIC X(4).
   01 ShareTerm2 PIC X(4).
*>    the seed the computer chose between equally good replies with,
*>    zero for a head-to-head game
   01 ShareSeed PIC 9(9).

*>    brings a game played outside MAIN (the 3270 front end, whose
*>    terminals can't do batch file I/O mid-transaction) into the
*>    the moves arrive here only when the game ends
PROCEDURE DIVISION USING ShareGameID, ShareMode, SharePlayer1ID,
        SharePlayer2ID, ShareBoard, ShareNumMoves, ShareMoveList,
        ShareDifficulty, ShareEndReason, ShareClaimWinner, ShareTerm1,
        ShareTerm2, ShareSeed.
    CALL 'COMPUTEWINNER' USING ShareBoard, Winner, WinLine
    IF ShareEndReason NOT = SPACE
        MOVE ShareClaimWinner TO Winner
    SpoolHeaderRecord.
        MOVE "GH" TO SpoolType
        MOVE SPACES TO SpoolBuf
        MOVE GameHdrRecord TO SpoolBuf(1:65)
        CALL 'SPOOLGL' USING SpoolType, SpoolBuf, ShareGameID.

    LogGameHeader.
        MOVE 3 TO GH-BoardSize
        MOVE 3 TO GH-WinLength
        MOVE SPACES TO GH-Origin
        MOVE ShareTerm1 TO GH-Term1
        MOVE ShareTerm2 TO GH-Term2
        MOVE SPACE TO GH-Rule
        MOVE ShareSeed TO GH-Seed
        OPEN I-O GAMEHDR
        IF GH-NotFound
            OPEN OUTPUT GAMEHDR
