       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CORRDLN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CORRGAME ASSIGN TO "CORRGAME"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CG-GameID
        FILE STATUS IS CG-Status.
    SELECT GAMELOG ASSIGN TO "GAMELOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GL-Status.
    SELECT GAMEHDR ASSIGN TO "GAMEHDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GH-GameID
        FILE STATUS IS GH-Status.
DATA DIVISION.
FILE SECTION.
*>    the correspondence games MAIN keeps between moves; CG-ToMove
*>    is the side whose move is due by CG-DueDate
FD CORRGAME.
   01 CorrGameRecord.
       02 CG-GameID PIC X(16).
       02 CG-Player1ID PIC X(10).
       02 CG-Player2ID PIC X(10).
       02 CG-BoardSize PIC 9.
       02 CG-WinLength PIC 9.
       02 CG-Board PIC X(25).
       02 CG-NumMoves PIC 9(2).
       02 CG-ToMove PIC 9.
       02 CG-MoveDays PIC 9(2).
       02 CG-Started PIC 9(8).
       02 CG-LastMove PIC 9(8).
       02 CG-DueDate PIC 9(8).
*>    "M" for a misere game, space for the classic game
       02 CG-Rule PIC X.
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
*>    "T" here: the move clock, days rather than seconds, ran out
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
WORKING-STORAGE SECTION.
   01 CG-Status PIC XX.
       88 CG-OK VALUE "00".
       88 CG-EOF VALUE "10".
       88 CG-NotFound VALUE "35".
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
       88 GL-NotFound VALUE "35".
   01 GH-Status PIC XX.
       88 GH-OK VALUE "00".
       88 GH-NotFound VALUE "35".
   01 DateEntry PIC X(8).
   01 RunDate PIC 9(8).
   01 GameID PIC X(16).
   01 Winner PIC 9.
   01 Loser PIC 9.
   01 LoserID PIC X(10).
   01 StatsID PIC X(10).
   01 StatsOutcome PIC X.
   01 GamesChecked PIC 9(5) VALUE 0.
   01 Forfeits PIC 9(5) VALUE 0.
   01 ErrProgram PIC X(12) VALUE "CORRDLN".
   01 ErrFile PIC X(11).
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
*>    the record image handed to SPOOLGL when a GAMELOG or GAMEHDR
*>    write fails, so the result survives to be merged back
   01 SpoolType PIC X(2).
   01 SpoolBuf PIC X(65).

*>    the correspondence move deadline.  Run nightly, it finds every
*>    game on CORRGAME whose move was due before the run date and
*>    forfeits it against the player who didn't move: the game is
*>    logged to GAMELOG (flagged "T", the same as a two-player move
*>    clock running out) and GAMEHDR as a two-player game, both
*>    outcomes are queued for PLAYERSTATS (a classic game's; misere
*>    results never go there), and the record comes off
*>    CORRGAME.  The moves already made are on AUDITLOG from MAIN.
*>    The card gives the run date, blank for today
PROCEDURE DIVISION.
    DISPLAY "Run date (YYYYMMDD, blank for today): " WITH NO ADVANCING
    ACCEPT DateEntry
    IF DateEntry = SPACES
        ACCEPT RunDate FROM DATE YYYYMMDD
    ELSE
        MOVE FUNCTION NUMVAL(DateEntry) TO RunDate
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(RunDate) NOT = 0
        DISPLAY "CORRDLN: " DateEntry " IS NOT A VALID DATE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O CORRGAME
    IF CG-NotFound
        DISPLAY "CORRDLN: NO CORRESPONDENCE GAMES ON FILE"
        STOP RUN
    END-IF
    IF NOT CG-OK
        DISPLAY "CORRDLN: UNABLE TO OPEN CORRGAME, STATUS " CG-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ReadCorrGame
    PERFORM ConsiderGame UNTIL CG-EOF
    CLOSE CORRGAME
    DISPLAY "CORRDLN: " GamesChecked " GAME(S) IN PLAY, " Forfeits
        " FORFEITED FOR A MOVE DUE BEFORE " RunDate
    STOP RUN.

    ReadCorrGame.
        READ CORRGAME NEXT RECORD
            AT END SET CG-EOF TO TRUE
        END-READ.

    ConsiderGame.
        ADD 1 TO GamesChecked
        IF CG-DueDate < RunDate
            PERFORM ForfeitGame
        END-IF
        PERFORM ReadCorrGame.

    ForfeitGame.
        MOVE CG-GameID TO GameID
        MOVE CG-ToMove TO Loser
        COMPUTE Winner = 3 - Loser
        IF Loser = 1
            MOVE CG-Player1ID TO LoserID
        ELSE
            MOVE CG-Player2ID TO LoserID
        END-IF
        DISPLAY "CORRDLN: " GameID " " CG-Player1ID " V " CG-Player2ID
            " DUE " CG-DueDate " -- " LoserID " FORFEITS"
        PERFORM LogGame
*>    a misere game stays off PLAYERSTATS, as MAIN keeps it
        IF CG-Rule NOT = "M"
            MOVE CG-Player1ID TO StatsID
            IF Winner = 1
                MOVE "W" TO StatsOutcome
            ELSE
                MOVE "L" TO StatsOutcome
            END-IF
            PERFORM RecordPlayerStat
            MOVE CG-Player2ID TO StatsID
            IF Winner = 2
                MOVE "W" TO StatsOutcome
            ELSE
                MOVE "L" TO StatsOutcome
            END-IF
            PERFORM RecordPlayerStat
        END-IF
        DELETE CORRGAME
        IF CG-OK
            ADD 1 TO Forfeits
        ELSE
            MOVE "CORRGAME" TO ErrFile
            MOVE "DELETE" TO ErrOperation
            MOVE CG-Status TO ErrFileStatus
            PERFORM ReportFileError
        END-IF.

*>    the board as it stood when the move fell due, in the same
*>    record MAIN writes for a game it finishes
    LogGame.
        MOVE CG-Board(1:9) TO GL-FinalBoard
        MOVE CG-Board(10:16) TO GL-ExtBoard
        MOVE CG-BoardSize TO GL-BoardSize
        MOVE CG-WinLength TO GL-WinLength
        MOVE "T" TO GL-EndReason
        MOVE Winner TO GL-Winner
        MOVE CG-NumMoves TO GL-NumMoves
        MOVE GameID TO GL-GameID
        MOVE 0 TO GL-WinLine
        MOVE 0 TO GL-HumanPlayer
        ACCEPT GL-Date FROM DATE YYYYMMDD
        ACCEPT GL-Time FROM TIME
        OPEN EXTEND GAMELOG
        IF GL-NotFound
            OPEN OUTPUT GAMELOG
        END-IF
        IF NOT GL-OK
            MOVE "GAMELOG" TO ErrFile
            MOVE "OPEN" TO ErrOperation
            MOVE GL-Status TO ErrFileStatus
            PERFORM ReportFileError
            PERFORM SpoolGamelogRecord
        ELSE
            WRITE GameLogRecord
            IF NOT GL-OK
                MOVE "GAMELOG" TO ErrFile
                MOVE "WRITE" TO ErrOperation
                MOVE GL-Status TO ErrFileStatus
                PERFORM ReportFileError
                PERFORM SpoolGamelogRecord
            END-IF
            CLOSE GAMELOG
        END-IF
        PERFORM LogGameHeader.

*>    a correspondence game is a two-player game to every report
    LogGameHeader.
        MOVE GameID TO GH-GameID
        MOVE 2 TO GH-GameMode
        MOVE 0 TO GH-Difficulty
        MOVE 0 TO GH-Difficulty2
        MOVE 0 TO GH-HumanPlayer
        MOVE 0 TO GH-TurnOrder
        MOVE CG-Player1ID TO GH-Player1ID
        MOVE CG-Player2ID TO GH-Player2ID
        MOVE CG-BoardSize TO GH-BoardSize
        MOVE CG-WinLength TO GH-WinLength
        MOVE SPACES TO GH-Origin
        MOVE SPACES TO GH-Term1 GH-Term2
        IF CG-Rule = "M"
            MOVE "M" TO GH-Rule
        ELSE
            MOVE SPACE TO GH-Rule
        END-IF
        MOVE 0 TO GH-Seed
        OPEN I-O GAMEHDR
        IF GH-NotFound
            OPEN OUTPUT GAMEHDR
            CLOSE GAMEHDR
            OPEN I-O GAMEHDR
        END-IF
        IF NOT GH-OK
            MOVE "GAMEHDR" TO ErrFile
            MOVE "OPEN" TO ErrOperation
            MOVE GH-Status TO ErrFileStatus
            PERFORM ReportFileError
            PERFORM SpoolHeaderRecord
        ELSE
            WRITE GameHdrRecord
            IF NOT GH-OK
                MOVE "GAMEHDR" TO ErrFile
                MOVE "WRITE" TO ErrOperation
                MOVE GH-Status TO ErrFileStatus
                PERFORM ReportFileError
                PERFORM SpoolHeaderRecord
            END-IF
            CLOSE GAMEHDR
        END-IF.

*>    the failed record goes to the recovery spool at the moment of
*>    failure; SPOOLRCV merges it back once the file is healthy
    SpoolGamelogRecord.
        MOVE "GL" TO SpoolType
        MOVE GameLogRecord TO SpoolBuf
        CALL 'SPOOLGL' USING SpoolType, SpoolBuf, GameID.

    SpoolHeaderRecord.
        MOVE "GH" TO SpoolType
        MOVE SPACES TO SpoolBuf
        MOVE GameHdrRecord TO SpoolBuf(1:65)
        CALL 'SPOOLGL' USING SpoolType, SpoolBuf, GameID.

*>    both sides' outcomes go to the queue STATPOST applies, the way
*>    every game-finishing program records them
    RecordPlayerStat.
        CALL 'STATQ' USING ErrProgram, StatsID, StatsOutcome,
            GameID.

*>    routes a failed file operation to the common ERRLOG dataset via
*>    LOGERROR, which warns the operator and forces RETURN-CODE 12
    ReportFileError.
        CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
            ErrFileStatus, GameID.
