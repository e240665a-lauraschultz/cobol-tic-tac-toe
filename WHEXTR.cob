       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WHEXTR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GAMELOG ASSIGN TO "GAMELOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GL-Status.
    SELECT GAMEHDR ASSIGN TO "GAMEHDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GH-GameID
        FILE STATUS IS GH-Status.
    SELECT AUDITLOG ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AL-Status.
    SELECT PLAYERREG ASSIGN TO "PLAYERREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS PR-Status.
    SELECT PLAYERSTATS ASSIGN TO "PLAYERSTATS"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PS-PlayerID
        FILE STATUS IS PS-Status.
    SELECT RATINGS ASSIGN TO "RATINGS"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RT-PlayerID
        FILE STATUS IS RT-Status.
    SELECT WHGAMES ASSIGN TO "WHGAMES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WG-Status.
    SELECT WHMOVES ASSIGN TO "WHMOVES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WM-Status.
    SELECT WHPLAYRS ASSIGN TO "WHPLAYRS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WP-Status.
    SELECT DISPREG ASSIGN TO "DISPREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DR-Key
        FILE STATUS IS DR-Status.
    SELECT WHBKM ASSIGN TO "WHBKM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS BK-Status.
    SELECT WHPSNAP ASSIGN TO "WHPSNAP"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SN-Status.
    SELECT WHPSNAPN ASSIGN TO "WHPSNAPN"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SW-Status.
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
FD PLAYERREG.
   01 PlayerRegRecord.
       02 PR-PlayerID PIC X(10).
       02 PR-PIN PIC X(4).
       02 PR-Active PIC X.
       02 PR-BadTries PIC 9.
       02 PR-LastSeen PIC 9(8).
       02 PR-PinSalt PIC X(8).
       02 PR-PinHash PIC X(18).
FD PLAYERSTATS.
   01 PlayerStatsRecord.
       02 PS-PlayerID PIC X(10).
       02 PS-Games PIC 9(5).
       02 PS-Wins PIC 9(5).
       02 PS-Losses PIC 9(5).
       02 PS-Ties PIC 9(5).
FD RATINGS.
   01 RatingsRecord.
       02 RT-PlayerID PIC X(10).
       02 RT-Rating PIC 9(4).
       02 RT-Peak PIC 9(4).
       02 RT-LastChange PIC S9(3).
       02 RT-GamesRated PIC 9(5).
       02 RT-LastDate PIC 9(8).
*>    the dispute register, for the games a decision rewrote on
*>    GAMELOG after they were sent
FD DISPREG.
   01 DispRegRecord.
       02 DR-Key.
           03 DR-GameID PIC X(16).
           03 DR-Seq PIC 99.
*>    O = open, U = result upheld, V = game voided, T = overturned
       02 DR-Status-Fld PIC X.
       02 DR-FiledDate PIC 9(8).
       02 DR-FiledBy PIC X(10).
       02 DR-FiledReason PIC X(40).
       02 DR-DecidedDate PIC 9(8).
       02 DR-DecidedBy PIC X(10).
       02 DR-DecidedReason PIC X(40).
       02 DR-OldWinner PIC 9.
       02 DR-NewWinner PIC 9.
*>    the warehouse files: comma-delimited, a header row naming the
*>    columns, then one row per game, move or player, then a trailer
*>    row the warehouse checks its load against
FD WHGAMES.
   01 WhGamesLine PIC X(250).
FD WHMOVES.
   01 WhMovesLine PIC X(250).
FD WHPLAYRS.
   01 WhPlayrsLine PIC X(250).
*>    where the last successful extract stopped: its number and date,
*>    the GameID of the last GAMELOG record it sent and that
*>    record's place on the log, and the image of the last AUDITLOG
*>    record.  A game is found again by its place, or by its GameID
*>    once LOGARCH has trimmed the log; a DISPUTE decision rewrites
*>    the record itself but never its GameID.  AUDITLOG is only
*>    ever added to, so its record image stands
FD WHBKM.
   01 WhBkmRecord.
       02 BK-ExtractNo PIC 9(5).
       02 BK-ExtractDate PIC 9(8).
       02 BK-LastGameID PIC X(16).
       02 BK-GamePos PIC 9(9).
       02 FILLER PIC X(40).
       02 BK-AuditLogImage PIC X(67).
*>    every registered player as last extracted, in PLAYERREG key
*>    order, tagged with the extract that wrote it; a player whose
*>    row no longer matches has changed since the last run
FD WHPSNAP.
   01 WhPsnapRecord.
       02 SN-ExtractNo PIC 9(5).
       02 SN-Image.
           03 SN-PlayerID PIC X(10).
           03 FILLER PIC X(54).
*>    the new snapshot, written as the players are extracted and
*>    copied over WHPSNAP only once every warehouse file is complete
FD WHPSNAPN.
   01 WhPsnapnRecord.
       02 SW-ExtractNo PIC 9(5).
       02 SW-Image PIC X(64).
WORKING-STORAGE SECTION.
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
       88 GL-EOF VALUE "10".
   01 GH-Status PIC XX.
       88 GH-OK VALUE "00".
   01 AL-Status PIC XX.
       88 AL-OK VALUE "00".
       88 AL-EOF VALUE "10".
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
       88 PR-EOF VALUE "10".
   01 PS-Status PIC XX.
       88 PS-OK VALUE "00".
       88 PS-NotFound VALUE "35".
   01 RT-Status PIC XX.
       88 RT-OK VALUE "00".
       88 RT-NotFound VALUE "35".
   01 DR-Status PIC XX.
       88 DR-OK VALUE "00".
       88 DR-EOF VALUE "10".
       88 DR-NotFound VALUE "35".
   01 WG-Status PIC XX.
       88 WG-OK VALUE "00".
   01 WM-Status PIC XX.
       88 WM-OK VALUE "00".
   01 WP-Status PIC XX.
       88 WP-OK VALUE "00".
   01 BK-Status PIC XX.
       88 BK-OK VALUE "00".
   01 SN-Status PIC XX.
       88 SN-OK VALUE "00".
       88 SN-EOF VALUE "10".
   01 SW-Status PIC XX.
       88 SW-OK VALUE "00".
       88 SW-EOF VALUE "10".
   01 RunMode PIC X(4) VALUE SPACES.
       88 FullRun VALUE "FULL".
   01 ExtractNo PIC 9(5) VALUE 0.
   01 ExtractDate PIC 9(8).
   01 PrevExtractDate PIC 9(8) VALUE 0.
*>    the last game sent and its place on GAMELOG, the place of the
*>    record being read, and where this run picked up the log
   01 LastGameID PIC X(16) VALUE SPACES.
   01 LastGamePos PIC 9(9) VALUE 0.
   01 GameLogPos PIC 9(9) VALUE 0.
   01 ResumePos PIC 9(9) VALUE 0.
   01 LastAuditImage PIC X(67) VALUE SPACES.
   01 HdrOpen PIC X VALUE "N".
   01 StatsOpen PIC X VALUE "N".
   01 RatingsOpen PIC X VALUE "N".
   01 SnapUsable PIC X VALUE "N".
   01 ResumeFound PIC X.
*>    rows written and the control total for each file's trailer:
*>    the moves in the games sent, the board positions of the moves
*>    sent, and the games played by the players sent
   01 GameRows PIC 9(7) VALUE 0.
   01 GameControl PIC 9(9) VALUE 0.
   01 MoveRows PIC 9(7) VALUE 0.
   01 MoveControl PIC 9(9) VALUE 0.
   01 PlayerRows PIC 9(7) VALUE 0.
   01 PlayerControl PIC 9(9) VALUE 0.
   01 PlayersGone PIC 9(7) VALUE 0.
   01 DisputeRows PIC 9(7) VALUE 0.
*>    games voided or overturned since the last extract, whose rows
*>    go again with the result the decision left them at
   01 DisputedMax PIC 9(3) VALUE 500.
   01 DisputedCount PIC 9(3) VALUE 0.
   01 DisputedTable.
       02 DisputedEntry OCCURS 500 TIMES INDEXED BY DgIdx.
           03 DG-GameID PIC X(16).
           03 DG-OnLog PIC X.
   01 BoardCells PIC X(25).
   01 CellCount PIC 99.
   01 BoardSide PIC 9.
   01 WinLength PIC 9.
   01 MovePos PIC 99.
*>    one player's warehouse row, the same image the snapshot keeps
   01 PlayerImage.
       02 PI-PlayerID PIC X(10).
       02 PI-Active PIC X.
       02 PI-LastSeen PIC 9(8).
       02 PI-Games PIC 9(5).
       02 PI-Wins PIC 9(5).
       02 PI-Losses PIC 9(5).
       02 PI-Ties PIC 9(5).
       02 PI-Rating PIC 9(4).
       02 PI-Peak PIC 9(4).
       02 PI-LastChange PIC S9(3) SIGN LEADING SEPARATE.
       02 PI-GamesRated PIC 9(5).
       02 PI-LastRated PIC 9(8).
   01 RegKey PIC X(10).
   01 SnapKey PIC X(10) VALUE LOW-VALUES.

*>    the nightly extract for the reporting warehouse: every game
*>    logged since the last run (GAMELOG joined to its GAMEHDR
*>    record), every move recorded since the last run (AUDITLOG,
*>    undo markers included as player 0, position 0), and every
*>    player whose register status, standings or rating changed,
*>    as comma-delimited files with header rows.  A game a dispute
*>    has voided or overturned since the last run is sent again, the
*>    warehouse replacing its row by GameID.  A player no longer
*>    on the register is sent once more with status X.  Run mode off
*>    SYSIN: blank (or INCR) resumes from the bookmark, FULL sends
*>    everything on file -- for a warehouse reload -- and carries on
*>    the extract numbering
PROCEDURE DIVISION.
    ACCEPT RunMode
    MOVE FUNCTION UPPER-CASE(RunMode) TO RunMode
    ACCEPT ExtractDate FROM DATE YYYYMMDD
    PERFORM LoadBookmark
    IF FullRun
        MOVE SPACES TO LastGameID LastAuditImage
        MOVE 0 TO LastGamePos
    END-IF
    ADD 1 TO ExtractNo
    PERFORM OpenPlayerFiles
    PERFORM OpenWarehouseFiles
    PERFORM ExtractGames
    PERFORM ResendDisputed
    PERFORM ExtractMoves
    PERFORM ExtractPlayers
    PERFORM WriteTrailers
    CLOSE WHGAMES WHMOVES WHPLAYRS
    PERFORM ReplaceSnapshot
    PERFORM SaveBookmark
    PERFORM PrintSummary
    STOP RUN.

    LoadBookmark.
        OPEN INPUT WHBKM
        IF BK-OK
            READ WHBKM
                AT END
                    CONTINUE
                NOT AT END
                    MOVE BK-ExtractNo TO ExtractNo
                    MOVE BK-ExtractDate TO PrevExtractDate
                    MOVE BK-LastGameID TO LastGameID
                    IF BK-GamePos NUMERIC
                        MOVE BK-GamePos TO LastGamePos
                    END-IF
                    MOVE BK-AuditLogImage TO LastAuditImage
                    IF NOT FullRun
                        DISPLAY "WHEXTR: RESUMING AFTER EXTRACT "
                            BK-ExtractNo " OF " BK-ExtractDate
                    END-IF
            END-READ
            CLOSE WHBKM
        END-IF.

*>    the player extract is all or nothing: a standings or ratings
*>    file that is there but won't open would send every player
*>    as changed, so it stops the run before anything is written.
*>    A file not yet created (status 35) just means no player has
*>    standings or a rating yet
    OpenPlayerFiles.
        OPEN INPUT PLAYERREG
        IF NOT PR-OK
            DISPLAY "WHEXTR: UNABLE TO OPEN PLAYERREG, STATUS "
                PR-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT PLAYERSTATS
        EVALUATE TRUE
            WHEN PS-OK
                MOVE "Y" TO StatsOpen
            WHEN PS-NotFound
                CONTINUE
            WHEN OTHER
                DISPLAY "WHEXTR: UNABLE TO OPEN PLAYERSTATS, STATUS "
                    PS-Status
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        OPEN INPUT RATINGS
        EVALUATE TRUE
            WHEN RT-OK
                MOVE "Y" TO RatingsOpen
            WHEN RT-NotFound
                CONTINUE
            WHEN OTHER
                DISPLAY "WHEXTR: UNABLE TO OPEN RATINGS, STATUS "
                    RT-Status
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
*>    without the headers the games still go, with the players and
*>    mode columns left empty
        OPEN INPUT GAMEHDR
        IF GH-OK
            MOVE "Y" TO HdrOpen
        ELSE
            DISPLAY "WHEXTR: GAMEHDR UNAVAILABLE, STATUS " GH-Status
                " -- GAMES SENT WITHOUT PLAYERS"
            MOVE 4 TO RETURN-CODE
        END-IF.

    OpenWarehouseFiles.
        OPEN OUTPUT WHGAMES
        IF NOT WG-OK
            DISPLAY "WHEXTR: UNABLE TO OPEN WHGAMES, STATUS " WG-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT WHMOVES
        IF NOT WM-OK
            DISPLAY "WHEXTR: UNABLE TO OPEN WHMOVES, STATUS " WM-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT WHPLAYRS
        IF NOT WP-OK
            DISPLAY "WHEXTR: UNABLE TO OPEN WHPLAYRS, STATUS "
                WP-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT WHPSNAPN
        IF NOT SW-OK
            DISPLAY "WHEXTR: UNABLE TO OPEN WHPSNAPN, STATUS "
                SW-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO WhGamesLine
        STRING "GAME_ID,GAME_DATE,GAME_TIME,BOARD_SIZE,WIN_LENGTH,"
            "FINAL_BOARD,WINNER,WIN_LINE,NUM_MOVES,END_REASON,"
            "GAME_MODE,DIFFICULTY,DIFFICULTY2,HUMAN_PLAYER,"
            "TURN_ORDER,PLAYER1_ID,PLAYER2_ID,ORIGIN,TERM1,TERM2,RULE"
            DELIMITED BY SIZE INTO WhGamesLine
        WRITE WhGamesLine
        MOVE SPACES TO WhMovesLine
        STRING "GAME_ID,MOVE_DATE,MOVE_TIME,GAME_NUM,PLAYER,POSITION,"
            "BOARD_SIZE,BOARD"
            DELIMITED BY SIZE INTO WhMovesLine
        WRITE WhMovesLine
        MOVE SPACES TO WhPlayrsLine
        STRING "PLAYER_ID,STATUS,LAST_SEEN,GAMES,WINS,LOSSES,TIES,"
            "RATING,PEAK_RATING,LAST_CHANGE,GAMES_RATED,LAST_RATED"
            DELIMITED BY SIZE INTO WhPlayrsLine
        WRITE WhPlayrsLine.

*>    ---------------------------------------------------------------
*>    games
*>    ---------------------------------------------------------------
    ExtractGames.
        OPEN INPUT GAMELOG
        IF NOT GL-OK
            DISPLAY "WHEXTR: UNABLE TO OPEN GAMELOG, STATUS " GL-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF LastGamePos > 0
            PERFORM FindLastGame
        END-IF
        PERFORM ReadGameLog
        PERFORM ExtractOneGame UNTIL GL-EOF
        CLOSE GAMELOG.

*>    reads up to and including the game the last run sent last: at
*>    the place the bookmark gives, or wherever its GameID now sits
*>    after a LOGARCH trim.  A game no longer on file (the log
*>    reloaded, or the extract not run for longer than the
*>    retention) means the whole live log goes again, keyed rows
*>    the warehouse replaces
    FindLastGame.
        MOVE "N" TO ResumeFound
        PERFORM ReadGameLog
        PERFORM UNTIL GL-EOF OR GameLogPos = LastGamePos
            PERFORM ReadGameLog
        END-PERFORM
        IF NOT GL-EOF AND GL-GameID = LastGameID
            MOVE "Y" TO ResumeFound
        END-IF
        IF ResumeFound = "N" AND LastGameID NOT = SPACES
            CLOSE GAMELOG
            OPEN INPUT GAMELOG
            MOVE 0 TO GameLogPos
            PERFORM ReadGameLog
            PERFORM UNTIL GL-EOF OR ResumeFound = "Y"
                IF GL-GameID = LastGameID
                    MOVE "Y" TO ResumeFound
                ELSE
                    PERFORM ReadGameLog
                END-IF
            END-PERFORM
        END-IF
        IF ResumeFound = "Y"
            MOVE GameLogPos TO ResumePos LastGamePos
        ELSE
            DISPLAY "WHEXTR: LAST GAME SENT IS NO LONGER ON GAMELOG "
                "(RELOAD OR ARCHIVE?) -- SENDING THE WHOLE LOG"
            MOVE 4 TO RETURN-CODE
            CLOSE GAMELOG
            OPEN INPUT GAMELOG
            MOVE 0 TO GameLogPos
            MOVE SPACES TO LastGameID
            MOVE 0 TO LastGamePos
        END-IF.

    ReadGameLog.
        READ GAMELOG
            AT END SET GL-EOF TO TRUE
            NOT AT END ADD 1 TO GameLogPos
        END-READ.

    ExtractOneGame.
        MOVE GL-GameID TO LastGameID
        MOVE GameLogPos TO LastGamePos
        PERFORM WriteGameRow
        PERFORM ReadGameLog.

*>    one game's row: the GAMELOG record in hand, joined to its
*>    GAMEHDR record
    WriteGameRow.
        IF GL-BoardSize NUMERIC AND GL-BoardSize > 3
            MOVE GL-BoardSize TO BoardSide
            MOVE GL-WinLength TO WinLength
        ELSE
            MOVE 3 TO BoardSide
            MOVE 3 TO WinLength
        END-IF
        MOVE GL-FinalBoard TO BoardCells(1:9)
        MOVE GL-ExtBoard TO BoardCells(10:16)
        COMPUTE CellCount = BoardSide * BoardSide
        MOVE SPACES TO GameHdrRecord
        IF HdrOpen = "Y"
            MOVE GL-GameID TO GH-GameID
            READ GAMEHDR
                INVALID KEY
                    MOVE SPACES TO GameHdrRecord
            END-READ
        END-IF
        MOVE SPACES TO WhGamesLine
        STRING GL-GameID DELIMITED BY SPACE
            "," GL-Date "," GL-Time "," BoardSide "," WinLength ","
            BoardCells(1:CellCount) "," GL-Winner "," GL-WinLine ","
            GL-NumMoves "," DELIMITED BY SIZE
            GL-EndReason DELIMITED BY SPACE "," DELIMITED BY SIZE
            GH-GameMode DELIMITED BY SPACE "," DELIMITED BY SIZE
            GH-Difficulty DELIMITED BY SPACE "," DELIMITED BY SIZE
            GH-Difficulty2 DELIMITED BY SPACE "," DELIMITED BY SIZE
            GH-HumanPlayer DELIMITED BY SPACE "," DELIMITED BY SIZE
            GH-TurnOrder DELIMITED BY SPACE "," DELIMITED BY SIZE
            GH-Player1ID DELIMITED BY SPACE "," DELIMITED BY SIZE
            GH-Player2ID DELIMITED BY SPACE "," DELIMITED BY SIZE
            GH-Origin DELIMITED BY SPACE "," DELIMITED BY SIZE
            GH-Term1 DELIMITED BY SPACE "," DELIMITED BY SIZE
            GH-Term2 DELIMITED BY SPACE "," DELIMITED BY SIZE
            GH-Rule DELIMITED BY SPACE
            INTO WhGamesLine
        WRITE WhGamesLine
        ADD 1 TO GameRows
        ADD GL-NumMoves TO GameControl.

*>    a VOID or OVERTURN rewrites the game's GAMELOG record where it
*>    stands, behind the bookmark, so the games decided that way
*>    since the last extract are picked off DISPREG and their rows
*>    sent again from the log as it now reads.  The last extract's
*>    own day counts, a decision taken after that night's run
*>    having the same date; a row sent twice is only replaced.
*>    Nothing is needed when the whole log went this run
    ResendDisputed.
        IF ResumePos > 0
            PERFORM LoadDisputedGames
            IF DisputedCount > 0
                PERFORM ResendGames
            END-IF
        END-IF.

*>    no DISPREG yet (status 35) just means nothing has been disputed
    LoadDisputedGames.
        OPEN INPUT DISPREG
        EVALUATE TRUE
            WHEN DR-OK
                PERFORM ReadDispReg
                PERFORM NoteOneDispute UNTIL DR-EOF
                CLOSE DISPREG
            WHEN DR-NotFound
                CONTINUE
            WHEN OTHER
                DISPLAY "WHEXTR: UNABLE TO OPEN DISPREG, STATUS "
                    DR-Status
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-EVALUATE.

    ReadDispReg.
        READ DISPREG NEXT RECORD
            AT END SET DR-EOF TO TRUE
        END-READ.

*>    the register is in GameID order, so a game disputed more than
*>    once comes up together and is taken once
    NoteOneDispute.
        IF (DR-Status-Fld = "V" OR DR-Status-Fld = "T")
                AND DR-DecidedDate NOT < PrevExtractDate
            IF DisputedCount = 0
                    OR DG-GameID(DisputedCount) NOT = DR-GameID
                IF DisputedCount < DisputedMax
                    ADD 1 TO DisputedCount
                    MOVE DR-GameID TO DG-GameID(DisputedCount)
                    MOVE "N" TO DG-OnLog(DisputedCount)
                ELSE
                    DISPLAY "WHEXTR: TOO MANY DISPUTED GAMES -- "
                        DR-GameID " NOT SENT AGAIN (RUN FULL)"
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
        PERFORM ReadDispReg.

*>    a disputed game past where this run picked up the log has
*>    already gone with the new games, as it now reads.  One LOGARCH
*>    has since taken off the live log is only reported: a decision
*>    on the last extract's day will mostly have gone with it
    ResendGames.
        OPEN INPUT GAMELOG
        IF NOT GL-OK
            DISPLAY "WHEXTR: UNABLE TO REOPEN GAMELOG, STATUS "
                GL-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 0 TO GameLogPos
        PERFORM ReadGameLog
        PERFORM ResendOneGame UNTIL GL-EOF
        CLOSE GAMELOG
        PERFORM VARYING DgIdx FROM 1 BY 1 UNTIL DgIdx > DisputedCount
            IF DG-OnLog(DgIdx) = "N"
                DISPLAY "WHEXTR: DISPUTED GAME " DG-GameID(DgIdx)
                    " IS NO LONGER ON GAMELOG -- NOT SENT AGAIN"
            END-IF
        END-PERFORM.

    ResendOneGame.
        SET DgIdx TO 1
        SEARCH DisputedEntry
            AT END
                CONTINUE
            WHEN DgIdx > DisputedCount
                CONTINUE
            WHEN DG-GameID(DgIdx) = GL-GameID
                MOVE "Y" TO DG-OnLog(DgIdx)
                IF GameLogPos NOT > ResumePos
                    PERFORM WriteGameRow
                    ADD 1 TO DisputeRows
                END-IF
        END-SEARCH
        PERFORM ReadGameLog.

*>    ---------------------------------------------------------------
*>    moves
*>    ---------------------------------------------------------------
    ExtractMoves.
        OPEN INPUT AUDITLOG
        IF NOT AL-OK
            DISPLAY "WHEXTR: UNABLE TO OPEN AUDITLOG, STATUS "
                AL-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF LastAuditImage NOT = SPACES
            PERFORM FindLastMove
        END-IF
        PERFORM ReadAuditLog
        PERFORM ExtractOneMove UNTIL AL-EOF
        CLOSE AUDITLOG.

    FindLastMove.
        MOVE "N" TO ResumeFound
        PERFORM ReadAuditLog
        PERFORM UNTIL AL-EOF OR ResumeFound = "Y"
            IF AuditLogRecord = LastAuditImage
                MOVE "Y" TO ResumeFound
            ELSE
                PERFORM ReadAuditLog
            END-IF
        END-PERFORM
        IF ResumeFound = "N"
            DISPLAY "WHEXTR: LAST MOVE SENT IS NO LONGER ON AUDITLOG "
                "(RELOAD OR ARCHIVE?) -- SENDING THE WHOLE LOG"
            MOVE 4 TO RETURN-CODE
            CLOSE AUDITLOG
            OPEN INPUT AUDITLOG
        END-IF.

    ReadAuditLog.
        READ AUDITLOG
            AT END SET AL-EOF TO TRUE
        END-READ.

*>    the position is the full two-digit square on a configurable
*>    board record and the single digit on a classic one, as
*>    GAMEEXPT reads it
    ExtractOneMove.
        MOVE AuditLogRecord TO LastAuditImage
        IF AL-BoardSize NUMERIC AND AL-BoardSize > 0
            MOVE AL-ExtPosition TO MovePos
        ELSE
            MOVE AL-Position TO MovePos
        END-IF
        IF AL-BoardSize NUMERIC AND AL-BoardSize > 3
            MOVE AL-BoardSize TO BoardSide
        ELSE
            MOVE 3 TO BoardSide
        END-IF
        MOVE AL-Board TO BoardCells(1:9)
        MOVE AL-ExtBoard TO BoardCells(10:16)
        COMPUTE CellCount = BoardSide * BoardSide
        MOVE SPACES TO WhMovesLine
        STRING AL-GameID DELIMITED BY SPACE
            "," AL-Date "," AL-Time "," AL-GameNum "," AL-Player ","
            MovePos "," BoardSide "," BoardCells(1:CellCount)
            DELIMITED BY SIZE
            INTO WhMovesLine
        WRITE WhMovesLine
        ADD 1 TO MoveRows
        ADD MovePos TO MoveControl
        PERFORM ReadAuditLog.

*>    ---------------------------------------------------------------
*>    players: PLAYERREG matched against the last snapshot, both in
*>    player ID order
*>    ---------------------------------------------------------------
    ExtractPlayers.
        PERFORM OpenSnapshot
        PERFORM ReadPlayerReg
        PERFORM ReadSnapshot
        PERFORM MatchOnePlayer
            UNTIL RegKey = HIGH-VALUES AND SnapKey = HIGH-VALUES
        CLOSE PLAYERREG
        IF StatsOpen = "Y"
            CLOSE PLAYERSTATS
        END-IF
        IF RatingsOpen = "Y"
            CLOSE RATINGS
        END-IF
        IF HdrOpen = "Y"
            CLOSE GAMEHDR
        END-IF
        IF SnapUsable = "Y"
            CLOSE WHPSNAP
        END-IF
        CLOSE WHPSNAPN.

*>    a snapshot written by any extract but the one the bookmark
*>    names (a run that failed between the two saves) can't say
*>    what the warehouse holds, so every player goes again
    OpenSnapshot.
        IF FullRun OR ExtractNo = 1
            MOVE "N" TO SnapUsable
        ELSE
            OPEN INPUT WHPSNAP
            IF SN-OK
                MOVE "Y" TO SnapUsable
                READ WHPSNAP
                    AT END
                        MOVE "N" TO SnapUsable
                        CLOSE WHPSNAP
                    NOT AT END
                        IF SN-ExtractNo NOT = ExtractNo - 1
                            DISPLAY "WHEXTR: PLAYER SNAPSHOT IS FROM "
                                "EXTRACT " SN-ExtractNo
                                " -- SENDING EVERY PLAYER"
                            MOVE "N" TO SnapUsable
                            CLOSE WHPSNAP
                        END-IF
                END-READ
            ELSE
                DISPLAY "WHEXTR: NO PLAYER SNAPSHOT, STATUS " SN-Status
                    " -- SENDING EVERY PLAYER"
            END-IF
        END-IF.

    ReadPlayerReg.
        READ PLAYERREG NEXT RECORD
            AT END SET PR-EOF TO TRUE
        END-READ
        IF PR-OK
            MOVE PR-PlayerID TO RegKey
        ELSE
            MOVE HIGH-VALUES TO RegKey
        END-IF.

*>    the first record is already in hand after OpenSnapshot checked
*>    its extract number, so the first call only takes its key
    ReadSnapshot.
        IF SnapUsable = "Y"
            IF SnapKey = LOW-VALUES
                MOVE SN-PlayerID TO SnapKey
            ELSE
                READ WHPSNAP
                    AT END SET SN-EOF TO TRUE
                END-READ
                IF SN-OK
                    MOVE SN-PlayerID TO SnapKey
                ELSE
                    MOVE HIGH-VALUES TO SnapKey
                END-IF
            END-IF
        ELSE
            MOVE HIGH-VALUES TO SnapKey
        END-IF.

    MatchOnePlayer.
        EVALUATE TRUE
            WHEN RegKey < SnapKey
                PERFORM BuildPlayerImage
                PERFORM WritePlayerRow
                PERFORM ReadPlayerReg
            WHEN RegKey = SnapKey
                PERFORM BuildPlayerImage
                IF PlayerImage NOT = SN-Image
                    PERFORM WritePlayerRow
                END-IF
                PERFORM ReadPlayerReg
                PERFORM ReadSnapshot
            WHEN OTHER
                PERFORM SendPlayerGone
                PERFORM ReadSnapshot
        END-EVALUATE.

*>    standings and rating by key; a player with neither yet shows
*>    zeros, a rating of 0 meaning not yet rated
    BuildPlayerImage.
        MOVE PR-PlayerID TO PI-PlayerID
        MOVE PR-Active TO PI-Active
        MOVE PR-LastSeen TO PI-LastSeen
        MOVE 0 TO PI-Games PI-Wins PI-Losses PI-Ties
        MOVE 0 TO PI-Rating PI-Peak PI-LastChange PI-GamesRated
            PI-LastRated
        IF StatsOpen = "Y"
            MOVE PR-PlayerID TO PS-PlayerID
            READ PLAYERSTATS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE PS-Games TO PI-Games
                    MOVE PS-Wins TO PI-Wins
                    MOVE PS-Losses TO PI-Losses
                    MOVE PS-Ties TO PI-Ties
            END-READ
        END-IF
        IF RatingsOpen = "Y"
            MOVE PR-PlayerID TO RT-PlayerID
            READ RATINGS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE RT-Rating TO PI-Rating
                    MOVE RT-Peak TO PI-Peak
                    MOVE RT-LastChange TO PI-LastChange
                    MOVE RT-GamesRated TO PI-GamesRated
                    MOVE RT-LastDate TO PI-LastRated
            END-READ
        END-IF
        MOVE ExtractNo TO SW-ExtractNo
        MOVE PlayerImage TO SW-Image
        WRITE WhPsnapnRecord.

*>    a player taken off the register goes once more, as status X,
*>    and drops out of the snapshot
    SendPlayerGone.
        MOVE SN-Image TO PlayerImage
        MOVE "X" TO PI-Active
        ADD 1 TO PlayersGone
        PERFORM WritePlayerRow.

    WritePlayerRow.
        MOVE SPACES TO WhPlayrsLine
        STRING PI-PlayerID DELIMITED BY SPACE
            "," PI-Active "," PI-LastSeen "," PI-Games "," PI-Wins ","
            PI-Losses "," PI-Ties "," PI-Rating "," PI-Peak ","
            PI-LastChange "," PI-GamesRated "," PI-LastRated
            DELIMITED BY SIZE
            INTO WhPlayrsLine
        WRITE WhPlayrsLine
        ADD 1 TO PlayerRows
        ADD PI-Games TO PlayerControl.

*>    ---------------------------------------------------------------
*>    trailers, snapshot and bookmark
*>    ---------------------------------------------------------------
*>    TRAILER, the extract number and date, the rows above it (the
*>    header row not counted) and the file's control total
    WriteTrailers.
        MOVE SPACES TO WhGamesLine
        STRING "TRAILER," ExtractNo "," ExtractDate "," GameRows ","
            GameControl DELIMITED BY SIZE INTO WhGamesLine
        WRITE WhGamesLine
        MOVE SPACES TO WhMovesLine
        STRING "TRAILER," ExtractNo "," ExtractDate "," MoveRows ","
            MoveControl DELIMITED BY SIZE INTO WhMovesLine
        WRITE WhMovesLine
        MOVE SPACES TO WhPlayrsLine
        STRING "TRAILER," ExtractNo "," ExtractDate "," PlayerRows ","
            PlayerControl DELIMITED BY SIZE INTO WhPlayrsLine
        WRITE WhPlayrsLine.

*>    the rewrite pass: the new snapshot replaces the old one only
*>    now that the warehouse files are complete
    ReplaceSnapshot.
        OPEN INPUT WHPSNAPN
        OPEN OUTPUT WHPSNAP
        IF NOT SN-OK OR NOT SW-OK
            DISPLAY "WHEXTR: PLAYER SNAPSHOT NOT SAVED, STATUS "
                SN-Status " " SW-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        READ WHPSNAPN
            AT END SET SW-EOF TO TRUE
        END-READ
        PERFORM UNTIL SW-EOF
            MOVE WhPsnapnRecord TO WhPsnapRecord
            WRITE WhPsnapRecord
            READ WHPSNAPN
                AT END SET SW-EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE WHPSNAPN WHPSNAP.

    SaveBookmark.
        OPEN OUTPUT WHBKM
        IF BK-OK
            MOVE SPACES TO WhBkmRecord
            MOVE ExtractNo TO BK-ExtractNo
            MOVE ExtractDate TO BK-ExtractDate
            MOVE LastGameID TO BK-LastGameID
            MOVE LastGamePos TO BK-GamePos
            MOVE LastAuditImage TO BK-AuditLogImage
            WRITE WhBkmRecord
            CLOSE WHBKM
        ELSE
            DISPLAY "WHEXTR: BOOKMARK NOT SAVED, STATUS " BK-Status
            MOVE 8 TO RETURN-CODE
        END-IF.

    PrintSummary.
        DISPLAY " "
        DISPLAY "===== WAREHOUSE EXTRACT " ExtractNo " OF " ExtractDate
            " ====="
        IF FullRun
            DISPLAY "FULL EXTRACT OF EVERYTHING ON FILE"
        END-IF
        DISPLAY "GAMES ...... " GameRows "  MOVES IN GAMES    "
            GameControl
        DISPLAY "  OF WHICH SENT AGAIN AFTER A DISPUTE " DisputeRows
        DISPLAY "MOVES ...... " MoveRows "  POSITION TOTAL    "
            MoveControl
        DISPLAY "PLAYERS .... " PlayerRows "  GAMES OF PLAYERS  "
            PlayerControl
        DISPLAY "  OF WHICH OFF THE REGISTER " PlayersGone.
