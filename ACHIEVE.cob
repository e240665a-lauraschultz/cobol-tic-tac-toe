       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACHIEVE.
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
    SELECT ACHIEVE ASSIGN TO "ACHIEVE"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AC-Key
        FILE STATUS IS AC-Status.
    SELECT PLAYERREG ASSIGN TO "PLAYERREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS PR-Status.
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
*>    one record per milestone a player holds, keyed by player ID
*>    plus the milestone code, so a milestone can only ever be
*>    awarded once; the record under a blank code (which sorts first
*>    for each player) carries the player's running figures the
*>    milestones and the hall of records are judged from
FD ACHIEVE.
   01 AchieveRecord.
       02 AC-Key.
           03 AC-PlayerID PIC X(10).
           03 AC-Code PIC X(8).
       02 AC-Detail PIC X(69).
       02 AC-Award REDEFINES AC-Detail.
           03 AC-Date PIC 9(8).
           03 AC-GameID PIC X(16).
           03 AC-Value PIC 9(5).
           03 AC-Title PIC X(40).
       02 AC-Progress REDEFINES AC-Detail.
           03 AP-LastDate PIC 9(8).
           03 AP-LastTime PIC 9(8).
           03 AP-Games PIC 9(5).
           03 AP-Wins PIC 9(5).
           03 AP-HardWins PIC 9(5).
           03 AP-Streak PIC 9(4).
           03 AP-BestStreak PIC 9(4).
           03 AP-FastWin PIC 99.
           03 AP-FastGameID PIC X(16).
           03 FILLER PIC X(12).
*>    consulted only to leave retired IDs (PLAYLIFE) out of the hall
FD PLAYERREG.
   01 PlayerRegRecord.
       02 PR-PlayerID PIC X(10).
       02 PR-PIN PIC X(4).
       02 PR-Active PIC X.
       02 PR-BadTries PIC 9.
       02 PR-LastSeen PIC 9(8).
       02 PR-PinSalt PIC X(8).
       02 PR-PinHash PIC X(18).
WORKING-STORAGE SECTION.
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
       88 GL-EOF VALUE "10".
   01 GH-Status PIC XX.
       88 GH-OK VALUE "00".
   01 AC-Status PIC XX.
       88 AC-OK VALUE "00".
       88 AC-EOF VALUE "10".
       88 AC-NotFound VALUE "35".
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
   01 RunFunc PIC X(5) VALUE SPACES.
       88 AwardFunc VALUE "AWARD".
       88 HallFunc VALUE "HALL".
*>    the milestones, each judged from one of the running figures
*>    reaching its threshold: W wins, G games, H wins against Hard,
*>    U games unbeaten in a row, Q a win in the fewest moves the
*>    board allows (no threshold)
   01 Milestones.
       02 FILLER PIC X(8) VALUE "FIRSTWIN".
       02 FILLER PIC X VALUE "W".
       02 FILLER PIC 9(3) VALUE 1.
       02 FILLER PIC X(40) VALUE "FIRST WIN".
       02 FILLER PIC X(8) VALUE "WINS10".
       02 FILLER PIC X VALUE "W".
       02 FILLER PIC 9(3) VALUE 10.
       02 FILLER PIC X(40) VALUE "10 WINS".
       02 FILLER PIC X(8) VALUE "WINS50".
       02 FILLER PIC X VALUE "W".
       02 FILLER PIC 9(3) VALUE 50.
       02 FILLER PIC X(40) VALUE "50 WINS".
       02 FILLER PIC X(8) VALUE "WINS100".
       02 FILLER PIC X VALUE "W".
       02 FILLER PIC 9(3) VALUE 100.
       02 FILLER PIC X(40) VALUE "100 WINS".
       02 FILLER PIC X(8) VALUE "GAMES10".
       02 FILLER PIC X VALUE "G".
       02 FILLER PIC 9(3) VALUE 10.
       02 FILLER PIC X(40) VALUE "10TH GAME".
       02 FILLER PIC X(8) VALUE "GAMES50".
       02 FILLER PIC X VALUE "G".
       02 FILLER PIC 9(3) VALUE 50.
       02 FILLER PIC X(40) VALUE "50TH GAME".
       02 FILLER PIC X(8) VALUE "GAMES100".
       02 FILLER PIC X VALUE "G".
       02 FILLER PIC 9(3) VALUE 100.
       02 FILLER PIC X(40) VALUE "100TH GAME".
       02 FILLER PIC X(8) VALUE "GAMES500".
       02 FILLER PIC X VALUE "G".
       02 FILLER PIC 9(3) VALUE 500.
       02 FILLER PIC X(40) VALUE "500TH GAME".
       02 FILLER PIC X(8) VALUE "BEATHARD".
       02 FILLER PIC X VALUE "H".
       02 FILLER PIC 9(3) VALUE 1.
       02 FILLER PIC X(40) VALUE "FIRST WIN AGAINST HARD".
       02 FILLER PIC X(8) VALUE "HARD10".
       02 FILLER PIC X VALUE "H".
       02 FILLER PIC 9(3) VALUE 10.
       02 FILLER PIC X(40) VALUE "10 WINS AGAINST HARD".
       02 FILLER PIC X(8) VALUE "UNBEAT5".
       02 FILLER PIC X VALUE "U".
       02 FILLER PIC 9(3) VALUE 5.
       02 FILLER PIC X(40) VALUE "5 GAMES UNBEATEN".
       02 FILLER PIC X(8) VALUE "UNBEAT10".
       02 FILLER PIC X VALUE "U".
       02 FILLER PIC 9(3) VALUE 10.
       02 FILLER PIC X(40) VALUE "10 GAMES UNBEATEN".
       02 FILLER PIC X(8) VALUE "UNBEAT25".
       02 FILLER PIC X VALUE "U".
       02 FILLER PIC 9(3) VALUE 25.
       02 FILLER PIC X(40) VALUE "25 GAMES UNBEATEN".
       02 FILLER PIC X(8) VALUE "QUICKWIN".
       02 FILLER PIC X VALUE "Q".
       02 FILLER PIC 9(3) VALUE 0.
       02 FILLER PIC X(40) VALUE "A WIN IN THE FEWEST MOVES POSSIBLE".
   01 MilestoneTable REDEFINES Milestones.
       02 MilestoneEntry OCCURS 14 TIMES.
           03 MS-Code PIC X(8).
           03 MS-Kind PIC X.
           03 MS-Threshold PIC 9(3).
           03 MS-Title PIC X(40).
   01 MS-Idx PIC 99.
*>    the player's running figures while a game is credited to them
   01 Progress.
       02 PG-LastDate PIC 9(8).
       02 PG-LastTime PIC 9(8).
       02 PG-Games PIC 9(5).
       02 PG-Wins PIC 9(5).
       02 PG-HardWins PIC 9(5).
       02 PG-Streak PIC 9(4).
       02 PG-BestStreak PIC 9(4).
       02 PG-FastWin PIC 99.
       02 PG-FastGameID PIC X(16).
       02 FILLER PIC X(12).
   01 ProgressOnFile PIC X.
   01 CreditID PIC X(10).
   01 WinnerID PIC X(10).
   01 ThisOutcome PIC X.
   01 HardWin PIC X.
   01 QuickMoves PIC 99.
   01 MsReached PIC X.
   01 MsValue PIC 9(5).
   01 GamesRead PIC 9(7) VALUE 0.
   01 GamesCredited PIC 9(7) VALUE 0.
   01 VoidSkipped PIC 9(7) VALUE 0.
   01 NoHeader PIC 9(7) VALUE 0.
   01 SelfPlaySkipped PIC 9(7) VALUE 0.
   01 MisereSkipped PIC 9(7) VALUE 0.
   01 AlreadyCounted PIC 9(7) VALUE 0.
   01 NewAwards PIC 9(5) VALUE 0.
   01 Failures PIC 9(5) VALUE 0.
*>    the hall of records: each record's best figure and who holds
*>    it, ties and all; for the fastest win the lowest figure is the
*>    best, for the rest the highest
   01 RecordLabels.
       02 FILLER PIC X(28) VALUE "MOST GAMES PLAYED".
       02 FILLER PIC X(28) VALUE "MOST WINS".
       02 FILLER PIC X(28) VALUE "MOST WINS AGAINST HARD".
       02 FILLER PIC X(28) VALUE "LONGEST UNBEATEN RUN".
       02 FILLER PIC X(28) VALUE "FASTEST WIN (MOVES)".
   01 RecordLabelTable REDEFINES RecordLabels.
       02 RC-Label PIC X(28) OCCURS 5 TIMES.
   01 RecordTable.
       02 RecordEntry OCCURS 5 TIMES.
           03 RC-Best PIC 9(5).
           03 RC-HolderCount PIC 9(5).
           03 RC-Holder PIC X(10) OCCURS 10 TIMES.
   01 RC-Idx PIC 9.
   01 RH-Idx PIC 99.
   01 RecValue PIC 9(5).
   01 RecLowBest PIC X.
*>    how many hold each milestone, and who got there first
   01 HolderTable.
       02 HolderEntry OCCURS 14 TIMES.
           03 MH-Count PIC 9(5).
           03 MH-FirstID PIC X(10).
           03 MH-FirstDate PIC 9(8).
   01 HallPlayerID PIC X(10) VALUE SPACES.
   01 HallRetired PIC X VALUE "N".
   01 RegAvail PIC X VALUE "N".
   01 RetiredSkipped PIC 9(5) VALUE 0.
   01 PlayersInHall PIC 9(5) VALUE 0.

*>    achievements and milestones.  AWARD, run nightly, reads
*>    GAMELOG joined to GAMEHDR and credits each game to the
*>    registered players in it, keeping their running figures (games,
*>    wins, wins against Hard, the current and longest unbeaten run,
*>    the fastest win) on ACHIEVE and awarding each milestone the
*>    game brings them to, dated and carrying the GameID that earned
*>    it.  A game is credited only if it is later than the last one
*>    credited to that player, so a rerun -- or the first run, over
*>    everything still on the log -- never counts a game twice.
*>    Voided, self-play and misere games are left out, as they are
*>    from the ladder.  HALL prints the system-wide holders of each
*>    record and of each milestone.  RC 8 when a file can't be opened
*>    or an award can't be written
PROCEDURE DIVISION.
    DISPLAY "Function (AWARD/HALL): " WITH NO ADVANCING
    ACCEPT RunFunc
    MOVE FUNCTION UPPER-CASE(RunFunc) TO RunFunc
    IF NOT AwardFunc AND NOT HallFunc
        DISPLAY "ACHIEVE: FUNCTION MUST BE AWARD OR HALL"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF AwardFunc
        PERFORM AwardMilestones
    ELSE
        PERFORM PrintHall
    END-IF
    STOP RUN.

    AwardMilestones.
        OPEN INPUT GAMELOG
        IF NOT GL-OK
            DISPLAY "ACHIEVE: UNABLE TO OPEN GAMELOG, STATUS " GL-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT GAMEHDR
        IF NOT GH-OK
            DISPLAY "ACHIEVE: UNABLE TO OPEN GAMEHDR, STATUS " GH-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN I-O ACHIEVE
        IF AC-NotFound
            OPEN OUTPUT ACHIEVE
            CLOSE ACHIEVE
            OPEN I-O ACHIEVE
        END-IF
        IF NOT AC-OK
            DISPLAY "ACHIEVE: UNABLE TO OPEN ACHIEVE, STATUS " AC-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM ReadGameLog
        PERFORM ConsiderGame UNTIL GL-EOF
        CLOSE GAMELOG
        CLOSE GAMEHDR
        CLOSE ACHIEVE
        DISPLAY " "
        DISPLAY "ACHIEVE: GAMES READ ............ " GamesRead
        DISPLAY "ACHIEVE: PLAYER-GAMES CREDITED . " GamesCredited
        DISPLAY "ACHIEVE: ALREADY CREDITED ...... " AlreadyCounted
        DISPLAY "ACHIEVE: VOIDED, SKIPPED ....... " VoidSkipped
        DISPLAY "ACHIEVE: SELF-PLAY, SKIPPED .... " SelfPlaySkipped
        DISPLAY "ACHIEVE: MISERE, SKIPPED ....... " MisereSkipped
        DISPLAY "ACHIEVE: NO GAMEHDR, SKIPPED ... " NoHeader
        DISPLAY "ACHIEVE: MILESTONES AWARDED .... " NewAwards
        IF Failures > 0
            DISPLAY "ACHIEVE: " Failures " ACHIEVE UPDATES FAILED"
            MOVE 8 TO RETURN-CODE
        END-IF.

    ReadGameLog.
        READ GAMELOG
            AT END SET GL-EOF TO TRUE
        END-READ.

    ConsiderGame.
        ADD 1 TO GamesRead
        IF GL-EndReason = "V"
            ADD 1 TO VoidSkipped
        ELSE
            MOVE GL-GameID TO GH-GameID
            READ GAMEHDR
                INVALID KEY
                    ADD 1 TO NoHeader
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN GH-GameMode = 3
                            ADD 1 TO SelfPlaySkipped
                        WHEN GH-Rule = "M"
                            ADD 1 TO MisereSkipped
                        WHEN OTHER
                            PERFORM CreditGame
                    END-EVALUATE
            END-READ
        END-IF
        PERFORM ReadGameLog.

*>    GL-Winner is a board number; the named winner depends on the
*>    mode, the same mapping MSTMT makes.  Against the computer only
*>    the human side is credited
    CreditGame.
        EVALUATE TRUE
            WHEN GL-Winner = 0
                MOVE SPACES TO WinnerID
            WHEN GH-GameMode = 1 AND GL-Winner = GH-HumanPlayer
                MOVE GH-Player1ID TO WinnerID
            WHEN GH-GameMode = 1
                MOVE GH-Player2ID TO WinnerID
            WHEN GL-Winner = 1
                MOVE GH-Player1ID TO WinnerID
            WHEN OTHER
                MOVE GH-Player2ID TO WinnerID
        END-EVALUATE
        MOVE GH-Player1ID TO CreditID
        PERFORM CreditPlayer
        IF GH-GameMode NOT = 1
            MOVE GH-Player2ID TO CreditID
            PERFORM CreditPlayer
        END-IF.

    CreditPlayer.
        IF CreditID NOT = SPACES AND CreditID NOT = "COMPUTER"
            PERFORM LoadProgress
            IF GL-Date < PG-LastDate
                OR (GL-Date = PG-LastDate AND GL-Time <= PG-LastTime)
                ADD 1 TO AlreadyCounted
            ELSE
                PERFORM UpdateProgress
                PERFORM CheckMilestone VARYING MS-Idx FROM 1 BY 1
                    UNTIL MS-Idx > 14
                PERFORM SaveProgress
            END-IF
        END-IF.

    LoadProgress.
        MOVE CreditID TO AC-PlayerID
        MOVE SPACES TO AC-Code
        READ ACHIEVE
            INVALID KEY
                MOVE "N" TO ProgressOnFile
                MOVE ZEROS TO Progress
                MOVE SPACES TO PG-FastGameID
            NOT INVALID KEY
                MOVE "Y" TO ProgressOnFile
                MOVE AC-Detail TO Progress
        END-READ.

*>    a tie keeps an unbeaten run going; only a played-out win counts
*>    as the fastest, not one handed over by resignation or the clock
    UpdateProgress.
        ADD 1 TO GamesCredited
        MOVE GL-Date TO PG-LastDate
        MOVE GL-Time TO PG-LastTime
        ADD 1 TO PG-Games
        MOVE "N" TO HardWin
        EVALUATE TRUE
            WHEN WinnerID = SPACES
                MOVE "T" TO ThisOutcome
                ADD 1 TO PG-Streak
            WHEN WinnerID = CreditID
                MOVE "W" TO ThisOutcome
                ADD 1 TO PG-Wins
                ADD 1 TO PG-Streak
                IF GH-GameMode = 1 AND GH-Difficulty = 3
                    MOVE "Y" TO HardWin
                    ADD 1 TO PG-HardWins
                END-IF
                IF GL-EndReason = SPACE
                    AND (PG-FastWin = 0 OR GL-NumMoves < PG-FastWin)
                    MOVE GL-NumMoves TO PG-FastWin
                    MOVE GL-GameID TO PG-FastGameID
                END-IF
            WHEN OTHER
                MOVE "L" TO ThisOutcome
                MOVE 0 TO PG-Streak
        END-EVALUATE
        IF PG-Streak > PG-BestStreak
            MOVE PG-Streak TO PG-BestStreak
        END-IF.

*>    each figure rises one game at a time, so a milestone is reached
*>    on the game that brings the figure exactly to its threshold.
*>    The fewest moves possible is the winner's run length in marks:
*>    at most twice the run length moves in all, whoever moved first
    CheckMilestone.
        MOVE "N" TO MsReached
        EVALUATE MS-Kind(MS-Idx)
            WHEN "W"
                IF ThisOutcome = "W"
                    AND PG-Wins = MS-Threshold(MS-Idx)
                    MOVE "Y" TO MsReached
                    MOVE PG-Wins TO MsValue
                END-IF
            WHEN "G"
                IF PG-Games = MS-Threshold(MS-Idx)
                    MOVE "Y" TO MsReached
                    MOVE PG-Games TO MsValue
                END-IF
            WHEN "H"
                IF HardWin = "Y"
                    AND PG-HardWins = MS-Threshold(MS-Idx)
                    MOVE "Y" TO MsReached
                    MOVE PG-HardWins TO MsValue
                END-IF
            WHEN "U"
                IF ThisOutcome NOT = "L"
                    AND PG-Streak = MS-Threshold(MS-Idx)
                    MOVE "Y" TO MsReached
                    MOVE PG-Streak TO MsValue
                END-IF
            WHEN "Q"
                IF GH-WinLength NUMERIC AND GH-WinLength > 0
                    COMPUTE QuickMoves = GH-WinLength * 2
                ELSE
                    MOVE 6 TO QuickMoves
                END-IF
                IF ThisOutcome = "W" AND GL-EndReason = SPACE
                    AND GL-NumMoves <= QuickMoves
                    MOVE "Y" TO MsReached
                    MOVE GL-NumMoves TO MsValue
                END-IF
        END-EVALUATE
        IF MsReached = "Y"
            PERFORM WriteAward
        END-IF.

*>    a duplicate key means the milestone is already held -- awarded
*>    once, never again
    WriteAward.
        MOVE CreditID TO AC-PlayerID
        MOVE MS-Code(MS-Idx) TO AC-Code
        MOVE GL-Date TO AC-Date
        MOVE GL-GameID TO AC-GameID
        MOVE MsValue TO AC-Value
        MOVE MS-Title(MS-Idx) TO AC-Title
        WRITE AchieveRecord
        EVALUATE TRUE
            WHEN AC-OK
                ADD 1 TO NewAwards
                DISPLAY "AWARDED  " CreditID "  " AC-Code "  "
                    AC-Title(1:34) "  " GL-GameID
            WHEN AC-Status = "22"
                CONTINUE
            WHEN OTHER
                DISPLAY "ACHIEVE: " CreditID " " AC-Code
                    " NOT WRITTEN, STATUS " AC-Status
                ADD 1 TO Failures
        END-EVALUATE.

    SaveProgress.
        MOVE CreditID TO AC-PlayerID
        MOVE SPACES TO AC-Code
        MOVE Progress TO AC-Detail
        IF ProgressOnFile = "Y"
            REWRITE AchieveRecord
        ELSE
            WRITE AchieveRecord
        END-IF
        IF NOT AC-OK
            DISPLAY "ACHIEVE: FIGURES FOR " CreditID
                " NOT SAVED, STATUS " AC-Status
            ADD 1 TO Failures
        END-IF.

    PrintHall.
        OPEN INPUT ACHIEVE
        IF AC-NotFound
            DISPLAY "ACHIEVE: NO ACHIEVEMENTS ON FILE YET"
            STOP RUN
        END-IF
        IF NOT AC-OK
            DISPLAY "ACHIEVE: UNABLE TO OPEN ACHIEVE, STATUS " AC-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT PLAYERREG
        IF PR-OK
            MOVE "Y" TO RegAvail
        END-IF
        MOVE ZEROS TO RecordTable HolderTable
        PERFORM ReadAchieve
        PERFORM HallRecord UNTIL AC-EOF
        CLOSE ACHIEVE
        IF RegAvail = "Y"
            CLOSE PLAYERREG
        END-IF
        DISPLAY " "
        DISPLAY "===== HALL OF RECORDS ====="
        DISPLAY " "
        PERFORM PrintRecordHolders VARYING RC-Idx FROM 1 BY 1
            UNTIL RC-Idx > 5
        DISPLAY " "
        DISPLAY "--- MILESTONES ---"
        DISPLAY "CODE      MILESTONE                           HELD BY  "
            "FIRST EARNED BY"
        PERFORM PrintMilestoneLine VARYING MS-Idx FROM 1 BY 1
            UNTIL MS-Idx > 14
        DISPLAY " "
        DISPLAY "PLAYERS WITH FIGURES ON FILE ... " PlayersInHall
        IF RetiredSkipped > 0
            DISPLAY "(" RetiredSkipped " RETIRED PLAYERS NOT LISTED)"
        END-IF.

    ReadAchieve.
        READ ACHIEVE NEXT RECORD
            AT END SET AC-EOF TO TRUE
        END-READ.

*>    the register is looked at once per player: their figures come
*>    first, under the blank code, then their milestones
    HallRecord.
        IF AC-PlayerID NOT = HallPlayerID
            MOVE AC-PlayerID TO HallPlayerID
            PERFORM CheckRetired
        END-IF
        IF HallRetired = "N"
            IF AC-Code = SPACES
                ADD 1 TO PlayersInHall
                PERFORM HallFigures
            ELSE
                PERFORM HallMilestone
            END-IF
        END-IF
        PERFORM ReadAchieve.

    HallFigures.
        MOVE "N" TO RecLowBest
        MOVE 1 TO RC-Idx
        MOVE AP-Games TO RecValue
        PERFORM ConsiderHolder
        MOVE 2 TO RC-Idx
        MOVE AP-Wins TO RecValue
        PERFORM ConsiderHolder
        MOVE 3 TO RC-Idx
        MOVE AP-HardWins TO RecValue
        PERFORM ConsiderHolder
        MOVE 4 TO RC-Idx
        MOVE AP-BestStreak TO RecValue
        PERFORM ConsiderHolder
        MOVE "Y" TO RecLowBest
        MOVE 5 TO RC-Idx
        MOVE AP-FastWin TO RecValue
        PERFORM ConsiderHolder.

*>    a zero figure holds nothing; a better one starts the holder
*>    list afresh, an equal one joins it
    ConsiderHolder.
        IF RecValue > 0
            EVALUATE TRUE
                WHEN RC-HolderCount(RC-Idx) = 0
                  OR (RecLowBest = "N" AND RecValue > RC-Best(RC-Idx))
                  OR (RecLowBest = "Y" AND RecValue < RC-Best(RC-Idx))
                    MOVE RecValue TO RC-Best(RC-Idx)
                    MOVE 1 TO RC-HolderCount(RC-Idx)
                    MOVE AC-PlayerID TO RC-Holder(RC-Idx, 1)
                WHEN RecValue = RC-Best(RC-Idx)
                    ADD 1 TO RC-HolderCount(RC-Idx)
                    IF RC-HolderCount(RC-Idx) <= 10
                        MOVE AC-PlayerID TO RC-Holder(RC-Idx,
                            RC-HolderCount(RC-Idx))
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF.

    HallMilestone.
        PERFORM VARYING MS-Idx FROM 1 BY 1
            UNTIL MS-Idx > 14 OR MS-Code(MS-Idx) = AC-Code
            CONTINUE
        END-PERFORM
        IF MS-Idx <= 14
            ADD 1 TO MH-Count(MS-Idx)
            IF MH-Count(MS-Idx) = 1 OR AC-Date < MH-FirstDate(MS-Idx)
                MOVE AC-PlayerID TO MH-FirstID(MS-Idx)
                MOVE AC-Date TO MH-FirstDate(MS-Idx)
            END-IF
        END-IF.

    PrintRecordHolders.
        IF RC-HolderCount(RC-Idx) = 0
            DISPLAY RC-Label(RC-Idx) "  (NOT YET SET)"
        ELSE
            DISPLAY RC-Label(RC-Idx) "  " RC-Best(RC-Idx)
                "  HELD BY " RC-HolderCount(RC-Idx)
            PERFORM VARYING RH-Idx FROM 1 BY 1
                UNTIL RH-Idx > RC-HolderCount(RC-Idx) OR RH-Idx > 10
                DISPLAY "      " RC-Holder(RC-Idx, RH-Idx)
            END-PERFORM
            IF RC-HolderCount(RC-Idx) > 10
                DISPLAY "      (AND " RC-HolderCount(RC-Idx)
                    " IN ALL)"
            END-IF
        END-IF.

    PrintMilestoneLine.
        IF MH-Count(MS-Idx) = 0
            DISPLAY MS-Code(MS-Idx) "  " MS-Title(MS-Idx)(1:34) "  "
                MH-Count(MS-Idx)
        ELSE
            DISPLAY MS-Code(MS-Idx) "  " MS-Title(MS-Idx)(1:34) "  "
                MH-Count(MS-Idx) "    " MH-FirstID(MS-Idx) " ON "
                MH-FirstDate(MS-Idx)
        END-IF.

*>    anything other than a register entry marked retired is listed,
*>    including every ID when there is no register to ask
    CheckRetired.
        MOVE "N" TO HallRetired
        IF RegAvail = "Y"
            MOVE AC-PlayerID TO PR-PlayerID
            READ PLAYERREG
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PR-Active = "R"
                        MOVE "Y" TO HallRetired
                        ADD 1 TO RetiredSkipped
                    END-IF
            END-READ
        END-IF.
