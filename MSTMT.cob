        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LX-Key
        FILE STATUS IS LX-Status.
    SELECT ACHIEVE ASSIGN TO "ACHIEVE"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AC-Key
        FILE STATUS IS AC-Status.
DATA DIVISION.
FILE SECTION.
FD PLAYERREG.
       02 PR-PIN PIC X(4).
       02 PR-Active PIC X.
       02 PR-BadTries PIC 9.
       02 PR-LastSeen PIC 9(8).
       02 PR-PinSalt PIC X(8).
       02 PR-PinHash PIC X(18).
FD GAMELOG.
   01 GameLogRecord.
       02 GL-FinalBoard PIC X(9).
       02 GH-BoardSize PIC 9.
       02 GH-WinLength PIC 9.
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
FD PLAYERLDR.
   01 PlayerLdrRecord.
       02 LD-PlayerID PIC X(10).
       02 LX-Winner PIC 9.
       02 LX-GameID PIC X(16).
       02 LX-Date PIC 9(8).
*>    milestones awarded by ACHIEVE, keyed by player ID plus the
*>    milestone code; the blank-code record holds the running
*>    figures and is not printed
FD ACHIEVE.
   01 AchieveRecord.
       02 AC-Key.
           03 AC-PlayerID PIC X(10).
           03 AC-Code PIC X(8).
       02 AC-Date PIC 9(8).
       02 AC-GameID PIC X(16).
       02 AC-Value PIC 9(5).
       02 AC-Title PIC X(40).
WORKING-STORAGE SECTION.
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
   01 LX-Status PIC XX.
       88 LX-OK VALUE "00".
       88 LX-EOF VALUE "10".
   01 AC-Status PIC XX.
       88 AC-OK VALUE "00".
       88 AC-EOF VALUE "10".
   01 AchAvail PIC X VALUE "N".
   01 AwardsShown PIC 9(3).
   01 MonthEntry PIC X(6).
   01 WantMonth PIC 9(6).
*>    GAMEHDR loaded whole for the join, the way GHRPT loads it
   01 FixLinesShown PIC 9(3).
   01 LD-Found PIC X.
   01 PagesPrinted PIC 9(4) VALUE 0.
   01 RetiredSkipped PIC 9(4) VALUE 0.

*>    the "what did I do this month" page, one per registered
*>    player: their games for the statement month off GAMELOG
*>    joined to GAMEHDR, the record split by difficulty and by
*>    opponent, where they stand on the PLAYERLDR ladder, any
*>    league fixture results posted in the month, and the
*>    milestones ACHIEVE awarded them in the month.  Players with no
*>    games in the month still get a page saying so -- a statement
*>    of nothing is still a statement.  Retired IDs (PLAYLIFE) get
*>    no page at all
PROCEDURE DIVISION.
    DISPLAY "Statement month (YYYYMM): " WITH NO ADVANCING
    ACCEPT MonthEntry
    PERFORM LoadHeaders
    PERFORM LoadMonthGames
    PERFORM LoadMonthFixtures
    OPEN INPUT ACHIEVE
    IF AC-OK
        MOVE "Y" TO AchAvail
    END-IF
    OPEN INPUT PLAYERREG
    IF NOT PR-OK
        DISPLAY "MSTMT: NO PLAYER REGISTER ON FILE, STATUS "
        STOP RUN
    END-IF
    PERFORM ReadRegister
    PERFORM StatementIfCurrent UNTIL PR-EOF
    CLOSE PLAYERREG
    IF AchAvail = "Y"
        CLOSE ACHIEVE
    END-IF
    DISPLAY " "
    DISPLAY "MSTMT: " PagesPrinted " STATEMENTS PRINTED FOR "
        WantMonth
    IF RetiredSkipped > 0
        DISPLAY "MSTMT: " RetiredSkipped " RETIRED PLAYERS SKIPPED"
    END-IF
    IF HdrOverflow > 0 OR MonthOverflow > 0
        DISPLAY "WARNING: TABLE LIMITS EXCEEDED -- " HdrOverflow
            " HEADERS AND " MonthOverflow " GAMES NOT FOLDED IN"
            AT END SET GL-EOF TO TRUE
        END-READ.

*>    a game voided on dispute is left off the statement
    ConsiderGame.
        IF GL-Date(1:6) = MonthEntry AND GL-EndReason NOT = "V"
            PERFORM JoinAndStash
        END-IF
        PERFORM ReadGameLog.
            AT END SET PR-EOF TO TRUE
        END-READ.

    StatementIfCurrent.
        IF PR-Active = "R"
            ADD 1 TO RetiredSkipped
            PERFORM ReadRegister
        ELSE
            PERFORM PrintOneStatement
        END-IF.

    PrintOneStatement.
        MOVE PR-PlayerID TO StmtID
        ADD 1 TO PagesPrinted
        END-IF
        PERFORM PrintLadderLine
        PERFORM PrintFixtureLines
        PERFORM PrintAwardLines
        PERFORM ReadRegister.

    TallyForPlayer.
                    DISPLAY " -- LOST"
            END-EVALUATE
        END-IF.

*>    the player's milestones are read in key order from the top of
*>    their range; no achievements file yet means none to show
    PrintAwardLines.
        MOVE 0 TO AwardsShown
        DISPLAY "--- MILESTONES EARNED THIS MONTH ---"
        IF AchAvail = "Y"
            MOVE StmtID TO AC-PlayerID
            MOVE LOW-VALUES TO AC-Code
            START ACHIEVE KEY IS NOT LESS THAN AC-Key
                INVALID KEY SET AC-EOF TO TRUE
            END-START
            PERFORM UNTIL AC-EOF
                READ ACHIEVE NEXT RECORD
                    AT END SET AC-EOF TO TRUE
                END-READ
                IF NOT AC-EOF
                    IF AC-PlayerID NOT = StmtID
                        SET AC-EOF TO TRUE
                    ELSE
                        PERFORM PrintOneAward
                    END-IF
                END-IF
            END-PERFORM
        END-IF
        IF AwardsShown = 0
            DISPLAY "(NONE)"
        END-IF.

    PrintOneAward.
        IF AC-Code NOT = SPACES AND AC-Date(1:6) = MonthEntry
            ADD 1 TO AwardsShown
            DISPLAY AC-Date "  " AC-Title(1:34) "  GAME " AC-GameID
        END-IF.
