       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PLAYLIFE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYERREG ASSIGN TO "PLAYERREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS PR-Status.
    SELECT GAMEHDR ASSIGN TO "GAMEHDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GH-GameID
        FILE STATUS IS GH-Status.
    SELECT PLAYERPRF ASSIGN TO "PLAYERPRF"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PF-PlayerID
        FILE STATUS IS PF-Status.
    SELECT CHECKPT ASSIGN TO "CHECKPT"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CK-GameID
        FILE STATUS IS CK-Status.
DATA DIVISION.
FILE SECTION.
*>    A = active, I = deactivated by an administrator, D = dormant,
*>    R = retired; PR-LastSeen is the last successful sign-on (or
*>    enrolment / reactivation) date
FD PLAYERREG.
   01 PlayerRegRecord.
       02 PR-PlayerID PIC X(10).
       02 PR-PIN PIC X(4).
       02 PR-Active PIC X.
       02 PR-BadTries PIC 9.
       02 PR-LastSeen PIC 9(8).
       02 PR-PinSalt PIC X(8).
       02 PR-PinHash PIC X(18).
*>    a GameID starts with the date the game began, so the header
*>    file is also the record of who played when
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
FD PLAYERPRF.
   01 PlayerPrfRecord.
       02 PF-PlayerID PIC X(10).
       02 PF-Rest PIC X(11).
FD CHECKPT.
   01 CheckptRecord.
       02 CK-GameID PIC X(16).
       02 CK-Board PIC X(9).
       02 CK-NumMoves PIC 9(2).
       02 CK-Winner PIC 9.
       02 CK-CurrentPlayer PIC 9.
       02 CK-HumanPlayer PIC 9.
       02 CK-BoardSize PIC 9.
       02 CK-WinLength PIC 9.
       02 CK-ExtBoard PIC X(16).
       02 CK-Player1ID PIC X(10).
       02 CK-Player2ID PIC X(10).
       02 CK-SaveName PIC X(12).
       02 CK-Rule PIC X.
       02 CK-Seed PIC 9(9).
WORKING-STORAGE SECTION.
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
       88 PR-EOF VALUE "10".
   01 GH-Status PIC XX.
       88 GH-OK VALUE "00".
       88 GH-EOF VALUE "10".
   01 PF-Status PIC XX.
       88 PF-OK VALUE "00".
       88 PF-EOF VALUE "10".
   01 CK-Status PIC XX.
       88 CK-OK VALUE "00".
       88 CK-EOF VALUE "10".
   01 DormantEntry PIC X(4) VALUE SPACES.
   01 RetireEntry PIC X(4) VALUE SPACES.
   01 DormantMonths PIC 9(4) VALUE 0.
   01 RetireMonths PIC 9(4) VALUE 0.
   01 TodayDate PIC 9(8).
   01 TodayParts REDEFINES TodayDate.
       02 TodayYear PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay PIC 99.
*>    the dates a player's last activity must be on or after to stay
*>    active / to stay short of retirement
   01 DormantCutoff PIC 9(8).
   01 RetireCutoff PIC 9(8).
   01 BackMonths PIC 9(4).
   01 MonthCount PIC 9(6).
   01 CutYear PIC 9(4).
   01 CutMonth PIC 99.
   01 CutDay PIC 99.
   01 CutDate PIC 9(8).
*>    every registered ID and the latest date GAMEHDR shows it playing
   01 PlayerTable.
       02 PlayerEntry OCCURS 5000 TIMES.
           03 PT-PlayerID PIC X(10).
           03 PT-LastPlay PIC 9(8).
   01 PlayerCount PIC 9(4) VALUE 0.
   01 PT-Idx PIC 9(4).
   01 PT-Found PIC 9(4).
   01 RegIdx PIC 9(4) VALUE 0.
   01 PlayerOverflow PIC 9(6) VALUE 0.
   01 HdrDateX PIC X(8).
   01 HdrDate PIC 9(8).
   01 CheckID PIC X(10).
   01 LastActivity PIC 9(8).
   01 OldState PIC X.
   01 NewState PIC X.
   01 StaleSave PIC X.
   01 HeadersRead PIC 9(6) VALUE 0.
   01 PlayersRead PIC 9(6) VALUE 0.
   01 ClockStarted PIC 9(6) VALUE 0.
   01 NotEvaluated PIC 9(6) VALUE 0.
   01 MadeDormant PIC 9(6) VALUE 0.
   01 MadeRetired PIC 9(6) VALUE 0.
   01 Reactivated PIC 9(6) VALUE 0.
   01 RewriteFailed PIC 9(6) VALUE 0.
   01 ProfilesRemoved PIC 9(6) VALUE 0.
   01 SavesRemoved PIC 9(6) VALUE 0.
   01 DeleteFailed PIC 9(6) VALUE 0.

*>    periodic player lifecycle run.  A registered player with no
*>    GAMEHDR game and no sign-on for the dormant period (months,
*>    SYSIN, default 12) is marked dormant "D"; past the longer
*>    retire period (default 36) the player is retired "R".  A
*>    dormant player who has since played is put back to "A" here,
*>    and one who signs on is reactivated by CHECKREG at the time.
*>    A retired player is left off LEADRPT, RATINGRPT and MSTMT, and
*>    loses the PLAYERPRF profile and any save older than the
*>    dormant period; game history, stats and ratings are kept.
*>    An administrator's "I" is left alone until retirement, and a
*>    player with no dated activity at all has today stamped as the
*>    start of the clock.  Every change is listed
PROCEDURE DIVISION.
    DISPLAY "Dormant after how many months (blank for 12): "
        WITH NO ADVANCING
    ACCEPT DormantEntry
    DISPLAY "Retire after how many months (blank for 36): "
        WITH NO ADVANCING
    ACCEPT RetireEntry
    IF DormantEntry = SPACES
        MOVE 12 TO DormantMonths
    ELSE
        MOVE FUNCTION NUMVAL(DormantEntry) TO DormantMonths
    END-IF
    IF RetireEntry = SPACES
        MOVE 36 TO RetireMonths
    ELSE
        MOVE FUNCTION NUMVAL(RetireEntry) TO RetireMonths
    END-IF
    IF DormantMonths = 0 OR RetireMonths NOT > DormantMonths
        DISPLAY "PLAYLIFE: DORMANT MONTHS MUST BE NON-ZERO AND LESS "
            "THAN RETIRE MONTHS"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT TodayDate FROM DATE YYYYMMDD
    MOVE DormantMonths TO BackMonths
    PERFORM ComputeCutoff
    MOVE CutDate TO DormantCutoff
    MOVE RetireMonths TO BackMonths
    PERFORM ComputeCutoff
    MOVE CutDate TO RetireCutoff
    OPEN I-O PLAYERREG
    IF NOT PR-OK
        DISPLAY "PLAYLIFE: UNABLE TO OPEN PLAYERREG, STATUS " PR-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ReadRegister
    PERFORM LoadPlayer UNTIL PR-EOF
    IF PlayerOverflow > 0
        DISPLAY "PLAYLIFE: " PlayerOverflow " PLAYERS BEYOND THE "
            "TABLE -- LEFT AS THEY ARE"
    END-IF
    OPEN INPUT GAMEHDR
    IF GH-OK
        PERFORM ReadGameHdr
        PERFORM NoteHeader UNTIL GH-EOF
        CLOSE GAMEHDR
    ELSE
        DISPLAY "PLAYLIFE: NO GAMEHDR (STATUS " GH-Status
            ") -- SIGN-ON DATES ONLY"
    END-IF
    DISPLAY " "
    DISPLAY "===== PLAYER LIFECYCLE RUN " TodayDate " ====="
    DISPLAY "DORMANT IF NO ACTIVITY SINCE " DormantCutoff
        " (" DormantMonths " MONTHS)"
    DISPLAY "RETIRED IF NO ACTIVITY SINCE " RetireCutoff
        " (" RetireMonths " MONTHS)"
    DISPLAY " "
    DISPLAY "PLAYER ID   WAS  NOW  LAST ACTIVITY"
    DISPLAY "----------  ---  ---  -------------"
*>    second pass over the register, in the same key order the
*>    table was loaded in, applying each player's transition
    MOVE LOW-VALUES TO PR-PlayerID
    START PLAYERREG KEY NOT < PR-PlayerID
        INVALID KEY
            SET PR-EOF TO TRUE
    END-START
    MOVE 0 TO RegIdx
    IF NOT PR-EOF
        PERFORM ReadRegister
    END-IF
    PERFORM ReviewPlayer UNTIL PR-EOF
    PERFORM PurgeProfiles
    PERFORM PurgeSaves
    CLOSE PLAYERREG
    PERFORM PrintSummary
    STOP RUN.

*>    the cutoff is the same day BackMonths months ago, pulled back to
*>    the 28th so every month has it
    ComputeCutoff.
        COMPUTE MonthCount = TodayYear * 12 + TodayMonth - 1
            - BackMonths
        DIVIDE MonthCount BY 12 GIVING CutYear REMAINDER CutMonth
        ADD 1 TO CutMonth
        MOVE TodayDay TO CutDay
        IF CutDay > 28
            MOVE 28 TO CutDay
        END-IF
        COMPUTE CutDate = CutYear * 10000 + CutMonth * 100 + CutDay.

    ReadRegister.
        READ PLAYERREG NEXT RECORD
            AT END SET PR-EOF TO TRUE
        END-READ.

    ReadGameHdr.
        READ GAMEHDR
            AT END SET GH-EOF TO TRUE
        END-READ.

    LoadPlayer.
        ADD 1 TO PlayersRead
        IF PlayerCount < 5000
            ADD 1 TO PlayerCount
            MOVE PR-PlayerID TO PT-PlayerID(PlayerCount)
            MOVE 0 TO PT-LastPlay(PlayerCount)
        ELSE
            ADD 1 TO PlayerOverflow
        END-IF
        PERFORM ReadRegister.

*>    a foreign game (GAMEIMPT) names the other site's players, so
*>    only games played here count as activity
    NoteHeader.
        ADD 1 TO HeadersRead
        MOVE GH-GameID(1:8) TO HdrDateX
        IF GH-Origin = SPACES AND HdrDateX NUMERIC
            MOVE HdrDateX TO HdrDate
            MOVE GH-Player1ID TO CheckID
            PERFORM NotePlay
            MOVE GH-Player2ID TO CheckID
            PERFORM NotePlay
        END-IF
        PERFORM ReadGameHdr.

    NotePlay.
        IF CheckID NOT = SPACES AND CheckID NOT = "COMPUTER"
            PERFORM FindPlayer
            IF PT-Found > 0
                IF HdrDate > PT-LastPlay(PT-Found)
                    MOVE HdrDate TO PT-LastPlay(PT-Found)
                END-IF
            END-IF
        END-IF.

    FindPlayer.
        MOVE 0 TO PT-Found
        PERFORM VARYING PT-Idx FROM 1 BY 1
                UNTIL PT-Idx > PlayerCount OR PT-Found > 0
            IF PT-PlayerID(PT-Idx) = CheckID
                MOVE PT-Idx TO PT-Found
            END-IF
        END-PERFORM.

    ReviewPlayer.
        ADD 1 TO RegIdx
        MOVE 0 TO PT-Found
        IF RegIdx NOT > PlayerCount
            IF PT-PlayerID(RegIdx) = PR-PlayerID
                MOVE RegIdx TO PT-Found
            END-IF
        END-IF
        IF PT-Found = 0
            ADD 1 TO NotEvaluated
        ELSE
            PERFORM ApplyLifecycle
        END-IF
        PERFORM ReadRegister.

    ApplyLifecycle.
        MOVE 0 TO LastActivity
        IF PR-LastSeen NUMERIC
            MOVE PR-LastSeen TO LastActivity
        END-IF
        IF PT-LastPlay(PT-Found) > LastActivity
            MOVE PT-LastPlay(PT-Found) TO LastActivity
        END-IF
        MOVE PR-Active TO OldState
        MOVE PR-Active TO NewState
        IF LastActivity = 0
*>    registered before sign-on dates were kept and never played:
*>    nothing to judge by, so the clock starts today
            IF PR-Active NOT = "R"
                ADD 1 TO ClockStarted
                MOVE TodayDate TO PR-LastSeen
                PERFORM RewritePlayer
            END-IF
        ELSE
            EVALUATE TRUE
                WHEN PR-Active = "R"
                    CONTINUE
                WHEN LastActivity < RetireCutoff
                    MOVE "R" TO NewState
                WHEN PR-Active = "A" AND LastActivity < DormantCutoff
                    MOVE "D" TO NewState
                WHEN PR-Active = "D" AND LastActivity NOT < DormantCutoff
                    MOVE "A" TO NewState
            END-EVALUATE
            IF NewState NOT = OldState
                MOVE NewState TO PR-Active
                PERFORM RewritePlayer
                IF PR-OK
                    DISPLAY PR-PlayerID "   " OldState "    " NewState
                        "   " LastActivity
                    EVALUATE NewState
                        WHEN "D"
                            ADD 1 TO MadeDormant
                        WHEN "R"
                            ADD 1 TO MadeRetired
                        WHEN "A"
                            ADD 1 TO Reactivated
                    END-EVALUATE
                END-IF
            END-IF
        END-IF.

    RewritePlayer.
        REWRITE PlayerRegRecord
        IF NOT PR-OK
            ADD 1 TO RewriteFailed
            DISPLAY "PLAYLIFE: REWRITE OF " PR-PlayerID
                " FAILED, STATUS " PR-Status
        END-IF.

*>    the register is still open for keyed reads; a profile whose
*>    owner is retired goes.  No profile file just means nobody ever
*>    saved preferences
    PurgeProfiles.
        DISPLAY " "
        OPEN I-O PLAYERPRF
        IF PF-OK
            PERFORM ReadProfile
            PERFORM CheckProfile UNTIL PF-EOF
            CLOSE PLAYERPRF
        END-IF.

    ReadProfile.
        READ PLAYERPRF NEXT RECORD
            AT END SET PF-EOF TO TRUE
        END-READ.

    CheckProfile.
        MOVE PF-PlayerID TO CheckID
        PERFORM CheckRetired
        IF PR-Active = "R"
            DELETE PLAYERPRF END-DELETE
            IF PF-OK
                ADD 1 TO ProfilesRemoved
                DISPLAY "PROFILE REMOVED ...... " PF-PlayerID
            ELSE
                ADD 1 TO DeleteFailed
                DISPLAY "PLAYLIFE: PROFILE " PF-PlayerID
                    " NOT REMOVED, STATUS " PF-Status
            END-IF
        END-IF
        PERFORM ReadProfile.

*>    a save goes when either side is retired and it is older than
*>    the dormant period; like CKPTUTIL, one whose date can't be read
*>    from its key is always kept
    PurgeSaves.
        OPEN I-O CHECKPT
        IF CK-OK
            PERFORM ReadCheckpt
            PERFORM CheckSave UNTIL CK-EOF
            CLOSE CHECKPT
        END-IF.

    ReadCheckpt.
        READ CHECKPT NEXT RECORD
            AT END SET CK-EOF TO TRUE
        END-READ.

    CheckSave.
        MOVE "N" TO StaleSave
        MOVE CK-GameID(1:8) TO HdrDateX
        IF HdrDateX NUMERIC
            MOVE HdrDateX TO HdrDate
            IF HdrDate < DormantCutoff
                MOVE CK-Player1ID TO CheckID
                PERFORM CheckRetired
                IF PR-Active = "R"
                    MOVE "Y" TO StaleSave
                END-IF
                MOVE CK-Player2ID TO CheckID
                PERFORM CheckRetired
                IF PR-Active = "R"
                    MOVE "Y" TO StaleSave
                END-IF
            END-IF
        END-IF
        IF StaleSave = "Y"
            DELETE CHECKPT END-DELETE
            IF CK-OK
                ADD 1 TO SavesRemoved
                DISPLAY "SAVE REMOVED ......... " CK-GameID " "
                    CK-Player1ID " VS " CK-Player2ID
            ELSE
                ADD 1 TO DeleteFailed
                DISPLAY "PLAYLIFE: SAVE " CK-GameID
                    " NOT REMOVED, STATUS " CK-Status
            END-IF
        END-IF
        PERFORM ReadCheckpt.

*>    leaves PR-Active "R" only for a CheckID the register has as
*>    retired
    CheckRetired.
        MOVE SPACE TO PR-Active
        IF CheckID NOT = SPACES AND CheckID NOT = "COMPUTER"
            MOVE CheckID TO PR-PlayerID
            READ PLAYERREG
                INVALID KEY
                    MOVE SPACE TO PR-Active
            END-READ
        END-IF.

    PrintSummary.
        DISPLAY " "
        DISPLAY "PLAYERS ON REGISTER .. " PlayersRead
        DISPLAY "GAME HEADERS READ .... " HeadersRead
        DISPLAY "MADE DORMANT ......... " MadeDormant
        DISPLAY "RETIRED .............. " MadeRetired
        DISPLAY "REACTIVATED .......... " Reactivated
        DISPLAY "CLOCK STARTED TODAY .. " ClockStarted
        DISPLAY "PROFILES REMOVED ..... " ProfilesRemoved
        DISPLAY "SAVES REMOVED ........ " SavesRemoved
        IF NotEvaluated > 0
            DISPLAY "NOT EVALUATED ........ " NotEvaluated
        END-IF
        IF RewriteFailed > 0 OR DeleteFailed > 0
            DISPLAY "UPDATES FAILED ....... " RewriteFailed
                " REGISTER, " DeleteFailed " PROFILE/SAVE"
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF.
