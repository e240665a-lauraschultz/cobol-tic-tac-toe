       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CLUBMTCH.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLUBMAST ASSIGN TO "CLUBMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-ClubCode
        FILE STATUS IS CM-Status.
    SELECT CLUBMEMB ASSIGN TO "CLUBMEMB"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CB-Key
        FILE STATUS IS CB-Status.
    SELECT CLUBMTCH ASSIGN TO "CLUBMTCH"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CT-Key
        FILE STATUS IS CT-Status.
    SELECT LEAGUEFX ASSIGN TO "LEAGUEFX"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LX-Key
        FILE STATUS IS LX-Status.
DATA DIVISION.
FILE SECTION.
FD CLUBMAST.
   01 ClubMastRecord.
       02 CM-ClubCode PIC X(6).
       02 CM-Name PIC X(30).
       02 CM-CaptainID PIC X(10).
       02 CM-Created PIC 9(8).
*>    a player's spells in clubs (CLUBADM); the one covering today
*>    says which club a player may play a board for
FD CLUBMEMB.
   01 ClubMembRecord.
       02 CB-Key.
           03 CB-PlayerID PIC X(10).
           03 CB-EffFrom PIC 9(8).
       02 CB-ClubCode PIC X(6).
       02 CB-EffTo PIC 9(8).
*>    one record per club match of a competition (a season's ID);
*>    its boards are the LEAGUEFX fixtures under the competition ID
*>    numbered match * 10 + board
FD CLUBMTCH.
   01 ClubMtchRecord.
       02 CT-Key.
           03 CT-CompID PIC X(8).
           03 CT-MatchNo PIC 99.
       02 CT-HomeClub PIC X(6).
       02 CT-AwayClub PIC X(6).
       02 CT-Boards PIC 9.
       02 CT-Date PIC 9(8).
*>    the home club's player takes X (home, player 1) on the odd
*>    boards and the away club's on the even ones
FD LEAGUEFX.
   01 LeagueFxRecord.
       02 LX-Key.
           03 LX-LeagueID PIC X(8).
           03 LX-FixtureNo PIC 9(3).
       02 LX-HomeID PIC X(10).
       02 LX-AwayID PIC X(10).
       02 LX-Status-Fld PIC X.
       02 LX-Winner PIC 9.
       02 LX-GameID PIC X(16).
       02 LX-Date PIC 9(8).
WORKING-STORAGE SECTION.
   01 CM-Status PIC XX.
       88 CM-OK VALUE "00".
   01 CB-Status PIC XX.
       88 CB-OK VALUE "00".
       88 CB-EOF VALUE "10".
   01 CT-Status PIC XX.
       88 CT-OK VALUE "00".
       88 CT-EOF VALUE "10".
       88 CT-NotFound VALUE "35".
   01 LX-Status PIC XX.
       88 LX-OK VALUE "00".
       88 LX-EOF VALUE "10".
       88 LX-NotFound VALUE "35".
   01 RunFunc PIC X(5) VALUE SPACES.
       88 SetupFunc VALUE "SETUP".
       88 StandFunc VALUE "STAND".
   01 CompID PIC X(8).
   01 HomeClub PIC X(6).
   01 AwayClub PIC X(6).
   01 BoardsEntry PIC X(2).
   01 BoardCount PIC 99 VALUE 0.
   01 Today PIC 9(8).
   01 MatchNo PIC 99 VALUE 0.
   01 HighMatch PIC 99 VALUE 0.
   01 ClubOK PIC X.
*>    the boards of the match being set up, as entered
   01 Lineup.
       02 LineupBoard OCCURS 9 TIMES.
           03 LU-HomeID PIC X(10).
           03 LU-AwayID PIC X(10).
   01 BoardIdx PIC 99.
   01 CheckID PIC X(10).
   01 CheckClub PIC X(6).
   01 PlayerClub PIC X(6).
   01 LineupErrors PIC 9(3) VALUE 0.
*>    the competition's matches, subscripted by match number
   01 Matches.
       02 MatchEntry OCCURS 99 TIMES.
           03 MT-Present PIC X.
           03 MT-HomeClub PIC X(6).
           03 MT-AwayClub PIC X(6).
           03 MT-Boards PIC 9.
           03 MT-Done PIC 9.
           03 MT-HomeGP PIC 9(3).
           03 MT-AwayGP PIC 9(3).
   01 MT-Idx PIC 99.
   01 FixBoard PIC 9.
   01 XPoints PIC 9.
   01 OPoints PIC 9.
   01 MatchesOnFile PIC 99 VALUE 0.
*>    the standings, one row per club that has played.  Game points
*>    are held in halves (a board won 2, tied 1) and match points are
*>    2 for a match won on boards, 1 for one drawn
   01 Standings.
       02 StandEntry OCCURS 40 TIMES.
           03 CS-ClubCode PIC X(6).
           03 CS-Played PIC 9(3).
           03 CS-Won PIC 9(3).
           03 CS-Drawn PIC 9(3).
           03 CS-Lost PIC 9(3).
           03 CS-MatchPts PIC 9(3).
           03 CS-GamePts PIC 9(4).
   01 StandCount PIC 99 VALUE 0.
   01 CS-Idx PIC 99.
   01 CS-Scan PIC 99.
   01 ThisClub PIC X(6).
   01 ForGP PIC 9(3).
   01 AgainstGP PIC 9(3).
   01 SwapEntry PIC X(25).
   01 SortLimit PIC 99.
   01 SortSwapped PIC X.
   01 Rank PIC 99.
   01 HomeGPDisp PIC Z9.9.
   01 AwayGPDisp PIC Z9.9.
   01 GamePtsDisp PIC ZZ9.9.
   01 ClubName PIC X(30).
   01 InProgress PIC 99 VALUE 0.
   01 ClubsOpen PIC X VALUE "N".
   01 LineupIDs.
       02 LI-ID PIC X(10) OCCURS 18 TIMES.
   01 LI-Count PIC 99.
   01 LI-Idx PIC 99.
   01 LI-Scan PIC 99.
*>    a notice to each player of a new fixture, dropped in their
*>    inbox through PLAYNOTE for MAIN and TTTCICS to show at sign-on
   01 NoteFunction PIC X.
   01 NoteRequest.
       02 NQ-PlayerID PIC X(10).
       02 NQ-From PIC X(8).
       02 NQ-Expiry PIC 9(8).
       02 NQ-Text PIC X(60).
   01 NoteResult PIC X.
   01 NoteList.
       02 NL-Count PIC 99.
       02 NL-More PIC X.
       02 NL-Entry OCCURS 10 TIMES.
           03 NL-Date PIC 9(8).
           03 NL-From PIC X(8).
           03 NL-Text PIC X(60).
   01 NoteOpponent PIC X(10).
   01 NoteSide PIC X.

*>    inter-club competition.  SETUP makes one match of a competition
*>    (a season's ID) between two CLUBADM clubs: a board count and,
*>    board by board, a player from each club, every one a current
*>    member of the club they play for.  Each board is an ordinary
*>    LEAGUEFX fixture under the competition ID, so it is played as a
*>    normal two-player game through MAIN's fixture mode and its
*>    result posts back on its own.  STAND rolls the boards up into
*>    each match's score -- a board won is a game point, a tie half
*>    of one, and a board defaulted counts as LGSTAND counts it --
*>    and prints the competition's matches and the club standings:
*>    match points (2 a win, 1 a draw) then game points
PROCEDURE DIVISION.
    DISPLAY "Function (SETUP/STAND): " WITH NO ADVANCING
    ACCEPT RunFunc
    MOVE FUNCTION UPPER-CASE(RunFunc) TO RunFunc
    IF NOT SetupFunc AND NOT StandFunc
        DISPLAY "CLUBMTCH: FUNCTION MUST BE SETUP OR STAND"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "Competition ID (up to 8 characters): " WITH NO ADVANCING
    ACCEPT CompID
    MOVE FUNCTION UPPER-CASE(CompID) TO CompID
    IF CompID = SPACES
        DISPLAY "CLUBMTCH: A COMPETITION ID IS REQUIRED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT Today FROM DATE YYYYMMDD
    EVALUATE TRUE
        WHEN SetupFunc
            PERFORM DoSetup
        WHEN StandFunc
            PERFORM DoStand
    END-EVALUATE
    STOP RUN.

*>    ---------- SETUP ----------

    DoSetup.
        DISPLAY "Home club code: " WITH NO ADVANCING
        ACCEPT HomeClub
        MOVE FUNCTION UPPER-CASE(HomeClub) TO HomeClub
        DISPLAY "Away club code: " WITH NO ADVANCING
        ACCEPT AwayClub
        MOVE FUNCTION UPPER-CASE(AwayClub) TO AwayClub
        DISPLAY "Boards (1 to 9, blank for 4): " WITH NO ADVANCING
        ACCEPT BoardsEntry
        IF BoardsEntry = SPACES
            MOVE 4 TO BoardCount
        ELSE
            MOVE FUNCTION NUMVAL(BoardsEntry) TO BoardCount
        END-IF
        IF BoardCount < 1 OR BoardCount > 9
            DISPLAY "CLUBMTCH: A MATCH IS 1 TO 9 BOARDS"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF HomeClub = AwayClub
            DISPLAY "CLUBMTCH: A CLUB CANNOT PLAY ITSELF"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM CheckClubs
        PERFORM VARYING BoardIdx FROM 1 BY 1
            UNTIL BoardIdx > BoardCount
            DISPLAY "Board " BoardIdx " " HomeClub " player ID: "
                WITH NO ADVANCING
            ACCEPT LU-HomeID(BoardIdx)
            MOVE FUNCTION UPPER-CASE(LU-HomeID(BoardIdx))
                TO LU-HomeID(BoardIdx)
            DISPLAY "Board " BoardIdx " " AwayClub " player ID: "
                WITH NO ADVANCING
            ACCEPT LU-AwayID(BoardIdx)
            MOVE FUNCTION UPPER-CASE(LU-AwayID(BoardIdx))
                TO LU-AwayID(BoardIdx)
        END-PERFORM
        PERFORM CheckLineup
        IF LineupErrors > 0
            DISPLAY "CLUBMTCH: " LineupErrors " LINEUP ERROR(S) -- "
                "MATCH NOT SET UP"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM NextMatchNumber
        PERFORM WriteMatch
        CLOSE CLUBMTCH LEAGUEFX.

    CheckClubs.
        OPEN INPUT CLUBMAST
        IF NOT CM-OK
            DISPLAY "CLUBMTCH: NO CLUBS ON FILE, STATUS " CM-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO ClubOK
        MOVE HomeClub TO CM-ClubCode
        READ CLUBMAST
            INVALID KEY
                DISPLAY "CLUBMTCH: NO CLUB " HomeClub " ON FILE"
                MOVE "N" TO ClubOK
        END-READ
        MOVE AwayClub TO CM-ClubCode
        READ CLUBMAST
            INVALID KEY
                DISPLAY "CLUBMTCH: NO CLUB " AwayClub " ON FILE"
                MOVE "N" TO ClubOK
        END-READ
        CLOSE CLUBMAST
        IF ClubOK = "N"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

*>    every board needs a player from each side, each a member of
*>    that club today, and nobody may play two boards
    CheckLineup.
        OPEN INPUT CLUBMEMB
        IF NOT CB-OK
            DISPLAY "CLUBMTCH: NO CLUB MEMBERS ON FILE, STATUS "
                CB-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING BoardIdx FROM 1 BY 1
            UNTIL BoardIdx > BoardCount
            MOVE LU-HomeID(BoardIdx) TO CheckID
            MOVE HomeClub TO CheckClub
            PERFORM CheckBoardPlayer
            MOVE LU-AwayID(BoardIdx) TO CheckID
            MOVE AwayClub TO CheckClub
            PERFORM CheckBoardPlayer
        END-PERFORM
        CLOSE CLUBMEMB
        PERFORM CheckDuplicates.

    CheckBoardPlayer.
        IF CheckID = SPACES
            DISPLAY "CLUBMTCH: BOARD " BoardIdx " HAS NO " CheckClub
                " PLAYER"
            ADD 1 TO LineupErrors
        ELSE
            PERFORM FindPlayerClub
            IF PlayerClub NOT = CheckClub
                DISPLAY "CLUBMTCH: BOARD " BoardIdx " " CheckID
                    " IS NOT A CURRENT MEMBER OF " CheckClub
                ADD 1 TO LineupErrors
            END-IF
        END-IF.

    CheckDuplicates.
        MOVE 0 TO LI-Count
        PERFORM VARYING BoardIdx FROM 1 BY 1
            UNTIL BoardIdx > BoardCount
            ADD 1 TO LI-Count
            MOVE LU-HomeID(BoardIdx) TO LI-ID(LI-Count)
            ADD 1 TO LI-Count
            MOVE LU-AwayID(BoardIdx) TO LI-ID(LI-Count)
        END-PERFORM
        PERFORM VARYING LI-Idx FROM 1 BY 1 UNTIL LI-Idx >= LI-Count
            PERFORM VARYING LI-Scan FROM LI-Idx BY 1
                UNTIL LI-Scan > LI-Count
                IF LI-Scan > LI-Idx AND LI-ID(LI-Idx) NOT = SPACES
                    AND LI-ID(LI-Scan) = LI-ID(LI-Idx)
                    DISPLAY "CLUBMTCH: " LI-ID(LI-Idx)
                        " IS ON MORE THAN ONE BOARD"
                    ADD 1 TO LineupErrors
                END-IF
            END-PERFORM
        END-PERFORM.

*>    the spell covering today, if any
    FindPlayerClub.
        MOVE SPACES TO PlayerClub
        MOVE CheckID TO CB-PlayerID
        MOVE 0 TO CB-EffFrom
        START CLUBMEMB KEY IS NOT LESS THAN CB-Key
            INVALID KEY
                SET CB-EOF TO TRUE
        END-START
        IF CB-OK
            PERFORM ReadMember
            PERFORM UNTIL CB-EOF OR CB-PlayerID NOT = CheckID
                IF CB-EffFrom <= Today AND CB-EffTo >= Today
                    MOVE CB-ClubCode TO PlayerClub
                END-IF
                PERFORM ReadMember
            END-PERFORM
        END-IF.

    ReadMember.
        READ CLUBMEMB NEXT RECORD
            AT END SET CB-EOF TO TRUE
        END-READ.

*>    a new competition ID must not already be a league's; after
*>    that each match takes the next number up
    NextMatchNumber.
        OPEN I-O CLUBMTCH
        IF CT-NotFound
            OPEN OUTPUT CLUBMTCH
            CLOSE CLUBMTCH
            OPEN I-O CLUBMTCH
        END-IF
        IF NOT CT-OK
            DISPLAY "CLUBMTCH: UNABLE TO OPEN CLUBMTCH, STATUS "
                CT-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN I-O LEAGUEFX
        IF LX-NotFound
            OPEN OUTPUT LEAGUEFX
            CLOSE LEAGUEFX
            OPEN I-O LEAGUEFX
        END-IF
        IF NOT LX-OK
            DISPLAY "CLUBMTCH: UNABLE TO OPEN LEAGUEFX, STATUS "
                LX-Status
            CLOSE CLUBMTCH
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 0 TO HighMatch
        MOVE CompID TO CT-CompID
        MOVE 0 TO CT-MatchNo
        START CLUBMTCH KEY IS NOT LESS THAN CT-Key
            INVALID KEY
                SET CT-EOF TO TRUE
        END-START
        IF CT-OK
            PERFORM ReadMatch
            PERFORM UNTIL CT-EOF OR CT-CompID NOT = CompID
                MOVE CT-MatchNo TO HighMatch
                PERFORM ReadMatch
            END-PERFORM
        END-IF
        IF HighMatch = 0
            MOVE CompID TO LX-LeagueID
            MOVE 0 TO LX-FixtureNo
            START LEAGUEFX KEY IS NOT LESS THAN LX-Key
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ LEAGUEFX NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF LX-LeagueID = CompID
                                DISPLAY "CLUBMTCH: " CompID " IS "
                                    "ALREADY A LEAGUE ON LEAGUEFX"
                                CLOSE CLUBMTCH LEAGUEFX
                                MOVE 8 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
            END-START
        END-IF
        IF HighMatch = 99
            DISPLAY "CLUBMTCH: COMPETITION " CompID
                " ALREADY HAS 99 MATCHES"
            CLOSE CLUBMTCH LEAGUEFX
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO HighMatch GIVING MatchNo.

    ReadMatch.
        READ CLUBMTCH NEXT RECORD
            AT END SET CT-EOF TO TRUE
        END-READ.

    WriteMatch.
        MOVE CompID TO CT-CompID
        MOVE MatchNo TO CT-MatchNo
        MOVE HomeClub TO CT-HomeClub
        MOVE AwayClub TO CT-AwayClub
        MOVE BoardCount TO CT-Boards
        MOVE Today TO CT-Date
        WRITE ClubMtchRecord
        IF NOT CT-OK
            DISPLAY "CLUBMTCH: MATCH " MatchNo " REJECTED, STATUS "
                CT-Status
            CLOSE CLUBMTCH LEAGUEFX
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY " "
        DISPLAY "===== " CompID " MATCH " MatchNo ": " HomeClub
            " V " AwayClub " ====="
        PERFORM VARYING BoardIdx FROM 1 BY 1
            UNTIL BoardIdx > BoardCount
            MOVE CompID TO LX-LeagueID
            COMPUTE LX-FixtureNo = MatchNo * 10 + BoardIdx
            IF FUNCTION MOD(BoardIdx 2) = 1
                MOVE LU-HomeID(BoardIdx) TO LX-HomeID
                MOVE LU-AwayID(BoardIdx) TO LX-AwayID
            ELSE
                MOVE LU-AwayID(BoardIdx) TO LX-HomeID
                MOVE LU-HomeID(BoardIdx) TO LX-AwayID
            END-IF
            MOVE "O" TO LX-Status-Fld
            MOVE 0 TO LX-Winner
            MOVE SPACES TO LX-GameID
            MOVE 0 TO LX-Date
            WRITE LeagueFxRecord
            IF NOT LX-OK
                DISPLAY "CLUBMTCH: FIXTURE " LX-FixtureNo
                    " REJECTED, STATUS " LX-Status
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "BOARD " BoardIdx "  FIXTURE " LX-FixtureNo
                    ": " LX-HomeID " (X) VS " LX-AwayID " (O)"
                PERFORM NoticeFixture
            END-IF
        END-PERFORM
        DISPLAY "PLAY THE BOARDS FROM MAIN'S FIXTURE PROMPT UNDER "
            "LEAGUE " CompID.

*>    the fixture just written, posted to the inbox of each of its
*>    two players; a player with a notice still unread about the
*>    same fixture is not told twice
    NoticeFixture.
        MOVE "P" TO NoteFunction
        MOVE "CLUBMTCH" TO NQ-From
        MOVE 0 TO NQ-Expiry
        MOVE LX-HomeID TO NQ-PlayerID
        MOVE LX-AwayID TO NoteOpponent
        MOVE "X" TO NoteSide
        PERFORM PostFixtureNotice
        MOVE LX-AwayID TO NQ-PlayerID
        MOVE LX-HomeID TO NoteOpponent
        MOVE "O" TO NoteSide
        PERFORM PostFixtureNotice.

    PostFixtureNotice.
        MOVE SPACES TO NQ-Text
        STRING LX-LeagueID DELIMITED BY SPACE
            " FIXTURE " LX-FixtureNo ": YOU PLAY " DELIMITED BY SIZE
            NoteOpponent DELIMITED BY SPACE
            " AS " NoteSide DELIMITED BY SIZE INTO NQ-Text
        CALL 'PLAYNOTE' USING NoteFunction, NoteRequest, NoteResult,
            NoteList.

*>    ---------- STAND ----------

    DoStand.
        PERFORM VARYING MT-Idx FROM 1 BY 1 UNTIL MT-Idx > 99
            MOVE "N" TO MT-Present(MT-Idx)
        END-PERFORM
        OPEN INPUT CLUBMTCH
        IF NOT CT-OK
            DISPLAY "CLUBMTCH: NO CLUB MATCHES ON FILE, STATUS "
                CT-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE CompID TO CT-CompID
        MOVE 0 TO CT-MatchNo
        START CLUBMTCH KEY IS NOT LESS THAN CT-Key
            INVALID KEY
                SET CT-EOF TO TRUE
        END-START
        IF CT-OK
            PERFORM ReadMatch
            PERFORM LoadMatch UNTIL CT-EOF OR CT-CompID NOT = CompID
        END-IF
        CLOSE CLUBMTCH
        IF MatchesOnFile = 0
            DISPLAY "CLUBMTCH: NO MATCHES IN COMPETITION " CompID
            MOVE 4 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT LEAGUEFX
        IF NOT LX-OK
            DISPLAY "CLUBMTCH: UNABLE TO OPEN LEAGUEFX, STATUS "
                LX-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE CompID TO LX-LeagueID
        MOVE 0 TO LX-FixtureNo
        START LEAGUEFX KEY IS NOT LESS THAN LX-Key
            INVALID KEY
                SET LX-EOF TO TRUE
        END-START
        IF LX-OK
            PERFORM ReadFixture
            PERFORM ScoreBoard UNTIL LX-EOF OR LX-LeagueID NOT = CompID
        END-IF
        CLOSE LEAGUEFX
        OPEN INPUT CLUBMAST
        IF CM-OK
            MOVE "Y" TO ClubsOpen
        END-IF
        DISPLAY " "
        DISPLAY "===== CLUB COMPETITION " CompID " MATCHES ====="
        PERFORM PrintMatch VARYING MT-Idx FROM 1 BY 1
            UNTIL MT-Idx > 99
        PERFORM SortStandings
        DISPLAY " "
        DISPLAY "===== CLUB COMPETITION " CompID " STANDINGS ====="
        DISPLAY "POS CLUB   NAME                           "
            "P   W   D   L   MP   GP"
        MOVE 0 TO Rank
        PERFORM PrintStandLine VARYING CS-Idx FROM 1 BY 1
            UNTIL CS-Idx > StandCount
        IF StandCount = 0
            DISPLAY "(NO MATCH COMPLETE YET)"
        END-IF
        IF InProgress > 0
            DISPLAY " "
            DISPLAY InProgress " MATCH(ES) STILL BEING PLAYED -- NOT "
                "YET IN THE STANDINGS"
        END-IF
        IF ClubsOpen = "Y"
            CLOSE CLUBMAST
        END-IF.

    LoadMatch.
        IF CT-MatchNo > 0
            MOVE CT-MatchNo TO MT-Idx
            MOVE "Y" TO MT-Present(MT-Idx)
            MOVE CT-HomeClub TO MT-HomeClub(MT-Idx)
            MOVE CT-AwayClub TO MT-AwayClub(MT-Idx)
            MOVE CT-Boards TO MT-Boards(MT-Idx)
            MOVE 0 TO MT-Done(MT-Idx) MT-HomeGP(MT-Idx)
                MT-AwayGP(MT-Idx)
            ADD 1 TO MatchesOnFile
        END-IF
        PERFORM ReadMatch.

    ReadFixture.
        READ LEAGUEFX NEXT RECORD
            AT END SET LX-EOF TO TRUE
        END-READ.

*>    X is the home club's player on the odd boards; a default goes
*>    to the side awarded it, and a double forfeit scores nothing
    ScoreBoard.
        COMPUTE MT-Idx = LX-FixtureNo / 10
        MOVE FUNCTION MOD(LX-FixtureNo 10) TO FixBoard
        IF MT-Idx > 0 AND FixBoard > 0
            AND MT-Present(MT-Idx) = "Y"
            AND FixBoard <= MT-Boards(MT-Idx)
            AND (LX-Status-Fld = "P" OR LX-Status-Fld = "D")
            ADD 1 TO MT-Done(MT-Idx)
            MOVE 0 TO XPoints OPoints
            EVALUATE TRUE
                WHEN LX-Winner = 1
                    MOVE 2 TO XPoints
                WHEN LX-Winner = 2
                    MOVE 2 TO OPoints
                WHEN LX-Status-Fld = "P"
                    MOVE 1 TO XPoints OPoints
            END-EVALUATE
            IF FUNCTION MOD(FixBoard 2) = 1
                ADD XPoints TO MT-HomeGP(MT-Idx)
                ADD OPoints TO MT-AwayGP(MT-Idx)
            ELSE
                ADD OPoints TO MT-HomeGP(MT-Idx)
                ADD XPoints TO MT-AwayGP(MT-Idx)
            END-IF
        END-IF
        PERFORM ReadFixture.

    PrintMatch.
        IF MT-Present(MT-Idx) = "Y"
            COMPUTE HomeGPDisp = MT-HomeGP(MT-Idx) / 2
            COMPUTE AwayGPDisp = MT-AwayGP(MT-Idx) / 2
            IF MT-Done(MT-Idx) = MT-Boards(MT-Idx)
                DISPLAY "MATCH " MT-Idx "  " MT-HomeClub(MT-Idx) " "
                    HomeGPDisp " - " AwayGPDisp " " MT-AwayClub(MT-Idx)
                    "  COMPLETE"
                PERFORM CountMatch
            ELSE
                ADD 1 TO InProgress
                DISPLAY "MATCH " MT-Idx "  " MT-HomeClub(MT-Idx) " "
                    HomeGPDisp " - " AwayGPDisp " " MT-AwayClub(MT-Idx)
                    "  " MT-Done(MT-Idx) " OF " MT-Boards(MT-Idx)
                    " BOARDS IN"
            END-IF
        END-IF.

*>    a completed match goes into both clubs' rows
    CountMatch.
        MOVE MT-HomeClub(MT-Idx) TO ThisClub
        MOVE MT-HomeGP(MT-Idx) TO ForGP
        MOVE MT-AwayGP(MT-Idx) TO AgainstGP
        PERFORM PostMatch
        MOVE MT-AwayClub(MT-Idx) TO ThisClub
        MOVE MT-AwayGP(MT-Idx) TO ForGP
        MOVE MT-HomeGP(MT-Idx) TO AgainstGP
        PERFORM PostMatch.

    PostMatch.
        MOVE 0 TO CS-Idx
        PERFORM VARYING CS-Scan FROM 1 BY 1
            UNTIL CS-Scan > StandCount OR CS-Idx > 0
            IF CS-ClubCode(CS-Scan) = ThisClub
                MOVE CS-Scan TO CS-Idx
            END-IF
        END-PERFORM
        IF CS-Idx = 0 AND StandCount < 40
            ADD 1 TO StandCount
            MOVE StandCount TO CS-Idx
            MOVE ThisClub TO CS-ClubCode(CS-Idx)
            MOVE 0 TO CS-Played(CS-Idx) CS-Won(CS-Idx)
                CS-Drawn(CS-Idx) CS-Lost(CS-Idx) CS-MatchPts(CS-Idx)
                CS-GamePts(CS-Idx)
        END-IF
        IF CS-Idx > 0
            ADD 1 TO CS-Played(CS-Idx)
            ADD ForGP TO CS-GamePts(CS-Idx)
            EVALUATE TRUE
                WHEN ForGP > AgainstGP
                    ADD 1 TO CS-Won(CS-Idx)
                    ADD 2 TO CS-MatchPts(CS-Idx)
                WHEN ForGP = AgainstGP
                    ADD 1 TO CS-Drawn(CS-Idx)
                    ADD 1 TO CS-MatchPts(CS-Idx)
                WHEN OTHER
                    ADD 1 TO CS-Lost(CS-Idx)
            END-EVALUATE
        END-IF.

*>    straight exchange sort, match points first with game points
*>    breaking ties, the same shape as LGSTAND's
    SortStandings.
        IF StandCount > 1
            MOVE "Y" TO SortSwapped
            PERFORM UNTIL SortSwapped = "N"
                MOVE "N" TO SortSwapped
                COMPUTE SortLimit = StandCount - 1
                PERFORM VARYING CS-Scan FROM 1 BY 1
                    UNTIL CS-Scan > SortLimit
                    IF CS-MatchPts(CS-Scan) < CS-MatchPts(CS-Scan + 1)
                        OR (CS-MatchPts(CS-Scan)
                                = CS-MatchPts(CS-Scan + 1)
                            AND CS-GamePts(CS-Scan)
                                < CS-GamePts(CS-Scan + 1))
                        MOVE StandEntry(CS-Scan) TO SwapEntry
                        MOVE StandEntry(CS-Scan + 1)
                            TO StandEntry(CS-Scan)
                        MOVE SwapEntry TO StandEntry(CS-Scan + 1)
                        MOVE "Y" TO SortSwapped
                    END-IF
                END-PERFORM
            END-PERFORM
        END-IF.

    PrintStandLine.
        ADD 1 TO Rank
        MOVE SPACES TO ClubName
        IF ClubsOpen = "Y"
            MOVE CS-ClubCode(CS-Idx) TO CM-ClubCode
            READ CLUBMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CM-Name TO ClubName
            END-READ
        END-IF
        COMPUTE GamePtsDisp = CS-GamePts(CS-Idx) / 2
        DISPLAY Rank "  " CS-ClubCode(CS-Idx) " " ClubName " "
            CS-Played(CS-Idx) " " CS-Won(CS-Idx) " " CS-Drawn(CS-Idx)
            " " CS-Lost(CS-Idx) " " CS-MatchPts(CS-Idx) " "
            GamePtsDisp.
