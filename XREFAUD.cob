       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. XREFAUD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GAMELOG ASSIGN TO "GAMELOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GL-Status.
    SELECT GAMELOGH ASSIGN TO "GAMELOGH"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GLH-Status.
    SELECT GLSPOOL ASSIGN TO "GLSPOOL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SP-Status.
    SELECT GAMEHDR ASSIGN TO "GAMEHDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GH-GameID
        FILE STATUS IS GH-Status.
    SELECT PLAYERREG ASSIGN TO "PLAYERREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS PR-Status.
    SELECT LEAGUEFX ASSIGN TO "LEAGUEFX"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LX-Key
        FILE STATUS IS LX-Status.
    SELECT RATINGS ASSIGN TO "RATINGS"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RT-PlayerID
        FILE STATUS IS RT-Status.
    SELECT PLAYERPRF ASSIGN TO "PLAYERPRF"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PF-PlayerID
        FILE STATUS IS PF-Status.
    SELECT PLAYERLDR ASSIGN TO "PLAYERLDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LD-PlayerID
        FILE STATUS IS LD-Status.
    SELECT CHECKPT ASSIGN TO "CHECKPT"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CK-GameID
        FILE STATUS IS CK-Status.
DATA DIVISION.
FILE SECTION.
*>    the live log and its LOGARCH history companion: a game archived
*>    out of GAMELOG still has its header, so both count as logged
FD GAMELOG.
   01 GameLogRecord.
       02 GL-FinalBoard PIC X(9).
       02 GL-Winner PIC 9.
       02 GL-NumMoves PIC 9(2).
       02 GL-Date PIC 9(8).
       02 GL-Time PIC 9(8).
       02 GL-GameID PIC X(16).
       02 GL-Rest PIC X(21).
FD GAMELOGH.
   01 GameLogHistRecord.
       02 GLH-FinalBoard PIC X(9).
       02 GLH-Winner PIC 9.
       02 GLH-NumMoves PIC 9(2).
       02 GLH-Date PIC 9(8).
       02 GLH-Time PIC 9(8).
       02 GLH-GameID PIC X(16).
       02 GLH-Rest PIC X(21).
*>    records LOGSHARE parked while GAMELOG or GAMEHDR was unusable:
*>    a game whose other half is still sitting here is waiting on
*>    SPOOLRCV, not lost
FD GLSPOOL.
   01 GlSpoolRecord.
       02 SP-Type PIC X(2).
       02 SP-Data PIC X(65).
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
FD PLAYERREG.
   01 PlayerRegRecord.
       02 PR-PlayerID PIC X(10).
       02 PR-PIN PIC X(4).
       02 PR-Active PIC X.
       02 PR-BadTries PIC 9.
       02 PR-LastSeen PIC 9(8).
       02 PR-PinSalt PIC X(8).
       02 PR-PinHash PIC X(18).
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
FD RATINGS.
   01 RatingsRecord.
       02 RT-PlayerID PIC X(10).
       02 RT-Rest PIC X(24).
FD PLAYERPRF.
   01 PlayerPrfRecord.
       02 PF-PlayerID PIC X(10).
       02 PF-Rest PIC X(11).
FD PLAYERLDR.
   01 PlayerLdrRecord.
       02 LD-PlayerID PIC X(10).
       02 LD-Rest PIC X(10).
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
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
       88 GL-EOF VALUE "10".
   01 GLH-Status PIC XX.
       88 GLH-OK VALUE "00".
       88 GLH-EOF VALUE "10".
   01 SP-Status PIC XX.
       88 SP-OK VALUE "00".
       88 SP-EOF VALUE "10".
   01 GH-Status PIC XX.
       88 GH-OK VALUE "00".
       88 GH-EOF VALUE "10".
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
   01 LX-Status PIC XX.
       88 LX-OK VALUE "00".
       88 LX-EOF VALUE "10".
   01 RT-Status PIC XX.
       88 RT-OK VALUE "00".
       88 RT-EOF VALUE "10".
   01 PF-Status PIC XX.
       88 PF-OK VALUE "00".
       88 PF-EOF VALUE "10".
   01 LD-Status PIC XX.
       88 LD-OK VALUE "00".
       88 LD-EOF VALUE "10".
   01 CK-Status PIC XX.
       88 CK-OK VALUE "00".
       88 CK-EOF VALUE "10".
   01 RegAvail PIC X VALUE "N".
   01 CheckptAvail PIC X VALUE "N".
   01 CheckptHit PIC X.
*>    every GameID that reached a log -- live, history or still in
*>    the spool -- with whether a header has claimed it yet
   01 LoggedGames.
       02 LoggedGame OCCURS 9999 TIMES.
           03 LG-GameID PIC X(16).
*>    L = GAMELOG, H = GAMELOGH, S = a GL image still in GLSPOOL
           03 LG-Source PIC X.
           03 LG-HasHdr PIC X.
   01 LoggedCount PIC 9(4) VALUE 0.
   01 LoggedOverflow PIC 9(6) VALUE 0.
   01 LG-Idx PIC 9(4).
   01 LG-Found PIC X.
   01 LG-FoundSource PIC X.
*>    headers parked in the spool, so a logged game whose header
*>    is on its way in isn't called an orphan
   01 SpooledHdrs.
       02 SH-GameID PIC X(16) OCCURS 500 TIMES.
   01 SpooledHdrCount PIC 9(3) VALUE 0.
   01 SH-Idx PIC 9(3).
   01 SH-Found PIC X.
   01 WantGameID PIC X(16).
*>    the player being checked and what the register says of it:
*>    A = registered and active, I = registered but inactive,
*>    U = not on the register, X = exempt (spaces or the COMPUTER
*>    bench ID, which are never registered)
   01 CheckID PIC X(10).
   01 CheckState PIC X.
   01 SpoolLogged PIC 9(6) VALUE 0.
   01 SpoolHdrPending PIC 9(6) VALUE 0.
   01 HeadersRead PIC 9(6) VALUE 0.
   01 ForeignSkipped PIC 9(6) VALUE 0.
   01 HdrPlayerOrphans PIC 9(6) VALUE 0.
   01 HdrNoLog PIC 9(6) VALUE 0.
   01 HdrAwaitingLog PIC 9(6) VALUE 0.
   01 LogNoHdr PIC 9(6) VALUE 0.
   01 FixturePlayerOrphans PIC 9(6) VALUE 0.
   01 FixtureNoLog PIC 9(6) VALUE 0.
   01 RatingOrphans PIC 9(6) VALUE 0.
   01 ProfileOrphans PIC 9(6) VALUE 0.
   01 LadderOrphans PIC 9(6) VALUE 0.
   01 SaveInactive PIC 9(6) VALUE 0.
   01 TotalFindings PIC 9(7) VALUE 0.

*>    nightly cross-file integrity audit.  GLRECON, AUDVAL and PSAUDIT
*>    each prove one file sound on its own; this checks that the files
*>    agree with each other on the keys they share:
*>      - GAMEHDR players, LEAGUEFX sides, and RATINGS / PLAYERPRF /
*>        PLAYERLDR rows must name a registered player
*>      - a saved game's first player must still be active
*>      - a posted ("P") fixture's game must have reached a log
*>      - every header must have a logged game and every logged game
*>        a header (a game still on CHECKPT, or with its other half
*>        still in GLSPOOL, is not counted against either)
*>    Foreign games loaded by GAMEIMPT carry the other site's player
*>    IDs and are left out of the player checks.  RETURN-CODE 4 on
*>    any finding so the GATE ahead of LOGARCH holds the archive, 8
*>    when GAMELOG itself can't be read
PROCEDURE DIVISION.
    OPEN INPUT GAMELOG
    IF NOT GL-OK
        DISPLAY "XREFAUD: UNABLE TO OPEN GAMELOG, STATUS " GL-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ReadGameLog
    PERFORM CollectLive UNTIL GL-EOF
    CLOSE GAMELOG
*>    no history file just means LOGARCH has never run
    OPEN INPUT GAMELOGH
    IF GLH-OK
        PERFORM ReadGameLogH
        PERFORM CollectHistory UNTIL GLH-EOF
        CLOSE GAMELOGH
    END-IF
    OPEN INPUT GLSPOOL
    IF SP-OK
        PERFORM ReadSpool
        PERFORM CollectSpool UNTIL SP-EOF
        CLOSE GLSPOOL
    END-IF
    IF LoggedOverflow > 0
        DISPLAY "XREFAUD: " LoggedOverflow " LOGGED GAMES BEYOND THE "
            "TABLE -- HEADER-TO-LOG AND FIXTURE CHECKS NOT MADE"
    END-IF
*>    without the register no player ID can be judged either way,
*>    so the player checks are skipped rather than reported wholesale
    OPEN INPUT PLAYERREG
    IF PR-OK
        MOVE "Y" TO RegAvail
    ELSE
        DISPLAY "XREFAUD: NO PLAYERREG (STATUS " PR-Status
            ") -- PLAYER CHECKS SKIPPED"
    END-IF
*>    the saved-game file tells a game still being played (header
*>    written, no log record yet) from one that died
    OPEN INPUT CHECKPT
    IF CK-OK
        MOVE "Y" TO CheckptAvail
    END-IF
    OPEN INPUT GAMEHDR
    IF GH-OK
        PERFORM ReadGameHdr
        PERFORM CheckHeader UNTIL GH-EOF
        PERFORM CheckLoggedGame VARYING LG-Idx FROM 1 BY 1
            UNTIL LG-Idx > LoggedCount
        CLOSE GAMEHDR
    ELSE
        DISPLAY "XREFAUD: NO GAMEHDR (STATUS " GH-Status
            ") -- HEADER CHECKS SKIPPED"
    END-IF
    IF CheckptAvail = "Y"
        CLOSE CHECKPT
    END-IF
    PERFORM CheckFixtures
    IF RegAvail = "Y"
        PERFORM CheckRatings
        PERFORM CheckProfiles
        PERFORM CheckLadder
        PERFORM CheckSaves
        CLOSE PLAYERREG
    END-IF
    PERFORM PrintSummary
    IF TotalFindings = 0
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

    ReadGameLog.
        READ GAMELOG
            AT END SET GL-EOF TO TRUE
        END-READ.

    ReadGameLogH.
        READ GAMELOGH
            AT END SET GLH-EOF TO TRUE
        END-READ.

    ReadSpool.
        READ GLSPOOL
            AT END SET SP-EOF TO TRUE
        END-READ.

    ReadGameHdr.
        READ GAMEHDR NEXT RECORD
            AT END SET GH-EOF TO TRUE
        END-READ.

    CollectLive.
        MOVE GL-GameID TO WantGameID
        MOVE "L" TO LG-FoundSource
        PERFORM AddLogged
        PERFORM ReadGameLog.

    CollectHistory.
        MOVE GLH-GameID TO WantGameID
        MOVE "H" TO LG-FoundSource
        PERFORM AddLogged
        PERFORM ReadGameLogH.

*>    a GL image carries the GAMELOG record whole, so its GameID sits
*>    at the same offset as GL-GameID; a GH image starts with its key
    CollectSpool.
        EVALUATE SP-Type
            WHEN "GL"
                ADD 1 TO SpoolLogged
                MOVE SP-Data(29:16) TO WantGameID
                MOVE "S" TO LG-FoundSource
                PERFORM AddLogged
            WHEN "GH"
                ADD 1 TO SpoolHdrPending
                IF SpooledHdrCount < 500
                    ADD 1 TO SpooledHdrCount
                    MOVE SP-Data(1:16) TO SH-GameID(SpooledHdrCount)
                END-IF
        END-EVALUATE
        PERFORM ReadSpool.

    AddLogged.
        IF LoggedCount < 9999
            ADD 1 TO LoggedCount
            MOVE WantGameID TO LG-GameID(LoggedCount)
            MOVE LG-FoundSource TO LG-Source(LoggedCount)
            MOVE "N" TO LG-HasHdr(LoggedCount)
        ELSE
            ADD 1 TO LoggedOverflow
        END-IF.

    FindLogged.
        MOVE "N" TO LG-Found
        MOVE SPACE TO LG-FoundSource
        PERFORM VARYING LG-Idx FROM 1 BY 1
            UNTIL LG-Idx > LoggedCount OR LG-Found = "Y"
            IF LG-GameID(LG-Idx) = WantGameID
                MOVE "Y" TO LG-Found
                MOVE LG-Source(LG-Idx) TO LG-FoundSource
                MOVE "Y" TO LG-HasHdr(LG-Idx)
            END-IF
        END-PERFORM.

    LookupPlayer.
        IF CheckID = SPACES OR CheckID = "COMPUTER"
            MOVE "X" TO CheckState
        ELSE
            MOVE CheckID TO PR-PlayerID
            READ PLAYERREG
                INVALID KEY
                    MOVE "U" TO CheckState
*>    a dormant ID still signs on (and wakes up doing it), so it
*>    counts as active here
                NOT INVALID KEY
                    IF PR-Active = "A" OR PR-Active = "D"
                        MOVE "A" TO CheckState
                    ELSE
                        MOVE "I" TO CheckState
                    END-IF
            END-READ
        END-IF.

    CheckHeader.
        ADD 1 TO HeadersRead
        IF RegAvail = "Y"
            IF GH-Origin NOT = SPACES
                ADD 1 TO ForeignSkipped
            ELSE
                MOVE GH-Player1ID TO CheckID
                PERFORM LookupPlayer
                IF CheckState = "U"
                    ADD 1 TO HdrPlayerOrphans
                    DISPLAY "XREFAUD: GAMEHDR " GH-GameID " PLAYER 1 "
                        GH-Player1ID " NOT REGISTERED"
                END-IF
                MOVE GH-Player2ID TO CheckID
                PERFORM LookupPlayer
                IF CheckState = "U"
                    ADD 1 TO HdrPlayerOrphans
                    DISPLAY "XREFAUD: GAMEHDR " GH-GameID " PLAYER 2 "
                        GH-Player2ID " NOT REGISTERED"
                END-IF
            END-IF
        END-IF
        MOVE GH-GameID TO WantGameID
        PERFORM FindLogged
        EVALUATE TRUE
            WHEN LG-Found = "Y" AND LG-FoundSource = "S"
                ADD 1 TO HdrAwaitingLog
            WHEN LG-Found = "Y"
                CONTINUE
            WHEN LoggedOverflow > 0
                CONTINUE
            WHEN OTHER
                PERFORM HeaderWithoutLog
        END-EVALUATE
        PERFORM ReadGameHdr.

    HeaderWithoutLog.
        MOVE "N" TO CheckptHit
        IF CheckptAvail = "Y"
            MOVE GH-GameID TO CK-GameID
            READ CHECKPT
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO CheckptHit
            END-READ
        END-IF
        IF CheckptHit = "N"
            ADD 1 TO HdrNoLog
            DISPLAY "XREFAUD: GAMEHDR " GH-GameID
                " HAS NO GAMELOG RECORD"
        END-IF.

    CheckLoggedGame.
        IF LG-HasHdr(LG-Idx) = "N"
            MOVE "N" TO SH-Found
            PERFORM VARYING SH-Idx FROM 1 BY 1
                UNTIL SH-Idx > SpooledHdrCount OR SH-Found = "Y"
                IF SH-GameID(SH-Idx) = LG-GameID(LG-Idx)
                    MOVE "Y" TO SH-Found
                END-IF
            END-PERFORM
            IF SH-Found = "N"
                ADD 1 TO LogNoHdr
                EVALUATE LG-Source(LG-Idx)
                    WHEN "L"
                        DISPLAY "XREFAUD: GAMELOG " LG-GameID(LG-Idx)
                            " HAS NO GAMEHDR RECORD"
                    WHEN "H"
                        DISPLAY "XREFAUD: GAMELOGH " LG-GameID(LG-Idx)
                            " HAS NO GAMEHDR RECORD"
                    WHEN OTHER
                        DISPLAY "XREFAUD: GLSPOOL " LG-GameID(LG-Idx)
                            " HAS NO GAMEHDR RECORD"
                END-EVALUATE
            END-IF
        END-IF.

*>    a posted fixture points at the game that decided it; open and
*>    replay fixtures have no game yet and carry spaces there
    CheckFixtures.
        OPEN INPUT LEAGUEFX
        IF LX-OK
            PERFORM ReadFixture
            PERFORM CheckOneFixture UNTIL LX-EOF
            CLOSE LEAGUEFX
        END-IF.

    ReadFixture.
        READ LEAGUEFX
            AT END SET LX-EOF TO TRUE
        END-READ.

    CheckOneFixture.
        IF RegAvail = "Y"
            MOVE LX-HomeID TO CheckID
            PERFORM LookupPlayer
            IF CheckState = "U"
                ADD 1 TO FixturePlayerOrphans
                DISPLAY "XREFAUD: LEAGUEFX " LX-LeagueID " "
                    LX-FixtureNo " HOME " LX-HomeID " NOT REGISTERED"
            END-IF
            MOVE LX-AwayID TO CheckID
            PERFORM LookupPlayer
            IF CheckState = "U"
                ADD 1 TO FixturePlayerOrphans
                DISPLAY "XREFAUD: LEAGUEFX " LX-LeagueID " "
                    LX-FixtureNo " AWAY " LX-AwayID " NOT REGISTERED"
            END-IF
        END-IF
        IF LX-Status-Fld = "P" AND LoggedOverflow = 0
            IF LX-GameID = SPACES
                ADD 1 TO FixtureNoLog
                DISPLAY "XREFAUD: LEAGUEFX " LX-LeagueID " "
                    LX-FixtureNo " POSTED WITH NO GAME ID"
            ELSE
                MOVE LX-GameID TO WantGameID
                PERFORM FindLogged
                IF LG-Found = "N"
                    ADD 1 TO FixtureNoLog
                    DISPLAY "XREFAUD: LEAGUEFX " LX-LeagueID " "
                        LX-FixtureNo " GAME " LX-GameID
                        " HAS NO GAMELOG RECORD"
                END-IF
            END-IF
        END-IF
        PERFORM ReadFixture.

    CheckRatings.
        OPEN INPUT RATINGS
        IF RT-OK
            PERFORM ReadRating
            PERFORM UNTIL RT-EOF
                MOVE RT-PlayerID TO CheckID
                PERFORM LookupPlayer
                IF CheckState = "U"
                    ADD 1 TO RatingOrphans
                    DISPLAY "XREFAUD: RATINGS ROW FOR " RT-PlayerID
                        " -- NOT REGISTERED"
                END-IF
                PERFORM ReadRating
            END-PERFORM
            CLOSE RATINGS
        END-IF.

    ReadRating.
        READ RATINGS
            AT END SET RT-EOF TO TRUE
        END-READ.

    CheckProfiles.
        OPEN INPUT PLAYERPRF
        IF PF-OK
            PERFORM ReadProfile
            PERFORM UNTIL PF-EOF
                MOVE PF-PlayerID TO CheckID
                PERFORM LookupPlayer
                IF CheckState = "U"
                    ADD 1 TO ProfileOrphans
                    DISPLAY "XREFAUD: PLAYERPRF ROW FOR " PF-PlayerID
                        " -- NOT REGISTERED"
                END-IF
                PERFORM ReadProfile
            END-PERFORM
            CLOSE PLAYERPRF
        END-IF.

    ReadProfile.
        READ PLAYERPRF
            AT END SET PF-EOF TO TRUE
        END-READ.

    CheckLadder.
        OPEN INPUT PLAYERLDR
        IF LD-OK
            PERFORM ReadLadder
            PERFORM UNTIL LD-EOF
                MOVE LD-PlayerID TO CheckID
                PERFORM LookupPlayer
                IF CheckState = "U"
                    ADD 1 TO LadderOrphans
                    DISPLAY "XREFAUD: PLAYERLDR ROW FOR " LD-PlayerID
                        " -- NOT REGISTERED"
                END-IF
                PERFORM ReadLadder
            END-PERFORM
            CLOSE PLAYERLDR
        END-IF.

    ReadLadder.
        READ PLAYERLDR
            AT END SET LD-EOF TO TRUE
        END-READ.

*>    a save whose owner has been deactivated (or dropped from the
*>    register) can never be resumed -- sign-on refuses the owner
    CheckSaves.
        OPEN INPUT CHECKPT
        IF CK-OK
            PERFORM ReadSave
            PERFORM UNTIL CK-EOF
                MOVE CK-Player1ID TO CheckID
                PERFORM LookupPlayer
                EVALUATE CheckState
                    WHEN "U"
                        ADD 1 TO SaveInactive
                        DISPLAY "XREFAUD: CHECKPT " CK-GameID
                            " PLAYER " CK-Player1ID " NOT REGISTERED"
                    WHEN "I"
                        ADD 1 TO SaveInactive
                        DISPLAY "XREFAUD: CHECKPT " CK-GameID
                            " PLAYER " CK-Player1ID " NO LONGER ACTIVE"
                END-EVALUATE
                PERFORM ReadSave
            END-PERFORM
            CLOSE CHECKPT
        END-IF.

    ReadSave.
        READ CHECKPT NEXT RECORD
            AT END SET CK-EOF TO TRUE
        END-READ.

    PrintSummary.
        COMPUTE TotalFindings = HdrPlayerOrphans + HdrNoLog + LogNoHdr
            + FixturePlayerOrphans + FixtureNoLog + RatingOrphans
            + ProfileOrphans + LadderOrphans + SaveInactive
        DISPLAY "===== CROSS-FILE INTEGRITY AUDIT ====="
        DISPLAY "LOGGED GAMES LOADED ........... " LoggedCount
        DISPLAY "GAMEHDR RECORDS READ .......... " HeadersRead
        DISPLAY "FOREIGN GAMES (NO ID CHECK) ... " ForeignSkipped
        DISPLAY "GL IMAGES IN GLSPOOL .......... " SpoolLogged
        DISPLAY "GH IMAGES IN GLSPOOL .......... " SpoolHdrPending
        DISPLAY "HEADERS AWAITING SPOOLRCV ..... " HdrAwaitingLog
        DISPLAY "GAMEHDR PLAYER NOT REGISTERED . " HdrPlayerOrphans
        DISPLAY "GAMEHDR WITH NO GAMELOG ....... " HdrNoLog
        DISPLAY "GAMELOG WITH NO GAMEHDR ....... " LogNoHdr
        DISPLAY "FIXTURE SIDE NOT REGISTERED ... " FixturePlayerOrphans
        DISPLAY "POSTED FIXTURE WITH NO GAMELOG  " FixtureNoLog
        DISPLAY "RATINGS ROW NOT REGISTERED .... " RatingOrphans
        DISPLAY "PLAYERPRF ROW NOT REGISTERED .. " ProfileOrphans
        DISPLAY "PLAYERLDR ROW NOT REGISTERED .. " LadderOrphans
        DISPLAY "SAVE OWNER NOT ACTIVE ......... " SaveInactive
        IF TotalFindings = 0
            DISPLAY "FILES AGREE -- NO ORPHANS OR DANGLING REFERENCES"
        ELSE
            DISPLAY TotalFindings " FINDINGS -- SEE ABOVE"
        END-IF.
