       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PLAYINQ.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYERSTATS ASSIGN TO "PLAYERSTATS"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PS-PlayerID
        FILE STATUS IS PS-Status.
    SELECT RATINGS ASSIGN TO "RATINGS"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RT-PlayerID
        FILE STATUS IS RT-Status.
    SELECT PLAYERLDR ASSIGN TO "PLAYERLDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LD-PlayerID
        FILE STATUS IS LD-Status.
    SELECT LEAGUEFX ASSIGN TO "LEAGUEFX"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LX-Key
        FILE STATUS IS LX-Status.
    SELECT CHECKPT ASSIGN TO "CHECKPT"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CK-GameID
        FILE STATUS IS CK-Status.
DATA DIVISION.
FILE SECTION.
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
FD PLAYERLDR.
   01 PlayerLdrRecord.
       02 LD-PlayerID PIC X(10).
       02 LD-Level PIC 9.
       02 LD-LvlGames PIC 9(3).
       02 LD-LvlWins PIC 9(3).
       02 LD-LvlLosses PIC 9(3).
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
   01 PS-Status PIC XX.
       88 PS-OK VALUE "00".
   01 RT-Status PIC XX.
       88 RT-OK VALUE "00".
   01 LD-Status PIC XX.
       88 LD-OK VALUE "00".
   01 LX-Status PIC XX.
       88 LX-OK VALUE "00".
       88 LX-EOF VALUE "10".
   01 CK-Status PIC XX.
       88 CK-OK VALUE "00".
       88 CK-EOF VALUE "10".
*>    the screen has room for five of each; the counts go on past
*>    that so the player is told how many more there are
   01 IQ-MaxLines PIC 9 VALUE 5.
LINKAGE SECTION.
   01 InqPlayerID PIC X(10).
*>    Y/N found flags say whether the player has a row in each file
*>    at all -- a player who has never finished a rated game simply
*>    has no RATINGS row, which is not an error
   01 InqResult.
       02 IQ-StatsFound PIC X.
       02 IQ-Games PIC 9(5).
       02 IQ-Wins PIC 9(5).
       02 IQ-Losses PIC 9(5).
       02 IQ-Ties PIC 9(5).
       02 IQ-RateFound PIC X.
       02 IQ-Rating PIC 9(4).
       02 IQ-Peak PIC 9(4).
       02 IQ-LastChange PIC S9(3).
       02 IQ-LevelFound PIC X.
       02 IQ-Level PIC 9.
       02 IQ-FixCount PIC 9(3).
       02 IQ-Fix OCCURS 5 TIMES.
           03 IQ-FxLeague PIC X(8).
           03 IQ-FxNo PIC 9(3).
*>    H = the player is the home side, A = away
           03 IQ-FxSide PIC X.
           03 IQ-FxOpponent PIC X(10).
       02 IQ-SaveCount PIC 9(3).
       02 IQ-Save OCCURS 5 TIMES.
           03 IQ-SvName PIC X(12).
           03 IQ-SvGameID PIC X(16).
           03 IQ-SvOpponent PIC X(10).

*>    everything the self-service inquiry shows about one player,
*>    gathered read-only from the files the batch reports use, so the
*>    screen and MSTMT / LEADRPT / RATINGRPT never disagree.  A file
*>    that isn't there yet just leaves its part of the answer empty
PROCEDURE DIVISION USING InqPlayerID, InqResult.
    INITIALIZE InqResult
    MOVE "N" TO IQ-StatsFound
    MOVE "N" TO IQ-RateFound
    MOVE "N" TO IQ-LevelFound
    PERFORM ReadStats
    PERFORM ReadRating
    PERFORM ReadLevel
    PERFORM ScanFixtures
    PERFORM ScanSaves
    GOBACK.

    ReadStats.
        OPEN INPUT PLAYERSTATS
        IF PS-OK
            MOVE InqPlayerID TO PS-PlayerID
            READ PLAYERSTATS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO IQ-StatsFound
                    MOVE PS-Games TO IQ-Games
                    MOVE PS-Wins TO IQ-Wins
                    MOVE PS-Losses TO IQ-Losses
                    MOVE PS-Ties TO IQ-Ties
            END-READ
            CLOSE PLAYERSTATS
        END-IF.

    ReadRating.
        OPEN INPUT RATINGS
        IF RT-OK
            MOVE InqPlayerID TO RT-PlayerID
            READ RATINGS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO IQ-RateFound
                    MOVE RT-Rating TO IQ-Rating
                    MOVE RT-Peak TO IQ-Peak
                    MOVE RT-LastChange TO IQ-LastChange
            END-READ
            CLOSE RATINGS
        END-IF.

    ReadLevel.
        OPEN INPUT PLAYERLDR
        IF LD-OK
            MOVE InqPlayerID TO LD-PlayerID
            READ PLAYERLDR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO IQ-LevelFound
                    MOVE LD-Level TO IQ-Level
            END-READ
            CLOSE PLAYERLDR
        END-IF.

*>    an open fixture is any one neither posted ("P") nor defaulted
*>    ("D"), the same test LGSTAND uses for the games still to play
    ScanFixtures.
        OPEN INPUT LEAGUEFX
        IF LX-OK
            READ LEAGUEFX
            PERFORM UNTIL NOT LX-OK
                IF LX-Status-Fld NOT = "P"
                    AND LX-Status-Fld NOT = "D"
                    AND (LX-HomeID = InqPlayerID
                        OR LX-AwayID = InqPlayerID)
                    ADD 1 TO IQ-FixCount
                    IF IQ-FixCount <= IQ-MaxLines
                        MOVE LX-LeagueID TO IQ-FxLeague(IQ-FixCount)
                        MOVE LX-FixtureNo TO IQ-FxNo(IQ-FixCount)
                        IF LX-HomeID = InqPlayerID
                            MOVE "H" TO IQ-FxSide(IQ-FixCount)
                            MOVE LX-AwayID TO IQ-FxOpponent(IQ-FixCount)
                        ELSE
                            MOVE "A" TO IQ-FxSide(IQ-FixCount)
                            MOVE LX-HomeID TO IQ-FxOpponent(IQ-FixCount)
                        END-IF
                    END-IF
                END-IF
                READ LEAGUEFX
            END-PERFORM
            CLOSE LEAGUEFX
        END-IF.

*>    a save belongs to the player on either side of the board;
*>    checkpoints from before the player columns carry spaces there
*>    and can't be attributed, so they never match
    ScanSaves.
        OPEN INPUT CHECKPT
        IF CK-OK
            READ CHECKPT
            PERFORM UNTIL NOT CK-OK
                IF CK-Player1ID = InqPlayerID
                    OR CK-Player2ID = InqPlayerID
                    ADD 1 TO IQ-SaveCount
                    IF IQ-SaveCount <= IQ-MaxLines
                        MOVE CK-SaveName TO IQ-SvName(IQ-SaveCount)
                        MOVE CK-GameID TO IQ-SvGameID(IQ-SaveCount)
                        IF CK-Player1ID = InqPlayerID
                            MOVE CK-Player2ID TO IQ-SvOpponent(IQ-SaveCount)
                        ELSE
                            MOVE CK-Player1ID TO IQ-SvOpponent(IQ-SaveCount)
                        END-IF
                    END-IF
                END-IF
                READ CHECKPT
            END-PERFORM
            CLOSE CHECKPT
        END-IF.
