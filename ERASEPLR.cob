       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ERASEPLR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYERREG ASSIGN TO "PLAYERREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS PR-Status.
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
    SELECT PLAYERPRF ASSIGN TO "PLAYERPRF"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PF-PlayerID
        FILE STATUS IS PF-Status.
    SELECT PLAYERLDR ASSIGN TO "PLAYERLDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LD-PlayerID
        FILE STATUS IS LD-Status.
    SELECT PUZZHIST ASSIGN TO "PUZZHIST"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-Key
        FILE STATUS IS PH-Status.
    SELECT ACHIEVE ASSIGN TO "ACHIEVE"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AC-Key
        FILE STATUS IS AC-Status.
    SELECT NOTICES ASSIGN TO "NOTICES"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NT-Key
        FILE STATUS IS NT-Status.
    SELECT GAMEHDR ASSIGN TO "GAMEHDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GH-GameID
        FILE STATUS IS GH-Status.
    SELECT CHECKPT ASSIGN TO "CHECKPT"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CK-GameID
        FILE STATUS IS CK-Status.
    SELECT LEAGUEFX ASSIGN TO "LEAGUEFX"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LX-Key
        FILE STATUS IS LX-Status.
    SELECT MATCHBRD ASSIGN TO "MATCHBRD"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS MB-Code
        FILE STATUS IS MB-Status.
    SELECT CORRGAME ASSIGN TO "CORRGAME"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CG-GameID
        FILE STATUS IS CG-Status.
    SELECT SWISSENT ASSIGN TO "SWISSENT"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SW-Key
        FILE STATUS IS SW-Status.
    SELECT CLUBMEMB ASSIGN TO "CLUBMEMB"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CB-Key
        FILE STATUS IS CB-Status.
    SELECT CLUBMAST ASSIGN TO "CLUBMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-ClubCode
        FILE STATUS IS CM-Status.
    SELECT COSTCTR ASSIGN TO "COSTCTR"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CC-Key
        FILE STATUS IS CC-Status.
    SELECT SEASONH ASSIGN TO "SEASONH"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SQ-Status.
    SELECT SERIESLOG ASSIGN TO "SERIESLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SQ-Status.
    SELECT OUTCOMEQ ASSIGN TO "OUTCOMEQ"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SQ-Status.
    SELECT PSJOURNL ASSIGN TO "PSJOURNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SQ-Status.
    SELECT SECLOG ASSIGN TO "SECLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SQ-Status.
    SELECT REGACTLOG ASSIGN TO "REGACTLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SQ-Status.
    SELECT CCAUD ASSIGN TO "CCAUD"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SQ-Status.
    SELECT ERASEWK ASSIGN TO "ERASEWK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WK-Status.
    SELECT EXPREG ASSIGN TO "EXPREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS XR-Status.
    SELECT ERASELOG ASSIGN TO "ERASELOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS EL-Status.
DATA DIVISION.
FILE SECTION.
FD PLAYERREG.
   01 PlayerRegRecord.
       02 PR-PlayerID PIC X(10).
       02 PR-PIN PIC X(4).
       02 PR-Active PIC X.
       02 PR-BadTries PIC 9.
       02 PR-LastSeen PIC 9(8).
       02 PR-PinSalt PIC X(8).
       02 PR-PinHash PIC X(18).
*>    the player-keyed files are only ever moved to a new key here,
*>    so everything after the key travels as it stands
FD PLAYERSTATS.
   01 PlayerStatsRecord.
       02 PS-PlayerID PIC X(10).
       02 PS-Rest PIC X(20).
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
*>    the puzzle history, keyed by player ID plus puzzle ID
FD PUZZHIST.
   01 PuzzHistRecord.
       02 PH-Key.
           03 PH-PlayerID PIC X(10).
           03 PH-PuzzleID PIC X(11).
       02 PH-Rest PIC X(29).
*>    milestones and running figures, keyed by player ID plus code
FD ACHIEVE.
   01 AchieveRecord.
       02 AC-Key.
           03 AC-PlayerID PIC X(10).
           03 AC-Code PIC X(8).
       02 AC-Rest PIC X(69).
*>    the players' inbox, keyed by player ID and posting stamp
FD NOTICES.
   01 NoticeRecord.
       02 NT-Key.
           03 NT-PlayerID PIC X(10).
           03 NT-Date PIC 9(8).
           03 NT-Time PIC 9(8).
           03 NT-Seq PIC 99.
       02 NT-From PIC X(8).
       02 NT-Read PIC X.
       02 NT-Expiry PIC 9(8).
       02 NT-Text PIC X(60).
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
FD LEAGUEFX.
   01 LeagueFxRecord.
       02 LX-Key.
           03 LX-LeagueID PIC X(8).
           03 LX-FixtureNo PIC 9(3).
       02 LX-HomeID PIC X(10).
       02 LX-AwayID PIC X(10).
*>    "O" until the result is posted, then "P"
       02 LX-Status-Fld PIC X.
       02 LX-Winner PIC 9.
       02 LX-GameID PIC X(16).
       02 LX-Date PIC 9(8).
*>    the online match board, read only to see whether the player
*>    is in a match that hasn't finished
FD MATCHBRD.
   01 MatchBrdRecord.
       02 MB-Code PIC X(4).
       02 MB-Board PIC X(9).
       02 MB-NumMoves PIC 9(2).
       02 MB-Turn PIC 9.
*>    1 = waiting for a joiner, 2 = in play, 3 = finished
       02 MB-State PIC 9.
       02 MB-Player1ID PIC X(10).
       02 MB-Player2ID PIC X(10).
       02 MB-Rest PIC X(60).
*>    correspondence games still being played, read only to see
*>    whether the player is in one
FD CORRGAME.
   01 CorrGameRecord.
       02 CG-GameID PIC X(16).
       02 CG-Player1ID PIC X(10).
       02 CG-Player2ID PIC X(10).
       02 CG-Rest PIC X(57).
*>    the Swiss events' entrants, keyed by event ID plus player ID
FD SWISSENT.
   01 SwissEntRecord.
       02 SW-Key.
           03 SW-EventID PIC X(8).
           03 SW-PlayerID PIC X(10).
       02 SW-Rest PIC X(8).
*>    a player's club spells (key ID plus the spell's first day) and
*>    the clubs, whose captain is a player ID
FD CLUBMEMB.
   01 ClubMembRecord.
       02 CB-Key.
           03 CB-PlayerID PIC X(10).
           03 CB-EffFrom PIC 9(8).
       02 CB-Rest PIC X(14).
FD CLUBMAST.
   01 ClubMastRecord.
       02 CM-ClubCode PIC X(6).
       02 CM-Name PIC X(30).
       02 CM-CaptainID PIC X(10).
       02 CM-Created PIC 9(8).
*>    the cost-center master: a "P" record's ID is a player's, and
*>    any record's CC-ChgBy is the administrator who last set it
FD COSTCTR.
   01 CostCtrRecord.
       02 CC-Key.
           03 CC-Type PIC X.
           03 CC-ID PIC X(10).
       02 CC-Center PIC X(6).
       02 CC-Name PIC X(30).
       02 CC-ChgDate PIC 9(8).
       02 CC-ChgBy PIC X(10).
*>    the flat files are copied through ERASEWK with the ID replaced
*>    at its column (SeqIDPos), then copied back
FD SEASONH.
   01 SeasonHLine PIC X(46).
FD SERIESLOG.
   01 SeriesLogLine PIC X(65).
FD OUTCOMEQ.
   01 OutcomeQLine PIC X(56).
FD PSJOURNL.
   01 PsJournalLine PIC X(76).
FD SECLOG.
   01 SecLogLine PIC X(39).
FD REGACTLOG.
   01 RegActLogLine PIC X(51).
FD CCAUD.
   01 CcAudLine PIC X(55).
FD ERASEWK.
   01 EraseWorkLine PIC X(80).
FD EXPREG.
   01 ExpRegRecord.
       02 XR-GameID PIC X(16).
       02 XR-Site PIC X(4).
       02 XR-Date PIC 9(8).
       02 XR-Acked PIC X.
*>    one record per erasure run: the request reference and the token
*>    it was given, never the erased ID itself.  A rerun under the
*>    same reference finds its token here, so an erasure interrupted
*>    part way is finished under the same token
FD ERASELOG.
   01 EraseLogRecord.
       02 EL-Date PIC 9(8).
       02 EL-Time PIC 9(8).
       02 EL-Reference PIC X(12).
       02 EL-Token PIC X(10).
*>    C = complete, P = partial (rerun to finish)
       02 EL-Outcome PIC X.
       02 EL-Changed PIC 9(7).
WORKING-STORAGE SECTION.
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
   01 PS-Status PIC XX.
       88 PS-OK VALUE "00".
   01 RT-Status PIC XX.
       88 RT-OK VALUE "00".
   01 PF-Status PIC XX.
       88 PF-OK VALUE "00".
   01 LD-Status PIC XX.
       88 LD-OK VALUE "00".
   01 PH-Status PIC XX.
       88 PH-OK VALUE "00".
       88 PH-EOF VALUE "10".
   01 AC-Status PIC XX.
       88 AC-OK VALUE "00".
       88 AC-EOF VALUE "10".
   01 NT-Status PIC XX.
       88 NT-OK VALUE "00".
       88 NT-EOF VALUE "10".
   01 GH-Status PIC XX.
       88 GH-OK VALUE "00".
       88 GH-EOF VALUE "10".
   01 CK-Status PIC XX.
       88 CK-OK VALUE "00".
       88 CK-EOF VALUE "10".
   01 LX-Status PIC XX.
       88 LX-OK VALUE "00".
       88 LX-EOF VALUE "10".
   01 MB-Status PIC XX.
       88 MB-OK VALUE "00".
       88 MB-EOF VALUE "10".
   01 CG-Status PIC XX.
       88 CG-OK VALUE "00".
       88 CG-EOF VALUE "10".
   01 SW-Status PIC XX.
       88 SW-OK VALUE "00".
       88 SW-EOF VALUE "10".
   01 CB-Status PIC XX.
       88 CB-OK VALUE "00".
       88 CB-EOF VALUE "10".
   01 CM-Status PIC XX.
       88 CM-OK VALUE "00".
       88 CM-EOF VALUE "10".
   01 CC-Status PIC XX.
       88 CC-OK VALUE "00".
       88 CC-EOF VALUE "10".
   01 SQ-Status PIC XX.
       88 SQ-OK VALUE "00".
       88 SQ-EOF VALUE "10".
       88 SQ-NotFound VALUE "35".
   01 WK-Status PIC XX.
       88 WK-OK VALUE "00".
       88 WK-EOF VALUE "10".
   01 XR-Status PIC XX.
       88 XR-OK VALUE "00".
       88 XR-EOF VALUE "10".
   01 EL-Status PIC XX.
       88 EL-OK VALUE "00".
       88 EL-EOF VALUE "10".
       88 EL-NotFound VALUE "35".
*>    the request card, fixed columns:
*>      1-10  player ID to erase
*>      12-23 request reference (required -- it names the certificate)
   01 EraseCard.
       02 EC-PlayerID PIC X(10).
       02 FILLER PIC X.
       02 EC-Reference PIC X(12).
       02 FILLER PIC X(57).
   01 EraseID PIC X(10).
*>    ERASED plus a four-digit serial: never a registrable-looking
*>    name, never reused, and the same in every file
   01 Token.
       02 TK-Prefix PIC X(6) VALUE "ERASED".
       02 TK-Serial PIC 9(4) VALUE 0.
   01 TokenX REDEFINES Token PIC X(10).
*>    the ID's length, for finding it inside a notice's text
   01 IdLen PIC 99.
   01 IdHits PIC 99.
   01 HighSerial PIC 9(4) VALUE 0.
   01 LogSerialX PIC X(4).
   01 Resuming PIC X VALUE "N".
   01 RunDate PIC 9(8).
   01 RunTime PIC 9(8).
*>    reasons to refuse, counted before anything is changed
   01 OpenFixtures PIC 9(4) VALUE 0.
   01 LiveMatches PIC 9(4) VALUE 0.
   01 MatchBrdState PIC X(12).
*>    the player's domestic games, for the EXPREG look-up
   01 PlayerGames.
       02 PG-GameID PIC X(16) OCCURS 5000 TIMES.
   01 PlayerGameCount PIC 9(4) VALUE 0.
   01 PlayerGameOverflow PIC 9(6) VALUE 0.
   01 PG-Idx PIC 9(4).
   01 PG-Found PIC X.
   01 Changed PIC 9(6).
   01 TotalChanged PIC 9(7) VALUE 0.
   01 Failures PIC 9(4) VALUE 0.
   01 RecFound PIC X.
*>    the certificate lines, one per file, filled as each file is done
   01 CertTable.
       02 CertLine OCCURS 30 TIMES.
           03 CT-File PIC X(12).
           03 CT-Count PIC ZZZ,ZZ9.
           03 CT-Note PIC X(40).
   01 CertCount PIC 99 VALUE 0.
   01 CT-Idx PIC 99.
   01 CertFile PIC X(12).
   01 CertNote PIC X(40).
   01 ExportCopies PIC 9(5) VALUE 0.
*>    the player's club spells, gathered before any is moved
   01 SpellTable.
       02 SpellEntry OCCURS 50 TIMES PIC X(32).
   01 SpellCount PIC 99 VALUE 0.
   01 SP-Idx PIC 99.
*>    the player's Swiss entries, gathered before any is moved
   01 EntryTable.
       02 EntryEntry OCCURS 100 TIMES PIC X(26).
   01 EntryCount PIC 999 VALUE 0.
   01 EN-Idx PIC 999.
*>    which flat file is being copied through ERASEWK and where its
*>    player IDs sit: 1 = SEASONH, 2 = SERIESLOG, 3 = OUTCOMEQ,
*>    4 = PSJOURNL, 5 = SECLOG, 6 = REGACTLOG (the administrator and
*>    the target), 7 = CCAUD (a "P" entry's key and the administrator);
*>    SeqIDPos2 is zero where there is no second ID, and SeqKeyType,
*>    when not a space, is the type the first ID's key must carry
   01 SeqFileNo PIC 9.
   01 SeqIDPos PIC 99.
   01 SeqIDPos2 PIC 99.
   01 SeqKeyType PIC X.
   01 SeqLineHit PIC X.
   01 SeqFileName PIC X(12).
   01 SeqPresent PIC X.
   01 SeqLine PIC X(80).

*>    erases a player's personal data on request by replacing the ID
*>    everywhere it is held with a stable anonymous token, so every
*>    count, standing and opponent's record still adds up.  The card
*>    names the ID and the request reference; the run is refused
*>    while the player has an open league fixture or an unfinished
*>    online match.  The register keeps the token as a retired entry
*>    with no PIN, so it can never sign on and the cross-file audit
*>    still finds every game's players registered.  Games loaded from
*>    another site (GH-Origin) carry that site's IDs and are not
*>    touched.  A completion certificate lists every file and the
*>    records changed, and any exported copies held by other sites.
*>    RC 8 on refusal or when any file refused an update (rerun
*>    with the same card to finish under the same token)
PROCEDURE DIVISION.
    DISPLAY "Erasure request card (ID in 1-10, reference in 12-23): "
        WITH NO ADVANCING
    ACCEPT EraseCard
    MOVE EC-PlayerID TO EraseID
    IF EraseID = SPACES OR EC-Reference = SPACES
        DISPLAY "ERASEPLR: THE CARD NEEDS BOTH A PLAYER ID AND A "
            "REQUEST REFERENCE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF EraseID = "COMPUTER" OR EraseID(1:6) = "ERASED"
        DISPLAY "ERASEPLR: " EraseID " IS NOT A PLAYER'S OWN ID"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT RunDate FROM DATE YYYYMMDD
    ACCEPT RunTime FROM TIME
    PERFORM CheckFixtures
    PERFORM CheckMatches
    PERFORM CheckCorrGames
    IF OpenFixtures > 0 OR LiveMatches > 0
        DISPLAY "ERASEPLR: REFUSED -- " OpenFixtures
            " OPEN FIXTURE(S), " LiveMatches " UNFINISHED MATCH(ES)"
        DISPLAY "ERASEPLR: RERUN ONCE THEY ARE PLAYED OR WITHDRAWN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM AssignToken
    MOVE 0 TO CertCount
    PERFORM EraseRegister
    PERFORM EraseStats
    PERFORM EraseRatings
    PERFORM EraseProfile
    PERFORM EraseLadder
    PERFORM ErasePuzzles
    PERFORM EraseAchievements
    PERFORM EraseNotices
    PERFORM EraseHeaders
    PERFORM EraseSaves
    PERFORM EraseFixtures
    PERFORM EraseSwissEntries
    PERFORM EraseClubSpells
    PERFORM EraseCaptains
    PERFORM EraseCostCenters
    PERFORM VARYING SeqFileNo FROM 1 BY 1 UNTIL SeqFileNo > 7
        PERFORM EraseFlatFile
    END-PERFORM
*>    the archives hold only game IDs, boards and moves; the games
*>    are tied to a player solely through GAMEHDR, anonymized above
    MOVE "GAMELOGH" TO CertFile
    MOVE 0 TO Changed
    MOVE "NO PLAYER ID HELD -- NOTHING TO CHANGE" TO CertNote
    PERFORM AddCertLine
    MOVE "AUDITLOGH" TO CertFile
    PERFORM AddCertLine
    PERFORM WriteEraseLog
    PERFORM PrintCertificate
    IF Failures > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

*>    a fixture still "O" with the player on either side would be
*>    posted later against an ID that no longer exists
    CheckFixtures.
        OPEN INPUT LEAGUEFX
        IF LX-OK
            PERFORM ReadFixture
            PERFORM UNTIL LX-EOF
                IF (LX-HomeID = EraseID OR LX-AwayID = EraseID)
                        AND LX-Status-Fld NOT = "P"
                        AND LX-Status-Fld NOT = "D"
                    ADD 1 TO OpenFixtures
                    DISPLAY "ERASEPLR: OPEN FIXTURE " LX-LeagueID " "
                        LX-FixtureNo " " LX-HomeID " V " LX-AwayID
                END-IF
                PERFORM ReadFixture
            END-PERFORM
            CLOSE LEAGUEFX
        END-IF.

    ReadFixture.
        READ LEAGUEFX NEXT RECORD
            AT END SET LX-EOF TO TRUE
        END-READ.

    CheckMatches.
        OPEN INPUT MATCHBRD
        IF MB-OK
            PERFORM ReadMatch
            PERFORM UNTIL MB-EOF
                IF (MB-Player1ID = EraseID OR MB-Player2ID = EraseID)
                        AND (MB-State = 1 OR MB-State = 2)
                    ADD 1 TO LiveMatches
                    IF MB-State = 1
                        MOVE "WAITING" TO MatchBrdState
                    ELSE
                        MOVE "IN PLAY" TO MatchBrdState
                    END-IF
                    DISPLAY "ERASEPLR: MATCH " MB-Code " "
                        MatchBrdState
                END-IF
                PERFORM ReadMatch
            END-PERFORM
            CLOSE MATCHBRD
        END-IF.

    ReadMatch.
        READ MATCHBRD NEXT RECORD
            AT END SET MB-EOF TO TRUE
        END-READ.

*>    a correspondence game in play counts as an unfinished match:
*>    it would finish, or be forfeited, against an ID that is gone
    CheckCorrGames.
        OPEN INPUT CORRGAME
        IF CG-OK
            PERFORM ReadCorrGame
            PERFORM UNTIL CG-EOF
                IF CG-Player1ID = EraseID OR CG-Player2ID = EraseID
                    ADD 1 TO LiveMatches
                    DISPLAY "ERASEPLR: CORRESPONDENCE GAME " CG-GameID
                        " IN PLAY"
                END-IF
                PERFORM ReadCorrGame
            END-PERFORM
            CLOSE CORRGAME
        END-IF.

    ReadCorrGame.
        READ CORRGAME NEXT RECORD
            AT END SET CG-EOF TO TRUE
        END-READ.

*>    the reference's earlier token if it has one, else the next
*>    serial after the highest ever issued
    AssignToken.
        OPEN INPUT ERASELOG
        IF EL-OK
            PERFORM ReadEraseLog
            PERFORM UNTIL EL-EOF
                MOVE EL-Token(7:4) TO LogSerialX
                IF EL-Token(1:6) = "ERASED" AND LogSerialX NUMERIC
                    IF EL-Reference = EC-Reference
                        MOVE EL-Token TO TokenX
                        MOVE "Y" TO Resuming
                    END-IF
                    IF LogSerialX > HighSerial
                        MOVE LogSerialX TO HighSerial
                    END-IF
                END-IF
                PERFORM ReadEraseLog
            END-PERFORM
            CLOSE ERASELOG
        END-IF
        IF Resuming = "N"
            IF HighSerial = 9999
                DISPLAY "ERASEPLR: TOKEN SERIALS EXHAUSTED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "ERASED" TO TK-Prefix
            COMPUTE TK-Serial = HighSerial + 1
        END-IF.

    ReadEraseLog.
        READ ERASELOG
            AT END SET EL-EOF TO TRUE
        END-READ.

*>    the register entry moves to the token as a retired ID with no
*>    PIN and no sign-on date
    EraseRegister.
        MOVE "PLAYERREG" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O PLAYERREG
        IF NOT PR-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            MOVE EraseID TO PR-PlayerID
            READ PLAYERREG
                INVALID KEY
                    MOVE "ID NOT ON FILE" TO CertNote
                NOT INVALID KEY
                    MOVE TokenX TO PR-PlayerID
                    MOVE SPACES TO PR-PIN
                    MOVE SPACES TO PR-PinSalt
                    MOVE SPACES TO PR-PinHash
                    MOVE "R" TO PR-Active
                    MOVE 0 TO PR-BadTries
                    MOVE 0 TO PR-LastSeen
                    WRITE PlayerRegRecord
                    IF PR-OK OR PR-Status = "22"
                        MOVE EraseID TO PR-PlayerID
                        DELETE PLAYERREG
                        IF PR-OK
                            MOVE 1 TO Changed
                        ELSE
                            MOVE "OLD KEY NOT DELETED" TO CertNote
                            ADD 1 TO Failures
                        END-IF
                    ELSE
                        MOVE "TOKEN NOT WRITTEN" TO CertNote
                        ADD 1 TO Failures
                    END-IF
            END-READ
            CLOSE PLAYERREG
        END-IF
        PERFORM AddCertLine.

*>    each player-keyed file: the token key is written before the old
*>    key comes off, as PSMAINT's RENAME does; a token already there
*>    means an interrupted run got as far as the write
    EraseStats.
        MOVE "PLAYERSTATS" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O PLAYERSTATS
        IF NOT PS-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            MOVE EraseID TO PS-PlayerID
            READ PLAYERSTATS
                INVALID KEY
                    MOVE "ID NOT ON FILE" TO CertNote
                NOT INVALID KEY
                    MOVE TokenX TO PS-PlayerID
                    WRITE PlayerStatsRecord
                    IF PS-OK OR PS-Status = "22"
                        MOVE EraseID TO PS-PlayerID
                        DELETE PLAYERSTATS
                        IF PS-OK
                            MOVE 1 TO Changed
                        ELSE
                            MOVE "OLD KEY NOT DELETED" TO CertNote
                            ADD 1 TO Failures
                        END-IF
                    ELSE
                        MOVE "TOKEN NOT WRITTEN" TO CertNote
                        ADD 1 TO Failures
                    END-IF
            END-READ
            CLOSE PLAYERSTATS
        END-IF
        PERFORM AddCertLine.

    EraseRatings.
        MOVE "RATINGS" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O RATINGS
        IF NOT RT-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            MOVE EraseID TO RT-PlayerID
            READ RATINGS
                INVALID KEY
                    MOVE "ID NOT ON FILE" TO CertNote
                NOT INVALID KEY
                    MOVE TokenX TO RT-PlayerID
                    WRITE RatingsRecord
                    IF RT-OK OR RT-Status = "22"
                        MOVE EraseID TO RT-PlayerID
                        DELETE RATINGS
                        IF RT-OK
                            MOVE 1 TO Changed
                        ELSE
                            MOVE "OLD KEY NOT DELETED" TO CertNote
                            ADD 1 TO Failures
                        END-IF
                    ELSE
                        MOVE "TOKEN NOT WRITTEN" TO CertNote
                        ADD 1 TO Failures
                    END-IF
            END-READ
            CLOSE RATINGS
        END-IF
        PERFORM AddCertLine.

    EraseProfile.
        MOVE "PLAYERPRF" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O PLAYERPRF
        IF NOT PF-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            MOVE EraseID TO PF-PlayerID
            READ PLAYERPRF
                INVALID KEY
                    MOVE "ID NOT ON FILE" TO CertNote
                NOT INVALID KEY
                    MOVE TokenX TO PF-PlayerID
                    WRITE PlayerPrfRecord
                    IF PF-OK OR PF-Status = "22"
                        MOVE EraseID TO PF-PlayerID
                        DELETE PLAYERPRF
                        IF PF-OK
                            MOVE 1 TO Changed
                        ELSE
                            MOVE "OLD KEY NOT DELETED" TO CertNote
                            ADD 1 TO Failures
                        END-IF
                    ELSE
                        MOVE "TOKEN NOT WRITTEN" TO CertNote
                        ADD 1 TO Failures
                    END-IF
            END-READ
            CLOSE PLAYERPRF
        END-IF
        PERFORM AddCertLine.

    EraseLadder.
        MOVE "PLAYERLDR" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O PLAYERLDR
        IF NOT LD-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            MOVE EraseID TO LD-PlayerID
            READ PLAYERLDR
                INVALID KEY
                    MOVE "ID NOT ON FILE" TO CertNote
                NOT INVALID KEY
                    MOVE TokenX TO LD-PlayerID
                    WRITE PlayerLdrRecord
                    IF LD-OK OR LD-Status = "22"
                        MOVE EraseID TO LD-PlayerID
                        DELETE PLAYERLDR
                        IF LD-OK
                            MOVE 1 TO Changed
                        ELSE
                            MOVE "OLD KEY NOT DELETED" TO CertNote
                            ADD 1 TO Failures
                        END-IF
                    ELSE
                        MOVE "TOKEN NOT WRITTEN" TO CertNote
                        ADD 1 TO Failures
                    END-IF
            END-READ
            CLOSE PLAYERLDR
        END-IF
        PERFORM AddCertLine.

*>    a player's puzzle history can run to any length, so each record
*>    is moved to the token key as it is found and the search starts
*>    again from the top of the player's key range, the old key now
*>    gone; a record that won't move stops the loop, to be finished
*>    by a rerun
    ErasePuzzles.
        MOVE "PUZZHIST" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O PUZZHIST
        IF NOT PH-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            MOVE "N" TO RecFound
            PERFORM FindPuzzleRecord
            PERFORM UNTIL RecFound = "N"
                PERFORM MovePuzzleRecord
                IF CertNote = SPACES
                    PERFORM FindPuzzleRecord
                ELSE
                    MOVE "N" TO RecFound
                END-IF
            END-PERFORM
            CLOSE PUZZHIST
        END-IF
        PERFORM AddCertLine.

    FindPuzzleRecord.
        MOVE "N" TO RecFound
        MOVE EraseID TO PH-PlayerID
        MOVE LOW-VALUES TO PH-PuzzleID
        START PUZZHIST KEY IS NOT LESS THAN PH-Key
            INVALID KEY SET PH-EOF TO TRUE
        END-START
        IF NOT PH-EOF
            READ PUZZHIST NEXT RECORD
                AT END SET PH-EOF TO TRUE
            END-READ
            IF NOT PH-EOF AND PH-PlayerID = EraseID
                MOVE "Y" TO RecFound
            END-IF
        END-IF.

    MovePuzzleRecord.
        MOVE TokenX TO PH-PlayerID
        WRITE PuzzHistRecord
        IF PH-OK OR PH-Status = "22"
            MOVE EraseID TO PH-PlayerID
            DELETE PUZZHIST
            IF PH-OK
                ADD 1 TO Changed
            ELSE
                MOVE "OLD KEY NOT DELETED" TO CertNote
                ADD 1 TO Failures
            END-IF
        ELSE
            MOVE "TOKEN NOT WRITTEN" TO CertNote
            ADD 1 TO Failures
        END-IF.

*>    milestones move to the token the same way as the puzzle history
    EraseAchievements.
        MOVE "ACHIEVE" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O ACHIEVE
        IF NOT AC-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            MOVE "N" TO RecFound
            PERFORM FindAchieveRecord
            PERFORM UNTIL RecFound = "N"
                PERFORM MoveAchieveRecord
                IF CertNote = SPACES
                    PERFORM FindAchieveRecord
                ELSE
                    MOVE "N" TO RecFound
                END-IF
            END-PERFORM
            CLOSE ACHIEVE
        END-IF
        PERFORM AddCertLine.

    FindAchieveRecord.
        MOVE "N" TO RecFound
        MOVE EraseID TO AC-PlayerID
        MOVE LOW-VALUES TO AC-Code
        START ACHIEVE KEY IS NOT LESS THAN AC-Key
            INVALID KEY SET AC-EOF TO TRUE
        END-START
        IF NOT AC-EOF
            READ ACHIEVE NEXT RECORD
                AT END SET AC-EOF TO TRUE
            END-READ
            IF NOT AC-EOF AND AC-PlayerID = EraseID
                MOVE "Y" TO RecFound
            END-IF
        END-IF.

    MoveAchieveRecord.
        MOVE TokenX TO AC-PlayerID
        WRITE AchieveRecord
        IF AC-OK OR AC-Status = "22"
            MOVE EraseID TO AC-PlayerID
            DELETE ACHIEVE
            IF AC-OK
                ADD 1 TO Changed
            ELSE
                MOVE "OLD KEY NOT DELETED" TO CertNote
                ADD 1 TO Failures
            END-IF
        ELSE
            MOVE "TOKEN NOT WRITTEN" TO CertNote
            ADD 1 TO Failures
        END-IF.

*>    notices only matter until they are read, so none is carried to
*>    the token: the player's own are deleted, and so is any other
*>    player's whose text names them (a fixture against them, say)
    EraseNotices.
        MOVE "NOTICES" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O NOTICES
        IF NOT NT-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            MOVE 0 TO IdLen
            INSPECT EraseID TALLYING IdLen
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF IdLen = 0
                MOVE 10 TO IdLen
            END-IF
            MOVE LOW-VALUES TO NT-Key
            START NOTICES KEY IS NOT LESS THAN NT-Key
                INVALID KEY SET NT-EOF TO TRUE
            END-START
            PERFORM DropNotice UNTIL NT-EOF
            CLOSE NOTICES
            IF CertNote = SPACES
                MOVE "DELETED, NOT MOVED TO THE TOKEN" TO CertNote
            END-IF
        END-IF
        PERFORM AddCertLine.

*>    a player's marker (zero stamp) holds no text to search
    DropNotice.
        READ NOTICES NEXT RECORD
            AT END SET NT-EOF TO TRUE
        END-READ
        IF NOT NT-EOF
            MOVE 0 TO IdHits
            IF NT-PlayerID NOT = EraseID AND NT-Date > 0
                INSPECT NT-Text TALLYING IdHits
                    FOR ALL EraseID(1:IdLen)
            END-IF
            IF NT-PlayerID = EraseID OR IdHits > 0
                DELETE NOTICES RECORD
                    INVALID KEY CONTINUE
                END-DELETE
                IF NT-OK
                    ADD 1 TO Changed
                ELSE
                    MOVE "NOT ALL DELETED" TO CertNote
                    ADD 1 TO Failures
                END-IF
            END-IF
        END-IF.

*>    headers are rewritten in place; the player's domestic games
*>    (and, on a rerun, the token's) are kept for the export check
    EraseHeaders.
        MOVE "GAMEHDR" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O GAMEHDR
        IF NOT GH-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            PERFORM ReadGameHdr
            PERFORM UNTIL GH-EOF
                IF GH-Origin = SPACES
                    IF GH-Player1ID = EraseID OR GH-Player2ID = EraseID
                        IF GH-Player1ID = EraseID
                            MOVE TokenX TO GH-Player1ID
                        END-IF
                        IF GH-Player2ID = EraseID
                            MOVE TokenX TO GH-Player2ID
                        END-IF
                        REWRITE GameHdrRecord
                        IF GH-OK
                            ADD 1 TO Changed
                        ELSE
                            ADD 1 TO Failures
                            MOVE "SOME REWRITES FAILED" TO CertNote
                        END-IF
                    END-IF
                    IF GH-Player1ID = TokenX OR GH-Player2ID = TokenX
                        PERFORM NotePlayerGame
                    END-IF
                END-IF
                PERFORM ReadGameHdr
            END-PERFORM
            CLOSE GAMEHDR
        END-IF
        PERFORM AddCertLine.

    ReadGameHdr.
        READ GAMEHDR NEXT RECORD
            AT END SET GH-EOF TO TRUE
        END-READ.

    NotePlayerGame.
        IF PlayerGameCount < 5000
            ADD 1 TO PlayerGameCount
            MOVE GH-GameID TO PG-GameID(PlayerGameCount)
        ELSE
            ADD 1 TO PlayerGameOverflow
        END-IF.

    EraseSaves.
        MOVE "CHECKPT" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O CHECKPT
        IF NOT CK-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            PERFORM ReadCheckpt
            PERFORM UNTIL CK-EOF
                IF CK-Player1ID = EraseID OR CK-Player2ID = EraseID
                    IF CK-Player1ID = EraseID
                        MOVE TokenX TO CK-Player1ID
                    END-IF
                    IF CK-Player2ID = EraseID
                        MOVE TokenX TO CK-Player2ID
                    END-IF
                    REWRITE CheckptRecord
                    IF CK-OK
                        ADD 1 TO Changed
                    ELSE
                        ADD 1 TO Failures
                        MOVE "SOME REWRITES FAILED" TO CertNote
                    END-IF
                END-IF
                PERFORM ReadCheckpt
            END-PERFORM
            CLOSE CHECKPT
        END-IF
        PERFORM AddCertLine.

    ReadCheckpt.
        READ CHECKPT NEXT RECORD
            AT END SET CK-EOF TO TRUE
        END-READ.

*>    only posted fixtures can be left by now (an open one refused
*>    the run), so the standings simply follow the token
    EraseFixtures.
        MOVE "LEAGUEFX" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O LEAGUEFX
        IF NOT LX-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            PERFORM ReadFixture
            PERFORM UNTIL LX-EOF
                IF LX-HomeID = EraseID OR LX-AwayID = EraseID
                    IF LX-HomeID = EraseID
                        MOVE TokenX TO LX-HomeID
                    END-IF
                    IF LX-AwayID = EraseID
                        MOVE TokenX TO LX-AwayID
                    END-IF
                    REWRITE LeagueFxRecord
                    IF LX-OK
                        ADD 1 TO Changed
                    ELSE
                        ADD 1 TO Failures
                        MOVE "SOME REWRITES FAILED" TO CertNote
                    END-IF
                END-IF
                PERFORM ReadFixture
            END-PERFORM
            CLOSE LEAGUEFX
        END-IF
        PERFORM AddCertLine.

*>    an entry's key carries the player ID, so the player's entries
*>    are gathered in one pass and then each moved to the token key;
*>    the event's pairings and scores, read off the fixtures above,
*>    then still find the entrant
    EraseSwissEntries.
        MOVE "SWISSENT" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        MOVE 0 TO EntryCount
        OPEN I-O SWISSENT
        IF NOT SW-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            PERFORM ReadSwissEntry
            PERFORM UNTIL SW-EOF
                IF SW-PlayerID = EraseID
                    IF EntryCount < 100
                        ADD 1 TO EntryCount
                        MOVE SwissEntRecord TO EntryEntry(EntryCount)
                    ELSE
                        MOVE "OVER 100 ENTRIES -- RERUN TO FINISH"
                            TO CertNote
                        ADD 1 TO Failures
                    END-IF
                END-IF
                PERFORM ReadSwissEntry
            END-PERFORM
            PERFORM VARYING EN-Idx FROM 1 BY 1
                    UNTIL EN-Idx > EntryCount
                PERFORM MoveSwissEntry
            END-PERFORM
            CLOSE SWISSENT
        END-IF
        PERFORM AddCertLine.

    ReadSwissEntry.
        READ SWISSENT NEXT RECORD
            AT END SET SW-EOF TO TRUE
        END-READ.

    MoveSwissEntry.
        MOVE EntryEntry(EN-Idx) TO SwissEntRecord
        MOVE TokenX TO SW-PlayerID
        WRITE SwissEntRecord
        IF SW-OK OR SW-Status = "22"
            MOVE EraseID TO SW-PlayerID
            DELETE SWISSENT
            IF SW-OK
                ADD 1 TO Changed
            ELSE
                MOVE "OLD KEY NOT DELETED" TO CertNote
                ADD 1 TO Failures
            END-IF
        ELSE
            MOVE "TOKEN NOT WRITTEN" TO CertNote
            ADD 1 TO Failures
        END-IF.

*>    the spells are gathered first and then each moved to the token
*>    key, so the history of which clubs the player was in stays
*>    whole for the club match records
    EraseClubSpells.
        MOVE "CLUBMEMB" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        MOVE 0 TO SpellCount
        OPEN I-O CLUBMEMB
        IF NOT CB-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            MOVE EraseID TO CB-PlayerID
            MOVE 0 TO CB-EffFrom
            START CLUBMEMB KEY IS NOT LESS THAN CB-Key
                INVALID KEY SET CB-EOF TO TRUE
            END-START
            IF NOT CB-EOF
                PERFORM ReadClubSpell
            END-IF
            PERFORM UNTIL CB-EOF OR CB-PlayerID NOT = EraseID
                IF SpellCount < 50
                    ADD 1 TO SpellCount
                    MOVE ClubMembRecord TO SpellEntry(SpellCount)
                ELSE
                    MOVE "OVER 50 SPELLS -- RERUN TO FINISH" TO CertNote
                    ADD 1 TO Failures
                END-IF
                PERFORM ReadClubSpell
            END-PERFORM
            PERFORM VARYING SP-Idx FROM 1 BY 1
                    UNTIL SP-Idx > SpellCount
                PERFORM MoveClubSpell
            END-PERFORM
            CLOSE CLUBMEMB
        END-IF
        PERFORM AddCertLine.

    ReadClubSpell.
        READ CLUBMEMB NEXT RECORD
            AT END SET CB-EOF TO TRUE
        END-READ.

    MoveClubSpell.
        MOVE SpellEntry(SP-Idx) TO ClubMembRecord
        MOVE TokenX TO CB-PlayerID
        WRITE ClubMembRecord
        IF CB-OK OR CB-Status = "22"
            MOVE EraseID TO CB-PlayerID
            DELETE CLUBMEMB
            IF CB-OK
                ADD 1 TO Changed
            ELSE
                MOVE "OLD KEY NOT DELETED" TO CertNote
                ADD 1 TO Failures
            END-IF
        ELSE
            MOVE "TOKEN NOT WRITTEN" TO CertNote
            ADD 1 TO Failures
        END-IF.

*>    a club the player captains keeps the token as its captain
*>    until CLUBADM CHANGE names a new one
    EraseCaptains.
        MOVE "CLUBMAST" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O CLUBMAST
        IF NOT CM-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            PERFORM ReadClub
            PERFORM UNTIL CM-EOF
                IF CM-CaptainID = EraseID
                    MOVE TokenX TO CM-CaptainID
                    REWRITE ClubMastRecord
                    IF CM-OK
                        ADD 1 TO Changed
                    ELSE
                        ADD 1 TO Failures
                        MOVE "SOME REWRITES FAILED" TO CertNote
                    END-IF
                END-IF
                PERFORM ReadClub
            END-PERFORM
            CLOSE CLUBMAST
        END-IF
        PERFORM AddCertLine.

    ReadClub.
        READ CLUBMAST NEXT RECORD
            AT END SET CM-EOF TO TRUE
        END-READ.

*>    the player's "P" entry moves to the token key with its name
*>    cleared (CCADM takes any text there, a person's name included);
*>    then any entry the player set as an administrator is rewritten
*>    to show the token as CC-ChgBy
    EraseCostCenters.
        MOVE "COSTCTR" TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        OPEN I-O COSTCTR
        IF NOT CC-OK
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            MOVE "P" TO CC-Type
            MOVE EraseID TO CC-ID
            READ COSTCTR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE TokenX TO CC-ID
                    MOVE SPACES TO CC-Name
                    WRITE CostCtrRecord
                    IF CC-OK OR CC-Status = "22"
                        MOVE EraseID TO CC-ID
                        DELETE COSTCTR
                        IF CC-OK
                            ADD 1 TO Changed
                        ELSE
                            MOVE "OLD KEY NOT DELETED" TO CertNote
                            ADD 1 TO Failures
                        END-IF
                    ELSE
                        MOVE "TOKEN NOT WRITTEN" TO CertNote
                        ADD 1 TO Failures
                    END-IF
            END-READ
            MOVE LOW-VALUES TO CC-Key
            START COSTCTR KEY IS NOT LESS THAN CC-Key
                INVALID KEY SET CC-EOF TO TRUE
            END-START
            IF NOT CC-EOF
                PERFORM ReadCostCenter
            END-IF
            PERFORM UNTIL CC-EOF
                IF CC-ChgBy = EraseID
                    MOVE TokenX TO CC-ChgBy
                    REWRITE CostCtrRecord
                    IF CC-OK
                        ADD 1 TO Changed
                    ELSE
                        ADD 1 TO Failures
                        MOVE "SOME REWRITES FAILED" TO CertNote
                    END-IF
                END-IF
                PERFORM ReadCostCenter
            END-PERFORM
            CLOSE COSTCTR
        END-IF
        PERFORM AddCertLine.

    ReadCostCenter.
        READ COSTCTR NEXT RECORD
            AT END SET CC-EOF TO TRUE
        END-READ.

*>    a flat file is copied to ERASEWK with the ID replaced, and
*>    copied back only if anything changed; the live file is left as
*>    it was if the work copy can't be made
    EraseFlatFile.
        MOVE 0 TO SeqIDPos2
        MOVE SPACE TO SeqKeyType
        EVALUATE SeqFileNo
            WHEN 1
                MOVE "SEASONH" TO SeqFileName
                MOVE 17 TO SeqIDPos
            WHEN 2
                MOVE "SERIESLOG" TO SeqFileName
                MOVE 18 TO SeqIDPos
            WHEN 3
                MOVE "OUTCOMEQ" TO SeqFileName
                MOVE 29 TO SeqIDPos
            WHEN 4
                MOVE "PSJOURNL" TO SeqFileName
                MOVE 30 TO SeqIDPos
            WHEN 5
                MOVE "SECLOG" TO SeqFileName
                MOVE 17 TO SeqIDPos
            WHEN 6
                MOVE "REGACTLOG" TO SeqFileName
                MOVE 41 TO SeqIDPos
                MOVE 17 TO SeqIDPos2
            WHEN 7
                MOVE "CCAUD" TO SeqFileName
                MOVE 18 TO SeqIDPos
                MOVE "P" TO SeqKeyType
                MOVE 46 TO SeqIDPos2
        END-EVALUATE
        MOVE SeqFileName TO CertFile
        MOVE 0 TO Changed
        MOVE SPACES TO CertNote
        MOVE "Y" TO SeqPresent
        PERFORM OpenSeqInput
        IF NOT SQ-OK
            MOVE "N" TO SeqPresent
            MOVE "NOT PRESENT" TO CertNote
        ELSE
            OPEN OUTPUT ERASEWK
            IF NOT WK-OK
                PERFORM CloseSeq
                MOVE "WORK FILE WOULD NOT OPEN -- UNCHANGED" TO CertNote
                ADD 1 TO Failures
            ELSE
                PERFORM ReadSeq
                PERFORM UNTIL SQ-EOF
                    PERFORM ReplaceSeqIDs
                    MOVE SeqLine TO EraseWorkLine
                    WRITE EraseWorkLine
                    PERFORM ReadSeq
                END-PERFORM
                PERFORM CloseSeq
                CLOSE ERASEWK
                IF Changed > 0
                    PERFORM CopySeqBack
                END-IF
            END-IF
        END-IF
        PERFORM AddCertLine.

*>    a line counts once however many of its IDs were the player's
    ReplaceSeqIDs.
        MOVE "N" TO SeqLineHit
        IF SeqLine(SeqIDPos:10) = EraseID
            IF SeqKeyType = SPACE
                    OR SeqLine(SeqIDPos - 1:1) = SeqKeyType
                MOVE TokenX TO SeqLine(SeqIDPos:10)
                MOVE "Y" TO SeqLineHit
            END-IF
        END-IF
        IF SeqIDPos2 > 0
            IF SeqLine(SeqIDPos2:10) = EraseID
                MOVE TokenX TO SeqLine(SeqIDPos2:10)
                MOVE "Y" TO SeqLineHit
            END-IF
        END-IF
        IF SeqLineHit = "Y"
            ADD 1 TO Changed
        END-IF.

    CopySeqBack.
        OPEN INPUT ERASEWK
        IF NOT WK-OK
            MOVE "WORK FILE WOULD NOT REOPEN -- UNCHANGED" TO CertNote
            MOVE 0 TO Changed
            ADD 1 TO Failures
        ELSE
            PERFORM OpenSeqOutput
            IF NOT SQ-OK
                MOVE "WOULD NOT REOPEN FOR REWRITE" TO CertNote
                MOVE 0 TO Changed
                ADD 1 TO Failures
                CLOSE ERASEWK
            ELSE
                READ ERASEWK
                    AT END SET WK-EOF TO TRUE
                END-READ
                PERFORM UNTIL WK-EOF
                    MOVE EraseWorkLine TO SeqLine
                    PERFORM WriteSeq
                    IF NOT SQ-OK
                        MOVE "REWRITE FAILED -- COPY IS ON ERASEWK"
                            TO CertNote
                        ADD 1 TO Failures
                    END-IF
                    READ ERASEWK
                        AT END SET WK-EOF TO TRUE
                    END-READ
                END-PERFORM
                PERFORM CloseSeq
                CLOSE ERASEWK
            END-IF
        END-IF.

    OpenSeqInput.
        EVALUATE SeqFileNo
            WHEN 1
                OPEN INPUT SEASONH
            WHEN 2
                OPEN INPUT SERIESLOG
            WHEN 3
                OPEN INPUT OUTCOMEQ
            WHEN 4
                OPEN INPUT PSJOURNL
            WHEN 5
                OPEN INPUT SECLOG
            WHEN 6
                OPEN INPUT REGACTLOG
            WHEN 7
                OPEN INPUT CCAUD
        END-EVALUATE.

    OpenSeqOutput.
        EVALUATE SeqFileNo
            WHEN 1
                OPEN OUTPUT SEASONH
            WHEN 2
                OPEN OUTPUT SERIESLOG
            WHEN 3
                OPEN OUTPUT OUTCOMEQ
            WHEN 4
                OPEN OUTPUT PSJOURNL
            WHEN 5
                OPEN OUTPUT SECLOG
            WHEN 6
                OPEN OUTPUT REGACTLOG
            WHEN 7
                OPEN OUTPUT CCAUD
        END-EVALUATE.

    ReadSeq.
        MOVE SPACES TO SeqLine
        EVALUATE SeqFileNo
            WHEN 1
                READ SEASONH INTO SeqLine
                    AT END SET SQ-EOF TO TRUE
                END-READ
            WHEN 2
                READ SERIESLOG INTO SeqLine
                    AT END SET SQ-EOF TO TRUE
                END-READ
            WHEN 3
                READ OUTCOMEQ INTO SeqLine
                    AT END SET SQ-EOF TO TRUE
                END-READ
            WHEN 4
                READ PSJOURNL INTO SeqLine
                    AT END SET SQ-EOF TO TRUE
                END-READ
            WHEN 5
                READ SECLOG INTO SeqLine
                    AT END SET SQ-EOF TO TRUE
                END-READ
            WHEN 6
                READ REGACTLOG INTO SeqLine
                    AT END SET SQ-EOF TO TRUE
                END-READ
            WHEN 7
                READ CCAUD INTO SeqLine
                    AT END SET SQ-EOF TO TRUE
                END-READ
        END-EVALUATE.

    WriteSeq.
        EVALUATE SeqFileNo
            WHEN 1
                WRITE SeasonHLine FROM SeqLine
            WHEN 2
                WRITE SeriesLogLine FROM SeqLine
            WHEN 3
                WRITE OutcomeQLine FROM SeqLine
            WHEN 4
                WRITE PsJournalLine FROM SeqLine
            WHEN 5
                WRITE SecLogLine FROM SeqLine
            WHEN 6
                WRITE RegActLogLine FROM SeqLine
            WHEN 7
                WRITE CcAudLine FROM SeqLine
        END-EVALUATE.

    CloseSeq.
        EVALUATE SeqFileNo
            WHEN 1
                CLOSE SEASONH
            WHEN 2
                CLOSE SERIESLOG
            WHEN 3
                CLOSE OUTCOMEQ
            WHEN 4
                CLOSE PSJOURNL
            WHEN 5
                CLOSE SECLOG
            WHEN 6
                CLOSE REGACTLOG
            WHEN 7
                CLOSE CCAUD
        END-EVALUATE.

    AddCertLine.
        IF CertCount < 30
            ADD 1 TO CertCount
            MOVE CertFile TO CT-File(CertCount)
            MOVE Changed TO CT-Count(CertCount)
            MOVE CertNote TO CT-Note(CertCount)
        END-IF
        ADD Changed TO TotalChanged.

    WriteEraseLog.
        MOVE RunDate TO EL-Date
        MOVE RunTime TO EL-Time
        MOVE EC-Reference TO EL-Reference
        MOVE TokenX TO EL-Token
        IF Failures > 0
            MOVE "P" TO EL-Outcome
        ELSE
            MOVE "C" TO EL-Outcome
        END-IF
        MOVE TotalChanged TO EL-Changed
        OPEN EXTEND ERASELOG
        IF EL-NotFound
            OPEN OUTPUT ERASELOG
        END-IF
        IF EL-OK
            WRITE EraseLogRecord
            CLOSE ERASELOG
        END-IF
        IF NOT EL-OK
            DISPLAY "ERASEPLR: ERASELOG NOT WRITTEN, STATUS " EL-Status
                " -- KEEP THIS CERTIFICATE'S TOKEN FOR ANY RERUN"
            ADD 1 TO Failures
        END-IF.

*>    the certificate names the request and the token but not the
*>    erased ID, so it can be filed without holding the data it
*>    certifies gone
    PrintCertificate.
        DISPLAY " "
        DISPLAY "===== PLAYER DATA ERASURE CERTIFICATE ====="
        DISPLAY "REQUEST REFERENCE .... " EC-Reference
        DISPLAY "RUN .................. " RunDate " " RunTime(1:6)
        DISPLAY "REPLACED BY TOKEN .... " TokenX
        IF Resuming = "Y"
            DISPLAY "(RERUN OF AN EARLIER RUN UNDER THIS REFERENCE)"
        END-IF
        DISPLAY " "
        DISPLAY "FILE         RECORDS  NOTE"
        DISPLAY "-----------  -------  ----"
        PERFORM VARYING CT-Idx FROM 1 BY 1 UNTIL CT-Idx > CertCount
            DISPLAY CT-File(CT-Idx) CT-Count(CT-Idx) "  "
                CT-Note(CT-Idx)
        END-PERFORM
        DISPLAY " "
        DISPLAY "TOTAL RECORDS CHANGED  " TotalChanged
        PERFORM ListExportCopies
        DISPLAY " "
        IF Failures > 0
            DISPLAY "*** INCOMPLETE -- " Failures " FILE UPDATE(S) "
                "FAILED; RERUN THE SAME CARD TO FINISH ***"
        ELSE
            DISPLAY "ERASURE COMPLETE"
        END-IF.

*>    exported games left the building with the ID in them; those
*>    copies are beyond our reach, so each is listed by site for the
*>    request to be passed on
    ListExportCopies.
        DISPLAY " "
        DISPLAY "EXPORTED COPIES HELD BY OTHER SITES (EXPREG):"
        OPEN INPUT EXPREG
        IF NOT XR-OK
            DISPLAY "  NO EXPORT REGISTER -- NONE RECORDED"
        ELSE
            READ EXPREG
                AT END SET XR-EOF TO TRUE
            END-READ
            PERFORM UNTIL XR-EOF
                MOVE "N" TO PG-Found
                PERFORM VARYING PG-Idx FROM 1 BY 1
                        UNTIL PG-Idx > PlayerGameCount OR PG-Found = "Y"
                    IF PG-GameID(PG-Idx) = XR-GameID
                        MOVE "Y" TO PG-Found
                    END-IF
                END-PERFORM
                IF PG-Found = "Y"
                    ADD 1 TO ExportCopies
                    DISPLAY "  GAME " XR-GameID " SENT TO SITE " XR-Site
                        " ON " XR-Date
                END-IF
                READ EXPREG
                    AT END SET XR-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE EXPREG
            DISPLAY "  " ExportCopies " COPIES -- NOTIFY EACH SITE"
        END-IF
        IF PlayerGameOverflow > 0
            DISPLAY "  WARNING: " PlayerGameOverflow " GAMES BEYOND THE "
                "TABLE WERE NOT CHECKED AGAINST EXPREG"
        END-IF.
