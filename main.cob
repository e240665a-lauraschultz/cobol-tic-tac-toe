        SELECT GAMEIN ASSIGN TO "GAMEIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS GI-Status.
        SELECT SEEDCARD ASSIGN TO "SEEDCARD"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS SD-Status.
        SELECT AUDITLOG ASSIGN TO "AUDITLOG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AL-Status.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LX-Key
            FILE STATUS IS LX-Status.
        SELECT LGSCHED ASSIGN TO "LGSCHED"
            ORGANIZATION INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS LS-Key
            FILE STATUS IS LS-Status.
        SELECT PLAYERPRF ASSIGN TO "PLAYERPRF"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PF-PlayerID
            FILE STATUS IS PF-Status.
        SELECT CORRGAME ASSIGN TO "CORRGAME"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CG-GameID
            FILE STATUS IS CG-Status.
        SELECT QUIESCE ASSIGN TO "QUIESCE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS QS-Status.
        SELECT DRAINLOG ASSIGN TO "DRAINLOG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DR-Status.
        SELECT PUZZLES ASSIGN TO "PUZZLES"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PZ-Key
            FILE STATUS IS PZ-Status.
        SELECT PUZZHIST ASSIGN TO "PUZZHIST"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-Key
            FILE STATUS IS PH-Status.
    DATA DIVISION.
    FILE SECTION.
    FD GAMELOG.
           02 GL-ExtBoard PIC X(16).
*>    how the game ended: space for a played-out result, "R" when
*>    the losing side resigned at the move prompt, "T" when a
*>    two-player move clock expired on them; DISPUTE later sets "V"
*>    on a game it voids and "A" on one whose result it overturns
           02 GL-EndReason PIC X.
    FD CHECKPT.
       01 CheckptRecord.
           02 CK-Player1ID PIC X(10).
           02 CK-Player2ID PIC X(10).
           02 CK-SaveName PIC X(12).
*>    "M" for a misere game; a checkpoint written before the rule
*>    was offered reads back a space, the classic game
           02 CK-Rule PIC X.
*>    the game's random seed, so a resumed game goes on choosing
*>    between equal replies exactly as it started; an older record
*>    reads back spaces and resumes on the first best reply
           02 CK-Seed PIC 9(9).
    FD GAMEIN.
*>    one move per line; decks written before the configurable board
*>    carry a single digit, two-digit entries address the larger
*>    boards' squares 10-25
       01 GameInRecord PIC X(2).
*>    optional one-card dataset fixing the seed every game of the run
*>    plays under -- regression decks give 000000000 for the first
*>    best reply every time, or a game's recorded seed to play it
*>    over exactly
    FD SEEDCARD.
       01 SeedRecord PIC X(9).
    FD AUDITLOG.
       01 AuditLogRecord.
           02 AL-Date PIC 9(8).
           02 LX-Winner PIC 9.
           02 LX-GameID PIC X(16).
           02 LX-Date PIC 9(8).
*>    a calendar league's due dates; the signed-in player asking for
*>    a fixture is marked as having tried to start it, which is who
*>    LGDEFLT awards the game to if it is never played
    FD LGSCHED.
       01 LgSchedRecord.
           02 LS-Key.
               03 LS-LeagueID PIC X(8).
               03 LS-FixtureNo PIC 9(3).
           02 LS-Week PIC 99.
           02 LS-DueDate PIC 9(8).
           02 LS-HomeTried PIC X.
           02 LS-AwayTried PIC X.
*>    one record per registered regular: their usual answers to the
*>    session-setup questions, loaded right after the player ID
*>    clears so the whole opening quiz collapses to "same as
           02 PF-BoardSize PIC 9.
           02 PF-WinLength PIC 9.
           02 PF-Archive PIC X.
*>    "M" when the player usually plays misere; space (a profile
*>    from before the rule was offered) or "C" is the classic game
           02 PF-Rule PIC X.
*>    the language the player's messages come in (see MSGGET); space,
*>    from a profile older than the catalog, is English
           02 PF-Lang PIC XX.
*>    one record per correspondence game still being played: the
*>    board as it stands, whose move it is and the day that move is
*>    due by.  Each player moves at their own sign-on; the record
*>    comes off when the game finishes (here, or in CORRDLN's nightly
*>    forfeit of a move not made in time) and the game is logged
*>    like any other two-player game
    FD CORRGAME.
       01 CorrGameRecord.
           02 CG-GameID PIC X(16).
*>    the player who issued the challenge plays X and moves first
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
*>    the operator's system-wide drain signal (QUIESCTL sets and
*>    clears it), checked between moves so sessions wrap up on their
*>    own instead of being killed mid-game at whatever state
           02 DR-Time PIC 9(8).
           02 DR-GameID PIC X(16).
           02 DR-State PIC X(8).
*>    the tactics puzzles PUZZBLD mines from the audit trail, keyed
*>    by grade, board and side to move, so reading in key order
*>    serves the easiest first; the key is the puzzle's ID
    FD PUZZLES.
       01 PuzzleRecord.
           02 PZ-Key.
               03 PZ-Grade PIC 9.
               03 PZ-Board PIC X(9).
               03 PZ-Side PIC 9.
*>    "W" find the forced win, "S" find the move that holds the draw
           02 PZ-Type PIC X.
*>    "Y" on every square that solves it
           02 PZ-Answer PIC X(9).
           02 PZ-AnswerCount PIC 9.
           02 PZ-Plies PIC 9.
           02 PZ-GameID PIC X(16).
           02 PZ-Added PIC 9(8).
*>    one record per puzzle a player has been served, so none is
*>    served to them twice, carrying their running totals as they
*>    stood after it; the record under a blank puzzle ID holds the
*>    player's totals as they stand now
    FD PUZZHIST.
       01 PuzzHistRecord.
           02 PH-Key.
               03 PH-PlayerID PIC X(10).
               03 PH-PuzzleID PIC X(11).
           02 PH-Date PIC 9(8).
*>    "S" solved, "M" missed; a space on the totals record
           02 PH-Result PIC X.
           02 PH-Given PIC 99.
           02 PH-Tried PIC 9(5).
           02 PH-Solved PIC 9(5).
           02 PH-Streak PIC 9(4).
           02 PH-BestStreak PIC 9(4).
    FD GAMEHDR.
       01 GameHdrRecord.
           02 GH-GameID PIC X(16).
*>    the sending site's code on games loaded by GAMEIMPT, so
*>    reports can include or exclude foreign games
           02 GH-Origin PIC X(4).
           02 GH-Term1 PIC X(4).
           02 GH-Term2 PIC X(4).
*>    "M" when the game was played misere (whoever completes a line
*>    loses); space for the classic game, which is every record
*>    written before the rule was offered
           02 GH-Rule PIC X.
*>    the random seed COMPUTERMOVE chose between equally good
*>    replies with, so the game can be played over exactly; zero
*>    (spaces on a record written before the seed was kept) means
*>    the first best reply every time, and is what a game with no
*>    computer side carries
           02 GH-Seed PIC 9(9).
    WORKING-STORAGE SECTION.
       01 BoardTable.
           02 BoardValue PIC 9 OCCURS 25 TIMES INDEXED BY I.
*>    same CHECKPT/GAMELOG/AUDITLOG datasets: the start date plus a
*>    daily serial drawn from the central GAMEID issuer
       01 GameID PIC X(16) VALUE SPACES.
       01 GameIDIssuer PIC X(8) VALUE "MAIN".
       01 ResumeGameID PIC X(16) VALUE SPACES.
*>    the signed-in player's own saved games, gathered off CHECKPT
*>    for the pick-from-a-list resume prompt
       01 GL-Status PIC XX.
           88 GL-OK VALUE "00".
           88 GL-NotFound VALUE "35".
       01 SD-Status PIC XX.
           88 SD-OK VALUE "00".
*>    the seed COMPUTERMOVE chooses between equally good replies with,
*>    fresh from GAMESEED for every game unless SEEDCARD fixed it
       01 GameSeed PIC 9(9) VALUE 0.
       01 FixedSeed PIC X VALUE "N".
           88 SeedIsFixed VALUE "Y".
       01 FixedSeedValue PIC 9(9) VALUE 0.
       01 GI-Status PIC XX.
           88 GI-OK VALUE "00".
       01 AL-Status PIC XX.
           88 HintModeOn VALUE "Y", "y".
       01 NotHintOnly PIC X VALUE "N".
       01 HintOnlyFlag PIC X VALUE "Y".
*>    GRIDMOVE's thinking-time allowance (zero takes its standard
*>    one) and the depth and positions it reports back, which
*>    THINKLOG already keeps for every move
       01 GridBudget PIC 9(6) VALUE 0.
       01 GridDepthReached PIC 99.
       01 GridPositions PIC 9(9).
       01 HintBoard.
           02 HintBoardValue PIC 9 OCCURS 25 TIMES.
       01 HintPos PIC 9.
*>    -- the same accepted limit THINKLOG's elapsed times carry
       01 MoveClockSecs PIC 9(3) VALUE 0.
       01 ClockEntry PIC X(3).
*>    what a blank answer to the clock question gives: 60 seconds
*>    for a fixture, no clock for a casual game, unless the site
*>    sets parameters LEAGUE-CLOCK and CASUAL-CLOCK
       01 LeagueClockSecs PIC 9(3) VALUE 60.
       01 CasualClockSecs PIC 9(3) VALUE 0.
       01 ClockShown PIC ZZ9.
       01 ParmRequest.
           02 PQ-Name PIC X(16).
           02 PQ-Default PIC 9(9).
           02 PQ-Low PIC 9(9).
           02 PQ-High PIC 9(9).
       01 ParmValue PIC 9(9).
       01 ParmSource PIC X.
       01 MoveStartStamp PIC 9(8).
       01 MoveStartParts REDEFINES MoveStartStamp.
           02 MoveStartHH PIC 99.
*>    the entered ID being cleared against the PLAYERREG register
*>    through CHECKREG, and the challenge state while it happens
       01 EnteredID PIC X(10).
       01 RegPIN PIC X(8).
       01 RegAction PIC X.
       01 RegResult PIC X.
       01 RegSource.
           02 RS-Program PIC X(8) VALUE "MAIN".
           02 RS-TermID PIC X(4) VALUE SPACES.
       01 PlayerCleared PIC X.
       01 PinTries PIC 9.
       01 PinChangeAnswer PIC X.
       01 LX-Status PIC XX.
           88 LX-OK VALUE "00".
           88 LX-NotFound VALUE "35".
       01 LS-Status PIC XX.
           88 LS-OK VALUE "00".
*>    set while this session is playing a league fixture: the first
*>    completed game posts its result against the fixture, then the
*>    flag drops so any play-again games stay casual
*>    with the fixture's home player -- the profile must follow
*>    the person at the keyboard, not the schedule
       01 SignedInID PIC X(10) VALUE SPACES.
*>    the player's inbox as PLAYNOTE hands it over, ten notices at
*>    a time, and whether the heading has gone out yet
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
       01 NoteIdx PIC 99.
       01 NoteHeaded PIC X.
*>    the profile's answers copied out of the record area, so the
*>    prompts read stable storage however long the file stays shut
       01 UsualMode PIC 9.
       01 UsualSize PIC 9.
       01 UsualLen PIC 9.
       01 UsualArchive PIC X.
       01 UsualRule PIC X.
       01 ModeEntry PIC X(2).
       01 RuleEntry PIC X(2).
       01 OrderEntry PIC X(2).
       01 SizeEntry PIC X(2).
       01 LenEntry PIC X(2).
       01 QS-Status PIC XX.
           88 QS-OK VALUE "00".
       01 CG-Status PIC XX.
           88 CG-OK VALUE "00".
           88 CG-EOF VALUE "10".
           88 CG-NotFound VALUE "35".
*>    the signed-in player's correspondence games, listed by number
*>    for the pick-a-game prompt, and the state of the one being
*>    moved in: its place on CORRGAME is rechecked before the move
*>    is written, since the opponent or the nightly forfeit run may
*>    have touched it while this player was thinking
       01 CorrList.
           02 CorrListEntry OCCURS 20 TIMES.
               03 CL-GameID PIC X(16).
       01 CorrListCount PIC 99 VALUE 0.
       01 CorrTurnsOnly PIC X VALUE "N".
       01 CorrMySide PIC 9.
       01 CorrOpponent PIC X(10).
       01 CorrState PIC X(22).
       01 CorrRuleTag PIC X(7).
       01 CorrEntry PIC X(2).
       01 CorrDone PIC X VALUE "N".
       01 CorrNew PIC X VALUE "N".
       01 CorrMoveDays PIC 99.
       01 CorrDaysEntry PIC X(3).
       01 CorrBaseMoves PIC 99.
       01 CorrToday PIC 9(8).
       01 CorrRecordOK PIC X.
       01 PZ-Status PIC XX.
           88 PZ-OK VALUE "00".
       01 PH-Status PIC XX.
           88 PH-OK VALUE "00".
           88 PH-NotFound VALUE "35".
*>    the puzzle session: the puzzle on the board, the player's
*>    answer, and their running totals off the PUZZHIST totals record
       01 PuzzleDone PIC X VALUE "N".
       01 PuzzleFound PIC X.
       01 PuzzleSolved PIC X.
       01 PuzzleAgain PIC X.
       01 PuzzleGradeName PIC X(6).
       01 PuzzleSideName PIC X.
       01 PuzzleKey PIC X(11).
       01 PuzzleAnswers PIC X(30).
       01 PuzzlePtr PIC 99.
       01 PuzzleCell PIC 99.
       01 PuzzleSquare PIC X(2).
       01 PuzzleColLetters PIC X(5) VALUE "ABCDE".
       01 PuzzleMoves PIC 9.
       01 PuzzlesServed PIC 9(3) VALUE 0.
       01 PuzzTried PIC 9(5).
       01 PuzzSolved PIC 9(5).
       01 PuzzStreak PIC 9(4).
       01 PuzzBestStreak PIC 9(4).
       01 PuzzTotalsOnFile PIC X.
       01 PuzzToday PIC 9(8).
       01 DR-Status PIC XX.
           88 DR-OK VALUE "00".
           88 DR-NotFound VALUE "35".
       01 GameMode PIC 9 VALUE 0.
           88 VsComputer VALUE 1.
           88 TwoPlayer VALUE 2.
*>    a correspondence game is two humans moving days apart; its
*>    games are logged as mode 2 like any other two-player game
           88 Correspondence VALUE 3.
*>    a puzzle session plays no game at all: positions off PUZZLES,
*>    one at a time, each answered with a single move
           88 PuzzleMode VALUE 4.
           88 IsValidGameMode VALUE 1, 2, 3, 4.
*>    the rules the session plays to: "C" classic, "M" misere, where
*>    whoever completes a line loses.  Misere results stay off
*>    PLAYERSTATS and the ladder, and league fixtures are always
*>    classic, so the rankings only ever count the classic game
       01 GameRule PIC X VALUE "C".
           88 MisereRule VALUE "M".
           88 IsValidRule VALUE "C", "M".
*>    the rule a new correspondence challenge is issued under; a
*>    game picked off the list plays to its own rule instead
       01 CorrNewRule PIC X VALUE "C".
       01 CurrentPlayer PIC 9 VALUE 1.
       01 GameOver PIC X VALUE "N".
           88 GameIsOver VALUE "Y".
*>    the record recoverable is the rest of it
       01 SpoolType PIC X(2).
       01 SpoolBuf PIC X(65).
*>    every word the console says to a player goes through MSGGET and
*>    the message catalog, in the signed-in player's language (English
*>    until their ID is known, and for any message not translated
*>    yet).  The English wording stays at each point it is shown, so
*>    a site with no catalog sees the console exactly as it was
       01 MsgFunction PIC X.
       01 MsgRequest VALUE SPACES.
           02 MQ-Lang PIC XX.
           02 MQ-PlayerID PIC X(10).
           02 MQ-MsgNo PIC 9(4).
           02 MQ-Insert PIC X(20) OCCURS 4 TIMES.
       01 MsgText PIC X(74) VALUE SPACES.
       01 MsgLen PIC 99.

    PROCEDURE DIVISION.
       PERFORM ReadSiteParms
*>    the player ID comes first now, so the profile on file can
*>    pre-answer the whole setup quiz; the questions themselves are
*>    unchanged for a newcomer with nothing on file
       MOVE 1001 TO MQ-MsgNo
       MOVE "Player 1 ID:" TO MsgText
       PERFORM SayPrompt
       ACCEPT Player1ID
*>    the PIN challenge is already in the player's own language; an
*>    ID re-entered along the way is looked up again once it clears
       MOVE FUNCTION UPPER-CASE(Player1ID) TO MQ-PlayerID
       PERFORM PickUpLanguage
       MOVE Player1ID TO EnteredID
       PERFORM ValidatePlayer
       MOVE EnteredID TO Player1ID
       MOVE Player1ID TO SignedInID
       IF SignedInID NOT = MQ-PlayerID
           MOVE SignedInID TO MQ-PlayerID
           PERFORM PickUpLanguage
       END-IF
*>    correspondence games waiting on this player are shown at every
*>    sign-on, whatever the session goes on to play
       MOVE "Y" TO CorrTurnsOnly
       PERFORM ListCorrGames
*>    then anything left in their inbox, before the mode question
       PERFORM ShowNotices
       PERFORM LoadProfile
       IF ProfileFound = "Y"
           MOVE 1002 TO MQ-MsgNo
           STRING "Same setup as always? (Y/N, N re-asks with blank keeping "
               "the usual):" DELIMITED BY SIZE INTO MsgText
           PERFORM SayPrompt
           ACCEPT SameAnswer
       ELSE
           MOVE "N" TO SameAnswer
           PERFORM AskSetupQuestions
       END-IF
       COMPUTE BoardCells = BoardSize * BoardSize
       IF Correspondence
           PERFORM SaveProfile
           PERFORM CorrespondenceSession
           PERFORM DisplaySessionScore
           PERFORM SetReturnCode
           STOP RUN
       END-IF
       IF PuzzleMode
           PERFORM SaveProfile
           PERFORM PuzzleSession
           STOP RUN
       END-IF
       IF TwoPlayer
           PERFORM OfferFixtureStart
           PERFORM ChooseMoveClock
       END-IF
       IF FixtureMode = "Y" AND MisereRule
           MOVE 1003 TO MQ-MsgNo
           MOVE "League fixtures are played to the classic rules." TO MsgText
           PERFORM SayLine
           MOVE "C" TO GameRule
       END-IF
       IF FixtureMode = "Y"
*>    the fixture names the players; each still clears the register
*>    (and its PIN) under the named ID before a ladder result
*>    counts -- including the already-signed-in player, since the
*>    fixture may name somebody else
           MOVE 1004 TO MQ-MsgNo
           MOVE Player1ID TO MQ-Insert(1)
           MOVE Player2ID TO MQ-Insert(2)
           MOVE "FIXTURE: &1 (X) VS &2 (O)" TO MsgText
           PERFORM SayLine
           MOVE Player1ID TO EnteredID
           PERFORM ValidatePlayer
           MOVE EnteredID TO Player1ID
           MOVE EnteredID TO Player2ID
       ELSE
           IF TwoPlayer
               MOVE 1005 TO MQ-MsgNo
               MOVE "Player 2 ID:" TO MsgText
               PERFORM SayPrompt
               ACCEPT Player2ID
               MOVE Player2ID TO EnteredID
               PERFORM ValidatePlayer
       END-IF
       PERFORM SaveProfile
       PERFORM OpenMoveDeck
       PERFORM ReadSeedCard
       PERFORM UNTIL NOT PlayAgainYes
           PERFORM PlayOneGame
*>    a saved-and-quit game ends the session without the play-again
*>    finished session is still listed for the operator
               PERFORM CheckQuiesce
               IF QuiesceOn = "Y"
                   MOVE 1006 TO MQ-MsgNo
                   MOVE "SYSTEM CLOSING -- NO NEW GAMES." TO MsgText
                   PERFORM SayLine
                   MOVE "FINISHED" TO DrainState
                   PERFORM WriteDrainRecord
                   MOVE "N" TO PlayAgain
               ELSE
                   MOVE 1007 TO MQ-MsgNo
                   MOVE "Play again? (Y/N):" TO MsgText
                   PERFORM SayPrompt
                   ACCEPT PlayAgain
               END-IF
           END-IF
*>    a blank is not an identity -- re-prompt before the register is
*>    even consulted, or an empty key would look merely "unknown"
               IF EnteredID = SPACES
                   MOVE 1008 TO MQ-MsgNo
                   MOVE "A player ID is required." TO MsgText
                   PERFORM SayLine
                   PERFORM ReenterID
               ELSE
               MOVE SPACES TO RegPIN
               MOVE "L" TO RegAction
               CALL 'CHECKREG' USING EnteredID, RegPIN, RegAction,
                   RegResult, RegSource
               EVALUATE RegResult
                   WHEN "N"
                       IF RegisterAbsent = "N"
                           MOVE "Y" TO RegisterAbsent
                           MOVE 1009 TO MQ-MsgNo
                           STRING "(No player register on file; IDs are not "
                               "verified.)" DELIMITED BY SIZE INTO MsgText
                           PERFORM SayLine
                       END-IF
                       MOVE "Y" TO PlayerCleared
                   WHEN "O"
                       PERFORM ChallengePin
                   WHEN "I"
                       MOVE 1010 TO MQ-MsgNo
                       STRING "That ID is inactive; see the administrator or "
                           "enter another." DELIMITED BY SIZE INTO MsgText
                       PERFORM SayLine
                       PERFORM ReenterID
                   WHEN "K"
                       MOVE 1011 TO MQ-MsgNo
                       STRING "That ID is locked after too many wrong PINs; "
                           "see the administrator."
                           DELIMITED BY SIZE INTO MsgText
                       PERFORM SayLine
                       PERFORM ReenterID
                   WHEN "U"
                       MOVE 1012 TO MQ-MsgNo
                       MOVE EnteredID TO MQ-Insert(1)
                       STRING "ID &1 is not registered. Enroll it now? (Y/N):"
                           DELIMITED BY SIZE INTO MsgText
                       PERFORM SayPrompt
                       ACCEPT EnrollAnswer
                       IF EnrollAnswer = "Y" OR EnrollAnswer = "y"
                           MOVE 1013 TO MQ-MsgNo
                           MOVE "Choose a PIN (4-8 characters):" TO MsgText
                           PERFORM SayPrompt
                           ACCEPT RegPIN
                           MOVE "E" TO RegAction
                           CALL 'CHECKREG' USING EnteredID, RegPIN,
                               RegAction, RegResult, RegSource
                           IF RegResult = "O"
                               MOVE 1014 TO MQ-MsgNo
                               MOVE "Enrolled." TO MsgText
                               PERFORM SayLine
                               MOVE "Y" TO PlayerCleared
                           ELSE
                               MOVE 1015 TO MQ-MsgNo
                               MOVE RegResult TO MQ-Insert(1)
                               STRING "Enrollment failed (&1); enter another "
                                   "ID." DELIMITED BY SIZE INTO MsgText
                               PERFORM SayLine
                               PERFORM ReenterID
                           END-IF
                       ELSE
                           PERFORM ReenterID
                       END-IF
                   WHEN OTHER
                       MOVE 1016 TO MQ-MsgNo
                       MOVE RegResult TO MQ-Insert(1)
                       STRING "Player register is unavailable (&1); continuing "
                           "unverified." DELIMITED BY SIZE INTO MsgText
                       PERFORM SayLine
                       MOVE "Y" TO PlayerCleared
               END-EVALUATE
               END-IF
        ChallengePin.
           MOVE 0 TO PinTries
           PERFORM UNTIL PlayerCleared = "Y" OR PinTries = 3
               MOVE 1017 TO MQ-MsgNo
               MOVE EnteredID TO MQ-Insert(1)
               MOVE "PIN for &1:" TO MsgText
               PERFORM SayPrompt
               ACCEPT RegPIN
               MOVE "V" TO RegAction
               CALL 'CHECKREG' USING EnteredID, RegPIN, RegAction,
                   RegResult, RegSource
               EVALUATE RegResult
                   WHEN "O"
                       MOVE "Y" TO PlayerCleared
                       PERFORM OfferPinChange
                   WHEN "K"
                       MOVE 1018 TO MQ-MsgNo
                       STRING "That ID is now locked; see the administrator."
                           DELIMITED BY SIZE INTO MsgText
                       PERFORM SayLine
                       MOVE 3 TO PinTries
                   WHEN OTHER
                       ADD 1 TO PinTries
                       MOVE 1019 TO MQ-MsgNo
                       MOVE "Wrong PIN." TO MsgText
                       PERFORM SayLine
               END-EVALUATE
           END-PERFORM
           IF PlayerCleared = "N"
               MOVE 1020 TO MQ-MsgNo
               MOVE "Too many tries; enter another ID." TO MsgText
               PERFORM SayLine
               PERFORM ReenterID
           END-IF.

*>    keystroke, so shared-machine players can finally rotate PINs
*>    without finding the administrator
        OfferPinChange.
           MOVE 1021 TO MQ-MsgNo
           MOVE "Change your PIN? (Y/N):" TO MsgText
           PERFORM SayPrompt
           ACCEPT PinChangeAnswer
           IF PinChangeAnswer = "Y" OR PinChangeAnswer = "y"
               MOVE 1022 TO MQ-MsgNo
               MOVE "New PIN (4-8 characters):" TO MsgText
               PERFORM SayPrompt
               ACCEPT RegPIN
               MOVE "C" TO RegAction
               CALL 'CHECKREG' USING EnteredID, RegPIN, RegAction,
                   RegResult, RegSource
               IF RegResult = "O"
                   MOVE 1023 TO MQ-MsgNo
                   MOVE "PIN changed." TO MsgText
                   PERFORM SayLine
               ELSE
                   MOVE 1024 TO MQ-MsgNo
                   MOVE RegResult TO MQ-Insert(1)
                   MOVE "PIN not changed (&1)." TO MsgText
                   PERFORM SayLine
               END-IF
           END-IF.

        ReenterID.
           MOVE 1025 TO MQ-MsgNo
           MOVE "Player ID:" TO MsgText
           PERFORM SayPrompt
           ACCEPT EnteredID
           MOVE FUNCTION UPPER-CASE(EnteredID) TO EnteredID.

*>    a player with no profile, or no language set in it, gets English
        PickUpLanguage.
           MOVE "L" TO MsgFunction
           CALL 'MSGGET' USING MsgFunction, MsgRequest, MsgText, MsgLen.

*>    one catalog message to the console: the caller sets the number,
*>    any inserts and the English text, all left blank again here for
*>    the next message.  A prompt keeps the cursor on its line
        SayLine.
           PERFORM FetchMessage
           DISPLAY MsgText(1:MsgLen)
           MOVE SPACES TO MsgText.

        SayPrompt.
           PERFORM FetchMessage
           DISPLAY MsgText(1:MsgLen) " " WITH NO ADVANCING
           MOVE SPACES TO MsgText.

        FetchMessage.
           MOVE "M" TO MsgFunction
           CALL 'MSGGET' USING MsgFunction, MsgRequest, MsgText, MsgLen
           MOVE SPACES TO MQ-Insert(1) MQ-Insert(2) MQ-Insert(3)
               MQ-Insert(4).

*>    a missing profile file or record simply means a newcomer; the
*>    questions then run exactly as they always have.  So does a
*>    record holding only a language (PLAYENRL sets one ahead of the
*>    player's first game), which has no usual mode yet
        LoadProfile.
           MOVE "N" TO ProfileFound
           OPEN INPUT PLAYERPRF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PF-GameMode NOT = 0
                           MOVE "Y" TO ProfileFound
                       END-IF
                       MOVE PF-GameMode TO UsualMode
                       MOVE PF-Symbol TO UsualSymbol
                       MOVE PF-TurnOrder TO UsualOrder
                       MOVE PF-BoardSize TO UsualSize
                       MOVE PF-WinLength TO UsualLen
                       MOVE PF-Archive TO UsualArchive
                       MOVE PF-Rule TO UsualRule
               END-READ
               CLOSE PLAYERPRF
           END-IF.
*>    layout, say) falls back to the questions rather than guessing
        ApplyProfile.
           EVALUATE TRUE
               WHEN UsualMode = 4
                   MOVE UsualMode TO GameMode
                   MOVE 1026 TO MQ-MsgNo
                   MOVE "Usual setup applied: puzzles." TO MsgText
                   PERFORM SayLine
               WHEN UsualMode NOT = 1 AND UsualMode NOT = 2
                   AND UsualMode NOT = 3
                   PERFORM BadProfile
               WHEN UsualSize NOT = 3 AND UsualSize NOT = 4
                   AND UsualSize NOT = 5
                       MOVE UsualHints TO HintMode
                   END-IF
                   MOVE UsualArchive TO ArchiveReports
                   IF UsualRule = "M"
                       MOVE "M" TO GameRule
                   ELSE
                       MOVE "C" TO GameRule
                   END-IF
                   MOVE 1027 TO MQ-MsgNo
                   MOVE GameMode TO MQ-Insert(1)
                   MOVE BoardSize TO MQ-Insert(2)
                   MOVE GameRule TO MQ-Insert(3)
                   STRING "Usual setup applied: mode &1, board &2x&2, rules &3."
                       DELIMITED BY SIZE INTO MsgText
                   PERFORM SayLine
           END-EVALUATE.

        BadProfile.
           MOVE 1028 TO MQ-MsgNo
           STRING "Your stored setup doesn't parse; asking the usual questions."
               DELIMITED BY SIZE INTO MsgText
           PERFORM SayLine
           MOVE "N" TO ProfileFound
           PERFORM AskSetupQuestions.

           MOVE 0 TO GameMode
           PERFORM UNTIL IsValidGameMode
               IF ProfileFound = "Y"
                   MOVE 1029 TO MQ-MsgNo
                   STRING "Modes: 1=Vs Computer 2=Two Player 3=Correspondence "
                       "4=Puzzles" DELIMITED BY SIZE INTO MsgText
                   PERFORM SayLine
                   MOVE 1030 TO MQ-MsgNo
                   MOVE UsualMode TO MQ-Insert(1)
                   MOVE "Select mode (blank keeps &1):" TO MsgText
                   PERFORM SayPrompt
               ELSE
                   MOVE 1031 TO MQ-MsgNo
                   STRING "Select mode (1=Vs Computer 2=Two Player "
                       "3=Correspondence 4=Puzzles):"
                       DELIMITED BY SIZE INTO MsgText
                   PERFORM SayPrompt
               END-IF
               ACCEPT ModeEntry
               IF ModeEntry = SPACES AND ProfileFound = "Y"
                   END-IF
               END-IF
           END-PERFORM
*>    a puzzle session has no board, rules or opponent to set up
           IF NOT PuzzleMode
               PERFORM AskGameOptions
           END-IF.

        AskGameOptions.
           MOVE SPACE TO GameRule
           PERFORM UNTIL IsValidRule
               IF ProfileFound = "Y"
                   MOVE 1032 TO MQ-MsgNo
                   STRING "Rules (C=Classic M=Misere, a line loses; blank "
                       "keeps usual):" DELIMITED BY SIZE INTO MsgText
                   PERFORM SayPrompt
               ELSE
                   MOVE 1033 TO MQ-MsgNo
                   STRING "Rules (C=Classic M=Misere, a line loses; blank for "
                       "classic):" DELIMITED BY SIZE INTO MsgText
                   PERFORM SayPrompt
               END-IF
               MOVE SPACES TO RuleEntry
               ACCEPT RuleEntry
               EVALUATE TRUE
                   WHEN RuleEntry = SPACES AND ProfileFound = "Y"
                       AND UsualRule = "M"
                       MOVE "M" TO GameRule
                   WHEN RuleEntry = SPACES
                       MOVE "C" TO GameRule
                   WHEN OTHER
                       MOVE FUNCTION UPPER-CASE(RuleEntry(1:1))
                           TO GameRule
               END-EVALUATE
           END-PERFORM
           IF VsComputer
*>    the difficulty question stays below the player-ID prompt, so
*>    the player's own ladder record can propose an answer
               MOVE SPACE TO HumanSymbol
               PERFORM UNTIL ValidSymbol
                   IF ProfileFound = "Y"
                       MOVE 1034 TO MQ-MsgNo
                       MOVE UsualSymbol TO MQ-Insert(1)
                       STRING "Choose your symbol (X/O, blank keeps &1):"
                           DELIMITED BY SIZE INTO MsgText
                       PERFORM SayPrompt
                   ELSE
                       MOVE 1035 TO MQ-MsgNo
                       MOVE "Choose your symbol (X/O):" TO MsgText
                       PERFORM SayPrompt
                   END-IF
                   ACCEPT HumanSymbol
                   IF HumanSymbol = SPACE AND ProfileFound = "Y"
               MOVE 0 TO TurnOrderChoice
               PERFORM UNTIL IsValidTurnOrder
                   IF ProfileFound = "Y"
                       MOVE 1036 TO MQ-MsgNo
                       MOVE UsualOrder TO MQ-Insert(1)
                       STRING "Go first or second? (1=First 2=Second, blank "
                           "keeps &1):" DELIMITED BY SIZE INTO MsgText
                       PERFORM SayPrompt
                   ELSE
                       MOVE 1037 TO MQ-MsgNo
                       MOVE "Go first or second? (1=First 2=Second):" TO MsgText
                       PERFORM SayPrompt
                   END-IF
                   ACCEPT OrderEntry
                   IF OrderEntry = SPACES AND ProfileFound = "Y"
               IF TurnOrderChoice = 2
                   MOVE "Y" TO ComputerGoesFirst
               END-IF
               MOVE 1038 TO MQ-MsgNo
               MOVE "Enable AI search trace output? (Y/N):" TO MsgText
               PERFORM SayPrompt
               ACCEPT DebugTrace
               IF DebugTrace = SPACE AND ProfileFound = "Y"
                   MOVE UsualTrace TO DebugTrace
               END-IF
               MOVE 1039 TO MQ-MsgNo
               MOVE "Enable move hints? (Y/N):" TO MsgText
               PERFORM SayPrompt
               ACCEPT HintMode
               IF HintMode = SPACE AND ProfileFound = "Y"
                   MOVE UsualHints TO HintMode
           END-IF
*>    the configurable board is no longer two-player only: against
*>    the computer the larger sizes evaluate through GRIDMOVE's
*>    search, so both modes get the same board-size choice
           MOVE 0 TO BoardSize
           PERFORM UNTIL IsValidBoardSize
               IF ProfileFound = "Y"
                   MOVE 1040 TO MQ-MsgNo
                   MOVE UsualSize TO MQ-Insert(1)
                   MOVE "Board size (3, 4, or 5, blank keeps &1):" TO MsgText
                   PERFORM SayPrompt
               ELSE
                   MOVE 1041 TO MQ-MsgNo
                   MOVE "Board size (3, 4, or 5):" TO MsgText
                   PERFORM SayPrompt
               END-IF
               ACCEPT SizeEntry
               IF SizeEntry = SPACES AND ProfileFound = "Y"
               PERFORM UNTIL WinLength >= 3
                   AND WinLength <= BoardSize
                   IF ProfileFound = "Y"
                       MOVE 1042 TO MQ-MsgNo
                       MOVE UsualLen TO MQ-Insert(1)
                       STRING "Win length (3 up to board size, blank keeps &1):"
                           DELIMITED BY SIZE INTO MsgText
                       PERFORM SayPrompt
                   ELSE
                       MOVE 1043 TO MQ-MsgNo
                       MOVE "Win length (3 up to board size):" TO MsgText
                       PERFORM SayPrompt
                   END-IF
                   ACCEPT LenEntry
                   IF LenEntry = SPACES AND ProfileFound = "Y"
               MOVE 3 TO WinLength
           END-IF
           IF BoardSize = 3
               MOVE 1044 TO MQ-MsgNo
               STRING "Archive completed games' boards to a report? (Y/N):"
                   DELIMITED BY SIZE INTO MsgText
               PERFORM SayPrompt
               ACCEPT ArchiveReports
               IF ArchiveReports = SPACE AND ProfileFound = "Y"
                   MOVE UsualArchive TO ArchiveReports
                       MOVE "N" TO PF-Trace
                       MOVE "N" TO PF-Hints
                       MOVE "N" TO PF-Archive
                       MOVE "C" TO PF-Rule
                       MOVE SPACES TO PF-Lang
                   NOT INVALID KEY
                       MOVE "Y" TO PrfOnFile
               END-READ
               MOVE GameMode TO PF-GameMode
*>    a puzzle session answers none of the game questions, so the
*>    usual board and rules stay as the last game left them
               IF NOT PuzzleMode OR PrfOnFile = "N"
                   MOVE BoardSize TO PF-BoardSize
                   MOVE WinLength TO PF-WinLength
               END-IF
*>    a fixture's forced classic game says nothing about the rules
*>    the player usually chooses
               IF FixtureMode NOT = "Y" AND NOT PuzzleMode
                   MOVE GameRule TO PF-Rule
               END-IF
               IF VsComputer
                   MOVE FUNCTION UPPER-CASE(HumanSymbol)
                       TO PF-Symbol
                   MOVE FUNCTION UPPER-CASE(DebugTrace) TO PF-Trace
                   MOVE FUNCTION UPPER-CASE(HintMode) TO PF-Hints
               END-IF
               IF BoardSize = 3 AND NOT PuzzleMode
                   MOVE FUNCTION UPPER-CASE(ArchiveReports)
                       TO PF-Archive
               END-IF
           MOVE 0 TO Difficulty
           PERFORM UNTIL IsValidDifficulty
               IF SuggestedLevel > 0
                   MOVE 1045 TO MQ-MsgNo
                   MOVE SuggestedLevel TO MQ-Insert(1)
                   STRING "Select difficulty (1=Easy 2=Medium 3=Hard, blank "
                       "takes &1):" DELIMITED BY SIZE INTO MsgText
                   PERFORM SayPrompt
               ELSE
                   MOVE 1046 TO MQ-MsgNo
                   MOVE "Select difficulty (1=Easy 2=Medium 3=Hard):" TO MsgText
                   PERFORM SayPrompt
               END-IF
               ACCEPT DiffEntry
               IF DiffEntry = SPACES AND SuggestedLevel > 0
                   AND LD-LvlWins * 2 > LD-LvlGames
                   AND LD-Level < 3
                   COMPUTE SuggestedLevel = LD-Level + 1
                   MOVE 1047 TO MQ-MsgNo
                   MOVE LD-Level TO MQ-Insert(1)
                   MOVE SuggestedLevel TO MQ-Insert(2)
                   STRING "You've been beating level &1 lately -- level &2 is "
                       "suggested." DELIMITED BY SIZE INTO MsgText
                   PERFORM SayLine
               WHEN LD-LvlGames >= 6
                   AND LD-LvlLosses * 2 > LD-LvlGames
                   AND LD-Level > 1
                   COMPUTE SuggestedLevel = LD-Level - 1
                   MOVE 1048 TO MQ-MsgNo
                   MOVE LD-Level TO MQ-Insert(1)
                   MOVE SuggestedLevel TO MQ-Insert(2)
                   STRING "Level &1 has been rough going -- level &2 is "
                       "suggested." DELIMITED BY SIZE INTO MsgText
                   PERFORM SayLine
               WHEN OTHER
                   MOVE LD-Level TO SuggestedLevel
                   MOVE 1049 TO MQ-MsgNo
                   MOVE LD-Level TO MQ-Insert(1)
                   MOVE "You last played at level &1." TO MsgText
                   PERFORM SayLine
           END-EVALUATE.

*>    a two-player session can be started "as" a league fixture: the
*>    against it automatically when the game resolves, instead of
*>    someone carrying the score to the paper schedule
        OfferFixtureStart.
           MOVE 1050 TO MQ-MsgNo
           MOVE "League fixture game? (Y/N):" TO MsgText
           PERFORM SayPrompt
           ACCEPT FixtureAnswer
           IF FixtureAnswer = "Y" OR FixtureAnswer = "y"
               MOVE 1051 TO MQ-MsgNo
               MOVE "League ID:" TO MsgText
               PERFORM SayPrompt
               ACCEPT FixtureLeague
               MOVE FUNCTION UPPER-CASE(FixtureLeague)
                   TO FixtureLeague
               MOVE 1052 TO MQ-MsgNo
               MOVE "Fixture number:" TO MsgText
               PERFORM SayPrompt
               ACCEPT FixtureEntry
               IF FixtureEntry = SPACES
                   MOVE 0 TO FixtureNo
        FetchFixture.
           OPEN INPUT LEAGUEFX
           IF NOT LX-OK
               MOVE 1053 TO MQ-MsgNo
               MOVE LX-Status TO MQ-Insert(1)
               STRING "No league schedule on file (&1); playing a casual game "
                   "instead." DELIMITED BY SIZE INTO MsgText
               PERFORM SayLine
           ELSE
               MOVE FixtureLeague TO LX-LeagueID
               MOVE FixtureNo TO LX-FixtureNo
               READ LEAGUEFX
                   INVALID KEY
                       MOVE 1054 TO MQ-MsgNo
                       STRING "No such fixture; playing a casual game instead."
                           DELIMITED BY SIZE INTO MsgText
                       PERFORM SayLine
                   NOT INVALID KEY
                       EVALUATE LX-Status-Fld
                           WHEN "P"
                               MOVE 1055 TO MQ-MsgNo
                               STRING "That fixture's result is already "
                                   "posted; playing a casual game instead."
                                   DELIMITED BY SIZE INTO MsgText
                               PERFORM SayLine
                           WHEN "D"
                               MOVE 1056 TO MQ-MsgNo
                               STRING "That fixture was defaulted past its due "
                                   "date; playing a casual game."
                                   DELIMITED BY SIZE INTO MsgText
                               PERFORM SayLine
                           WHEN OTHER
                               PERFORM NoteFixtureAttempt
                               MOVE LX-HomeID TO Player1ID
                               MOVE LX-AwayID TO Player2ID
                               MOVE "Y" TO FixtureMode
                       END-EVALUATE
               END-READ
               CLOSE LEAGUEFX
           END-IF.

*>    a league without a calendar has no LGSCHED record, and an
*>    unavailable LGSCHED costs nothing but the evidence -- neither
*>    stops the game
        NoteFixtureAttempt.
           OPEN I-O LGSCHED
           IF LS-OK
               MOVE LX-Key TO LS-Key
               READ LGSCHED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SignedInID = LX-HomeID
                           MOVE "Y" TO LS-HomeTried
                       END-IF
                       IF SignedInID = LX-AwayID
                           MOVE "Y" TO LS-AwayTried
                       END-IF
                       REWRITE LgSchedRecord
               END-READ
               CLOSE LGSCHED
           END-IF.

*>    the site's settings for the clock question, read once at
*>    start-up; with no parameter file the shipped values stand
        ReadSiteParms.
           MOVE "LEAGUE-CLOCK" TO PQ-Name
           MOVE LeagueClockSecs TO PQ-Default
           MOVE 1 TO PQ-Low
           MOVE 999 TO PQ-High
           CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
           MOVE ParmValue TO LeagueClockSecs
           MOVE "CASUAL-CLOCK" TO PQ-Name
           MOVE CasualClockSecs TO PQ-Default
           MOVE 0 TO PQ-Low
           CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
           MOVE ParmValue TO CasualClockSecs.

*>    the per-move clock is optional for a casual two-player game
*>    and mandatory for a fixture -- the league schedule only
*>    finishes if its games do; a deck-driven run is never timed
        ChooseMoveClock.
           MOVE SPACES TO ClockEntry
           IF FixtureMode = "Y"
               MOVE LeagueClockSecs TO ClockShown
               MOVE 1057 TO MQ-MsgNo
               MOVE ClockShown TO MQ-Insert(1)
               STRING "League move clock, seconds per move (blank for &1):"
                   DELIMITED BY SIZE INTO MsgText
               PERFORM SayPrompt
               ACCEPT ClockEntry
               IF ClockEntry = SPACES
                   MOVE LeagueClockSecs TO MoveClockSecs
               ELSE
                   MOVE FUNCTION NUMVAL(ClockEntry) TO MoveClockSecs
               END-IF
               IF MoveClockSecs = 0
                   MOVE LeagueClockSecs TO MoveClockSecs
               END-IF
           ELSE
               IF CasualClockSecs = 0
                   MOVE 1058 TO MQ-MsgNo
                   STRING "Move clock, seconds per move (blank for none):"
                       DELIMITED BY SIZE INTO MsgText
                   PERFORM SayPrompt
               ELSE
                   MOVE CasualClockSecs TO ClockShown
                   MOVE 1059 TO MQ-MsgNo
                   MOVE ClockShown TO MQ-Insert(1)
                   STRING "Move clock, seconds per move (blank for &1, 0 for "
                       "none):" DELIMITED BY SIZE INTO MsgText
                   PERFORM SayPrompt
               END-IF
               ACCEPT ClockEntry
               IF ClockEntry = SPACES
                   MOVE CasualClockSecs TO MoveClockSecs
               ELSE
                   MOVE FUNCTION NUMVAL(ClockEntry) TO MoveClockSecs
               END-IF
               MOVE FixtureNo TO LX-FixtureNo
               READ LEAGUEFX
                   INVALID KEY
                       MOVE 1060 TO MQ-MsgNo
                       MOVE "FIXTURE VANISHED -- RESULT NOT POSTED" TO MsgText
                       PERFORM SayLine
                   NOT INVALID KEY
                       IF LX-HomeID = Player1ID
                           AND LX-AwayID = Player2ID
                           AND LX-Status-Fld NOT = "P"
                           AND LX-Status-Fld NOT = "D"
                           MOVE "P" TO LX-Status-Fld
                           MOVE Winner TO LX-Winner
                           MOVE GameID TO LX-GameID
                           ACCEPT LX-Date FROM DATE YYYYMMDD
                           REWRITE LeagueFxRecord
                           IF LX-OK
                               MOVE 1061 TO MQ-MsgNo
                               MOVE FixtureLeague TO MQ-Insert(1)
                               MOVE FixtureNo TO MQ-Insert(2)
                               STRING "RESULT POSTED TO LEAGUE &1 FIXTURE &2"
                                   DELIMITED BY SIZE INTO MsgText
                               PERFORM SayLine
                           ELSE
                               MOVE "LEAGUEFX" TO ErrFile
                               MOVE "UPDATE" TO ErrOperation
                               PERFORM ReportFileError
                           END-IF
                       ELSE
                           MOVE 1062 TO MQ-MsgNo
                           STRING "FIXTURE NO LONGER MATCHES THIS GAME -- "
                               "RESULT NOT POSTED"
                               DELIMITED BY SIZE INTO MsgText
                           PERFORM SayLine
                       END-IF
               END-READ
               CLOSE LEAGUEFX
           END-IF.

*>    lists the signed-in player's correspondence games off CORRGAME:
*>    at sign-on only those waiting on their move, in a correspondence
*>    session every one of them, numbered for the pick prompt.  No
*>    file simply means nobody has started one yet
        ListCorrGames.
           MOVE 0 TO CorrListCount
           ACCEPT CorrToday FROM DATE YYYYMMDD
           OPEN INPUT CORRGAME
           IF CG-OK
               PERFORM ReadNextCorrGame
               PERFORM UNTIL NOT CG-OK OR CorrListCount >= 20
                   PERFORM ListOneCorrGame
                   PERFORM ReadNextCorrGame
               END-PERFORM
               CLOSE CORRGAME
           END-IF
           IF CorrListCount = 0 AND CorrTurnsOnly = "N"
               DISPLAY " "
               MOVE 1063 TO MQ-MsgNo
               MOVE "You have no correspondence games in play." TO MsgText
               PERFORM SayLine
           END-IF
           MOVE "N" TO CorrTurnsOnly.

*>    the signed-in player's unread notices and any broadcast they
*>    have not seen, oldest first; PLAYNOTE marks each one read as
*>    it hands it over, so they are shown once.  No inbox file or
*>    trouble reading it just means nothing is shown
        ShowNotices.
           MOVE "N" TO NoteHeaded
           MOVE SignedInID TO NQ-PlayerID
           MOVE "R" TO NoteFunction
           MOVE "Y" TO NL-More
           PERFORM UNTIL NL-More NOT = "Y"
               CALL 'PLAYNOTE' USING NoteFunction, NoteRequest,
                   NoteResult, NoteList
               IF NoteResult NOT = "O"
                   MOVE "N" TO NL-More
               ELSE
                   PERFORM ShowOneNotice VARYING NoteIdx FROM 1 BY 1
                       UNTIL NoteIdx > NL-Count
               END-IF
           END-PERFORM.

        ShowOneNotice.
           IF NoteHeaded = "N"
               DISPLAY " "
               MOVE 1064 TO MQ-MsgNo
               MOVE "Notices for you:" TO MsgText
               PERFORM SayLine
               MOVE "Y" TO NoteHeaded
           END-IF
           DISPLAY "  " NL-Date(NoteIdx) "  " NL-From(NoteIdx) "  "
               NL-Text(NoteIdx).

        ReadNextCorrGame.
           READ CORRGAME NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

        ListOneCorrGame.
           MOVE 0 TO CorrMySide
           IF CG-Player1ID = SignedInID
               MOVE 1 TO CorrMySide
               MOVE CG-Player2ID TO CorrOpponent
           END-IF
           IF CG-Player2ID = SignedInID
               MOVE 2 TO CorrMySide
               MOVE CG-Player1ID TO CorrOpponent
           END-IF
           IF CorrMySide > 0
               AND (CG-ToMove = CorrMySide OR CorrTurnsOnly = "N")
               ADD 1 TO CorrListCount
               MOVE CG-GameID TO CL-GameID(CorrListCount)
               IF CorrListCount = 1
                   DISPLAY " "
                   IF CorrTurnsOnly = "Y"
                       MOVE 1065 TO MQ-MsgNo
                       STRING "Correspondence games waiting for your move:"
                           DELIMITED BY SIZE INTO MsgText
                       PERFORM SayLine
                   ELSE
                       MOVE 1066 TO MQ-MsgNo
                       MOVE "Your correspondence games:" TO MsgText
                       PERFORM SayLine
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN CG-ToMove NOT = CorrMySide
                       MOVE "WAITING ON OPPONENT" TO CorrState
                   WHEN CG-DueDate < CorrToday
                       MOVE "YOUR MOVE -- TIME UP" TO CorrState
                   WHEN OTHER
                       MOVE "YOUR MOVE" TO CorrState
               END-EVALUATE
               IF CG-Rule = "M"
                   MOVE "MISERE " TO CorrRuleTag
               ELSE
                   MOVE SPACES TO CorrRuleTag
               END-IF
               DISPLAY "  " CorrListCount ") VS " CorrOpponent " "
                   CG-BoardSize "x" CG-BoardSize " " CorrRuleTag
                   CG-NumMoves " MOVES, DUE " CG-DueDate "  " CorrState
           END-IF.

*>    a correspondence session is a round of picks: a game from the
*>    list to make this player's move in, or a new challenge.  The
*>    operator's drain signal ends it between picks, the same as
*>    between games of an ordinary session
        CorrespondenceSession.
           MOVE "N" TO CorrDone
           MOVE GameRule TO CorrNewRule
           PERFORM UNTIL CorrDone = "Y"
               PERFORM CheckQuiesce
               IF QuiesceOn = "Y"
                   MOVE 1067 TO MQ-MsgNo
                   MOVE "SYSTEM CLOSING -- NO MORE MOVES." TO MsgText
                   PERFORM SayLine
                   MOVE "Y" TO CorrDone
               ELSE
                   PERFORM ListCorrGames
                   MOVE 1068 TO MQ-MsgNo
                   STRING "Game number to move in, N for a new game, blank to "
                       "finish:" DELIMITED BY SIZE INTO MsgText
                   PERFORM SayPrompt
                   MOVE SPACES TO CorrEntry
                   ACCEPT CorrEntry
                   EVALUATE TRUE
                       WHEN CorrEntry = SPACES
                           MOVE "Y" TO CorrDone
                       WHEN CorrEntry(1:1) = "N" OR CorrEntry(1:1) = "n"
                           PERFORM StartCorrGame
                       WHEN CorrEntry(1:1) NUMERIC
                           AND CorrEntry(2:1) = SPACE
                           MOVE CorrEntry(1:1) TO PickIdx
                           PERFORM PickCorrGame
                       WHEN CorrEntry NUMERIC
                           MOVE CorrEntry TO PickIdx
                           PERFORM PickCorrGame
                       WHEN OTHER
                           MOVE 1069 TO MQ-MsgNo
                           STRING "Enter a number from the list, N, or blank."
                               DELIMITED BY SIZE INTO MsgText
                           PERFORM SayLine
                   END-EVALUATE
               END-IF
           END-PERFORM.

        PickCorrGame.
           IF PickIdx >= 1 AND PickIdx <= CorrListCount
               MOVE CL-GameID(PickIdx) TO GameID
               MOVE "N" TO CorrNew
               PERFORM LoadCorrGame
           ELSE
               MOVE 1070 TO MQ-MsgNo
               MOVE PickIdx TO MQ-Insert(1)
               MOVE "No game &1 on the list." TO MsgText
               PERFORM SayLine
           END-IF.

*>    the challenger names a registered opponent and the days each
*>    move may take, then makes the opening move as X; nothing goes
*>    on file until that move is made
        StartCorrGame.
           MOVE 1071 TO MQ-MsgNo
           MOVE "Opponent's player ID:" TO MsgText
           PERFORM SayPrompt
           MOVE SPACES TO CorrOpponent
           ACCEPT CorrOpponent
           MOVE FUNCTION UPPER-CASE(CorrOpponent) TO CorrOpponent
           MOVE "N" TO CorrRecordOK
           EVALUATE TRUE
               WHEN CorrOpponent = SPACES
                   MOVE 1072 TO MQ-MsgNo
                   MOVE "No opponent named; no game started." TO MsgText
                   PERFORM SayLine
               WHEN CorrOpponent = SignedInID
                   OR CorrOpponent = "COMPUTER"
                   MOVE 1073 TO MQ-MsgNo
                   MOVE "A correspondence game needs another player." TO MsgText
                   PERFORM SayLine
               WHEN OTHER
                   MOVE SPACES TO RegPIN
                   MOVE "L" TO RegAction
                   CALL 'CHECKREG' USING CorrOpponent, RegPIN,
                       RegAction, RegResult, RegSource
                   IF RegResult = "O" OR RegResult = "N"
                       MOVE "Y" TO CorrRecordOK
                   ELSE
                       MOVE 1074 TO MQ-MsgNo
                       MOVE CorrOpponent TO MQ-Insert(1)
                       STRING "&1 is not an active registered player; no game "
                           "started." DELIMITED BY SIZE INTO MsgText
                       PERFORM SayLine
                   END-IF
           END-EVALUATE
           IF CorrRecordOK = "Y"
               MOVE 1075 TO MQ-MsgNo
               MOVE "Days allowed per move (1-30, blank for 3):" TO MsgText
               PERFORM SayPrompt
               MOVE SPACES TO CorrDaysEntry
               ACCEPT CorrDaysEntry
               IF CorrDaysEntry = SPACES
                   MOVE 3 TO CorrMoveDays
               ELSE
                   MOVE FUNCTION NUMVAL(CorrDaysEntry) TO CorrMoveDays
               END-IF
               IF CorrMoveDays < 1 OR CorrMoveDays > 30
                   MOVE 1076 TO MQ-MsgNo
                   STRING "Days per move must be 1 to 30; no game started."
                       DELIMITED BY SIZE INTO MsgText
                   PERFORM SayLine
               ELSE
                   PERFORM GenerateGameID
                   ACCEPT CorrToday FROM DATE YYYYMMDD
                   MOVE ZEROS TO BoardTable
                   MOVE 0 TO NumMoves
                   MOVE 1 TO CurrentPlayer
                   COMPUTE BoardCells = BoardSize * BoardSize
                   MOVE SignedInID TO Player1ID
                   MOVE CorrOpponent TO Player2ID
                   MOVE CorrNewRule TO GameRule
                   MOVE "Y" TO CorrNew
                   PERFORM PlayCorrTurn
               END-IF
           END-IF.

*>    a listed game is read fresh: it must still be on file, still
*>    this player's move and not past its due date (CORRDLN forfeits
*>    that overnight)
        LoadCorrGame.
           MOVE "N" TO CorrRecordOK
           ACCEPT CorrToday FROM DATE YYYYMMDD
           OPEN INPUT CORRGAME
           IF NOT CG-OK
               MOVE 1077 TO MQ-MsgNo
               MOVE CG-Status TO MQ-Insert(1)
               MOVE "Correspondence games are unavailable (&1)." TO MsgText
               PERFORM SayLine
           ELSE
               MOVE GameID TO CG-GameID
               READ CORRGAME
                   INVALID KEY
                       MOVE 1078 TO MQ-MsgNo
                       STRING "That game has finished since the list was shown."
                           DELIMITED BY SIZE INTO MsgText
                       PERFORM SayLine
                   NOT INVALID KEY
                       MOVE 0 TO CorrMySide
                       IF CG-Player1ID = SignedInID
                           MOVE 1 TO CorrMySide
                       END-IF
                       IF CG-Player2ID = SignedInID
                           MOVE 2 TO CorrMySide
                       END-IF
                       EVALUATE TRUE
                           WHEN CG-ToMove NOT = CorrMySide
                               MOVE 1079 TO MQ-MsgNo
                               STRING "It is your opponent's move in that game."
                                   DELIMITED BY SIZE INTO MsgText
                               PERFORM SayLine
                           WHEN CG-DueDate < CorrToday
                               MOVE 1080 TO MQ-MsgNo
                               MOVE CG-DueDate TO MQ-Insert(1)
                               STRING "Your move was due by &1; the game is "
                                   "forfeited in tonight's run."
                                   DELIMITED BY SIZE INTO MsgText
                               PERFORM SayLine
                           WHEN OTHER
                               PERFORM CorrLoadState
                       END-EVALUATE
               END-READ
               CLOSE CORRGAME
               IF CorrRecordOK = "Y"
                   PERFORM PlayCorrTurn
               END-IF
           END-IF.

        CorrLoadState.
           MOVE CG-Board TO BoardTable
           MOVE CG-NumMoves TO NumMoves
           MOVE CG-ToMove TO CurrentPlayer
           MOVE CG-BoardSize TO BoardSize
           MOVE CG-WinLength TO WinLength
           COMPUTE BoardCells = BoardSize * BoardSize
           MOVE CG-Player1ID TO Player1ID
           MOVE CG-Player2ID TO Player2ID
           MOVE CG-MoveDays TO CorrMoveDays
           IF CG-Rule = "M"
               MOVE "M" TO GameRule
           ELSE
               MOVE "C" TO GameRule
           END-IF
           MOVE "Y" TO CorrRecordOK.

*>    one move in a correspondence game, made with the same prompt,
*>    logging and result handling as a console game (undo aside --
*>    the previous move was the opponent's, days ago).  Q leaves the
*>    game as it stands for a later sign-on
        PlayCorrTurn.
           MOVE NumMoves TO CorrBaseMoves
           MOVE 0 TO Winner
           MOVE 0 TO WinLine
           MOVE "N" TO GameOver
           MOVE "N" TO UndoAvailable
           MOVE "N" TO GameQuit
           MOVE SPACE TO GameEndReason
           MOVE SPACES TO SaveName
           DISPLAY " "
           MOVE 1081 TO MQ-MsgNo
           MOVE Player1ID TO MQ-Insert(1)
           MOVE Player2ID TO MQ-Insert(2)
           MOVE "CORRESPONDENCE: &1 (X) VS &2 (O)" TO MsgText
           PERFORM SayLine
           IF MisereRule
               MOVE 1082 TO MQ-MsgNo
               MOVE "MISERE -- whoever completes a line loses." TO MsgText
               PERFORM SayLine
           END-IF
           PERFORM DisplayBoard
           DISPLAY " "
           PERFORM GetHumanMove
           EVALUATE TRUE
               WHEN QuitRequested = "Y"
                   MOVE 1083 TO MQ-MsgNo
                   MOVE "No move made; the game waits for you." TO MsgText
                   PERFORM SayLine
               WHEN ResignRequested = "Y"
                   PERFORM CorrRecheck
                   IF CorrRecordOK = "Y"
                       PERFORM OpenGameFiles
                       PERFORM ResignGame
                       PERFORM CloseGameFiles
                       PERFORM CorrFinish
                   END-IF
               WHEN IsValid
                   PERFORM CorrRecheck
                   IF CorrRecordOK = "Y"
                       PERFORM OpenGameFiles
                       MOVE CurrentPlayer TO BoardValue(I)
                       ADD 1 TO NumMoves
                       MOVE CurrentPlayer TO AL-Player
                       MOVE I TO MovePos
                       PERFORM LogTurn
                       PERFORM CheckForWinner
                       PERFORM CloseGameFiles
                       IF GameIsOver
                           PERFORM CorrFinish
                       ELSE
                           PERFORM CorrSaveMove
                       END-IF
                   END-IF
           END-EVALUATE.

*>    the game on file must still stand where it was read -- a new
*>    game not yet written, or an existing one with the same move
*>    count -- before anything is logged against it
        CorrRecheck.
           MOVE "N" TO CorrRecordOK
           IF CorrNew = "Y"
               MOVE "Y" TO CorrRecordOK
           ELSE
               OPEN INPUT CORRGAME
               IF CG-OK
                   MOVE GameID TO CG-GameID
                   READ CORRGAME
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CG-NumMoves = CorrBaseMoves
                               MOVE "Y" TO CorrRecordOK
                           END-IF
                   END-READ
                   CLOSE CORRGAME
               END-IF
               IF CorrRecordOK = "N"
                   MOVE 1084 TO MQ-MsgNo
                   STRING "That game changed while you were on it; your move "
                       "was not made." DELIMITED BY SIZE INTO MsgText
                   PERFORM SayLine
               END-IF
           END-IF.

*>    the move is written back with the opponent now to move and
*>    their due date counted from today
        CorrSaveMove.
           OPEN I-O CORRGAME
           IF CG-NotFound
               OPEN OUTPUT CORRGAME
               CLOSE CORRGAME
               OPEN I-O CORRGAME
           END-IF
           IF NOT CG-OK
               MOVE "CORRGAME" TO ErrFile
               MOVE "OPEN" TO ErrOperation
               MOVE CG-Status TO ErrFileStatus
               PERFORM ReportFileError
           ELSE
               MOVE GameID TO CG-GameID
               IF CorrNew = "Y"
                   MOVE Player1ID TO CG-Player1ID
                   MOVE Player2ID TO CG-Player2ID
                   MOVE BoardSize TO CG-BoardSize
                   MOVE WinLength TO CG-WinLength
                   MOVE CorrMoveDays TO CG-MoveDays
                   MOVE CorrToday TO CG-Started
                   IF MisereRule
                       MOVE "M" TO CG-Rule
                   ELSE
                       MOVE SPACE TO CG-Rule
                   END-IF
               ELSE
                   READ CORRGAME
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               PERFORM SwitchPlayer
               MOVE BoardTable TO CG-Board
               MOVE NumMoves TO CG-NumMoves
               MOVE CurrentPlayer TO CG-ToMove
               MOVE CorrToday TO CG-LastMove
               COMPUTE CG-DueDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CorrToday) + CorrMoveDays)
               IF CorrNew = "Y"
                   WRITE CorrGameRecord
               ELSE
                   REWRITE CorrGameRecord
               END-IF
               IF CG-OK
                   IF CurrentPlayer = 1
                       MOVE Player1ID TO CorrOpponent
                   ELSE
                       MOVE Player2ID TO CorrOpponent
                   END-IF
                   MOVE 1085 TO MQ-MsgNo
                   MOVE CorrOpponent TO MQ-Insert(1)
                   MOVE CG-DueDate TO MQ-Insert(2)
                   MOVE "Move recorded.  &1 has until &2 to reply." TO MsgText
                   PERFORM SayLine
               ELSE
                   MOVE "CORRGAME" TO ErrFile
                   MOVE "UPDATE" TO ErrOperation
                   MOVE CG-Status TO ErrFileStatus
                   PERFORM ReportFileError
               END-IF
               CLOSE CORRGAME
           END-IF
           MOVE "N" TO CorrNew.

*>    the finished game is logged by now, so its record comes off
*>    the file (a game that ended on its opening move never got one)
        CorrFinish.
           ADD 1 TO GamesPlayed
           PERFORM DisplayRunningScore
           IF CorrNew = "N"
               OPEN I-O CORRGAME
               IF CG-OK
                   MOVE GameID TO CG-GameID
                   DELETE CORRGAME
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE CG-Status TO ErrFileStatus
                   CLOSE CORRGAME
               ELSE
                   MOVE CG-Status TO ErrFileStatus
               END-IF
               IF ErrFileStatus NOT = "00" AND ErrFileStatus NOT = "23"
                   MOVE "CORRGAME" TO ErrFile
                   MOVE "DELETE" TO ErrOperation
                   PERFORM ReportFileError
               END-IF
           END-IF
           MOVE "N" TO CorrNew.

*>    the tactics trainer: PUZZBLD's positions, served easiest first,
*>    each one only once per player -- PUZZHIST is checked before a
*>    puzzle is shown and written the moment it is answered.  A
*>    player who can't be kept on record isn't served at all, since
*>    nothing would then stop the same puzzle coming round again.
*>    The drain signal ends the session between puzzles
        PuzzleSession.
           MOVE 3 TO BoardSize
           MOVE 3 TO WinLength
           MOVE 9 TO BoardCells
           MOVE "N" TO ArchiveThisDisplay
           OPEN INPUT PUZZLES
           IF NOT PZ-OK
               MOVE 1086 TO MQ-MsgNo
               MOVE PZ-Status TO MQ-Insert(1)
               MOVE "Puzzles are unavailable (&1)." TO MsgText
               PERFORM SayLine
           ELSE
               OPEN I-O PUZZHIST
               IF PH-NotFound
                   OPEN OUTPUT PUZZHIST
                   CLOSE PUZZHIST
                   OPEN I-O PUZZHIST
               END-IF
               IF NOT PH-OK
                   MOVE "PUZZHIST" TO ErrFile
                   MOVE "OPEN" TO ErrOperation
                   MOVE PH-Status TO ErrFileStatus
                   PERFORM ReportFileError
                   MOVE 1087 TO MQ-MsgNo
                   STRING "Your puzzle record is unavailable, so no puzzles "
                       "can be served." DELIMITED BY SIZE INTO MsgText
                   PERFORM SayLine
               ELSE
                   PERFORM LoadPuzzleTotals
                   DISPLAY " "
                   MOVE 1088 TO MQ-MsgNo
                   MOVE PuzzTried TO MQ-Insert(1)
                   MOVE PuzzSolved TO MQ-Insert(2)
                   MOVE PuzzStreak TO MQ-Insert(3)
                   MOVE PuzzBestStreak TO MQ-Insert(4)
                   STRING "PUZZLES TRIED: &1  SOLVED: &2  STREAK: &3  BEST: &4"
                       DELIMITED BY SIZE INTO MsgText
                   PERFORM SayLine
                   MOVE "N" TO PuzzleDone
                   PERFORM UNTIL PuzzleDone = "Y"
                       PERFORM CheckQuiesce
                       IF QuiesceOn = "Y"
                           MOVE 1089 TO MQ-MsgNo
                           MOVE "SYSTEM CLOSING -- NO MORE PUZZLES." TO MsgText
                           PERFORM SayLine
                           MOVE "Y" TO PuzzleDone
                       ELSE
                           PERFORM FindNextPuzzle
                           IF PuzzleFound = "N"
                               MOVE 1090 TO MQ-MsgNo
                               STRING "You have seen every puzzle on file; new "
                                   "ones are added nightly."
                                   DELIMITED BY SIZE INTO MsgText
                               PERFORM SayLine
                               MOVE "Y" TO PuzzleDone
                           ELSE
                               PERFORM ServePuzzle
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE PUZZHIST
               END-IF
               CLOSE PUZZLES
           END-IF.

*>    the next puzzle in key order this player has no history record
*>    for; the file is read forward once per session, since a puzzle
*>    passed over here is already on the player's record
        FindNextPuzzle.
           MOVE "N" TO PuzzleFound
           PERFORM UNTIL PuzzleFound = "Y" OR NOT PZ-OK
               READ PUZZLES NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF PZ-OK
                   MOVE SignedInID TO PH-PlayerID
                   MOVE PZ-Key TO PH-PuzzleID
                   READ PUZZHIST
                       INVALID KEY
                           MOVE "Y" TO PuzzleFound
                   END-READ
               END-IF
           END-PERFORM.

*>    a blank answer stops the session with the puzzle still unseen,
*>    to be served first next time
        ServePuzzle.
           MOVE ZEROS TO BoardTable
           MOVE PZ-Board TO BoardTable(1:9)
           MOVE PZ-Key TO PuzzleKey
           EVALUATE PZ-Grade
               WHEN 1
                   MOVE "EASY" TO PuzzleGradeName
               WHEN 2
                   MOVE "MEDIUM" TO PuzzleGradeName
               WHEN 3
                   MOVE "HARD" TO PuzzleGradeName
               WHEN OTHER
                   MOVE "EXPERT" TO PuzzleGradeName
           END-EVALUATE
           IF PZ-Side = 1
               MOVE "X" TO PuzzleSideName
           ELSE
               MOVE "O" TO PuzzleSideName
           END-IF
           ADD 1 TO PuzzlesServed
           DISPLAY " "
           MOVE 1091 TO MQ-MsgNo
           MOVE PuzzlesServed TO MQ-Insert(1)
           MOVE PuzzleGradeName TO MQ-Insert(2)
           MOVE PuzzleSideName TO MQ-Insert(3)
           MOVE "PUZZLE &1 (&2) -- &3 TO MOVE" TO MsgText
           PERFORM SayLine
           IF PZ-Type = "W"
               MOVE 1092 TO MQ-MsgNo
               STRING "There is a forced win here.  Find a move that wins."
                   DELIMITED BY SIZE INTO MsgText
               PERFORM SayLine
           ELSE
               MOVE 1093 TO MQ-MsgNo
               STRING "The wrong move loses here.  Find a move that holds the "
                   "draw." DELIMITED BY SIZE INTO MsgText
               PERFORM SayLine
           END-IF
           PERFORM DisplayBoard
           MOVE "N" TO MoveAccepted
           PERFORM UNTIL MoveIsOK
               MOVE 1094 TO MQ-MsgNo
               MOVE "Your answer (e.g. B2, blank to stop):" TO MsgText
               PERFORM SayPrompt
               MOVE SPACES TO MoveEntry
               ACCEPT MoveEntry
               IF MoveEntry = SPACES
                   MOVE 0 TO UserInput
                   MOVE "Y" TO MoveAccepted
               ELSE
                   PERFORM TranslateCoordinate
                   IF IsValid
                       IF BoardValue(UserInput) = 0
                           MOVE "Y" TO MoveAccepted
                       ELSE
                           MOVE 1095 TO MQ-MsgNo
                           MOVE "That square is taken, pick another." TO MsgText
                           PERFORM SayLine
                       END-IF
                   ELSE
                       MOVE 1096 TO MQ-MsgNo
                       MOVE "Enter a coordinate like B2." TO MsgText
                       PERFORM SayLine
                   END-IF
               END-IF
           END-PERFORM
           IF UserInput = 0
               MOVE 1097 TO MQ-MsgNo
               MOVE "Puzzle left for next time." TO MsgText
               PERFORM SayLine
               MOVE "Y" TO PuzzleDone
           ELSE
               PERFORM JudgePuzzleAnswer
               PERFORM RecordPuzzleAttempt
               MOVE 1098 TO MQ-MsgNo
               MOVE "Another puzzle? (Y/N):" TO MsgText
               PERFORM SayPrompt
               ACCEPT PuzzleAgain
               IF PuzzleAgain NOT = "Y" AND PuzzleAgain NOT = "y"
                   MOVE "Y" TO PuzzleDone
               END-IF
           END-IF.

        JudgePuzzleAnswer.
           MOVE SPACES TO PuzzleAnswers
           MOVE 1 TO PuzzlePtr
           PERFORM VARYING PuzzleCell FROM 1 BY 1 UNTIL PuzzleCell > 9
               IF PZ-Answer(PuzzleCell:1) = "Y"
                   PERFORM NamePuzzleSquare
                   STRING PuzzleSquare " " DELIMITED BY SIZE
                       INTO PuzzleAnswers WITH POINTER PuzzlePtr
               END-IF
           END-PERFORM
           IF PZ-Answer(UserInput:1) = "Y"
               MOVE "Y" TO PuzzleSolved
               EVALUATE TRUE
                   WHEN PZ-Type = "S"
                       MOVE 1099 TO MQ-MsgNo
                       MOVE "Correct -- that holds the draw." TO MsgText
                       PERFORM SayLine
                   WHEN PZ-Plies <= 1
                       MOVE 1100 TO MQ-MsgNo
                       MOVE "Correct -- that wins on the spot." TO MsgText
                       PERFORM SayLine
                   WHEN OTHER
                       COMPUTE PuzzleMoves = (PZ-Plies + 1) / 2
                       MOVE 1101 TO MQ-MsgNo
                       MOVE PuzzleMoves TO MQ-Insert(1)
                       STRING "Correct -- that forces a win in &1 of your "
                           "moves." DELIMITED BY SIZE INTO MsgText
                       PERFORM SayLine
               END-EVALUATE
           ELSE
               MOVE "N" TO PuzzleSolved
               MOVE 1102 TO MQ-MsgNo
               MOVE "Not this time." TO MsgText
               PERFORM SayLine
           END-IF
           IF PZ-AnswerCount > 1
               MOVE 1103 TO MQ-MsgNo
               MOVE "Every square that does it:" TO MsgText
               PERFORM SayPrompt
               DISPLAY PuzzleAnswers
           ELSE
               MOVE 1104 TO MQ-MsgNo
               MOVE "The only square that does it:" TO MsgText
               PERFORM SayPrompt
               DISPLAY PuzzleAnswers
           END-IF.

*>    column letter and row number, the way the hints name squares
        NamePuzzleSquare.
           COMPUTE HintRow = (PuzzleCell - 1) / BoardSize + 1
           COMPUTE HintCol = PuzzleCell - (HintRow - 1) * BoardSize
           MOVE PuzzleColLetters(HintCol:1) TO PuzzleSquare(1:1)
           MOVE HintRow TO PuzzleSquare(2:1).

*>    the totals are read fresh for every answer, so a second session
*>    under the same ID can't be overwritten with stale counts; the
*>    puzzle's own record goes on first, and a puzzle some other
*>    session has just recorded for the player leaves the totals be
        RecordPuzzleAttempt.
           ACCEPT PuzzToday FROM DATE YYYYMMDD
           PERFORM LoadPuzzleTotals
           ADD 1 TO PuzzTried
           IF PuzzleSolved = "Y"
               ADD 1 TO PuzzSolved
               ADD 1 TO PuzzStreak
               IF PuzzStreak > PuzzBestStreak
                   MOVE PuzzStreak TO PuzzBestStreak
               END-IF
           ELSE
               MOVE 0 TO PuzzStreak
           END-IF
           MOVE SignedInID TO PH-PlayerID
           MOVE PuzzleKey TO PH-PuzzleID
           IF PuzzleSolved = "Y"
               MOVE "S" TO PH-Result
           ELSE
               MOVE "M" TO PH-Result
           END-IF
           MOVE UserInput TO PH-Given
           PERFORM FillPuzzleTotals
           WRITE PuzzHistRecord
           EVALUATE TRUE
               WHEN PH-OK
                   MOVE SignedInID TO PH-PlayerID
                   MOVE SPACES TO PH-PuzzleID
                   MOVE SPACE TO PH-Result
                   MOVE 0 TO PH-Given
                   PERFORM FillPuzzleTotals
                   IF PuzzTotalsOnFile = "Y"
                       REWRITE PuzzHistRecord
                   ELSE
                       WRITE PuzzHistRecord
                   END-IF
                   IF NOT PH-OK
                       MOVE "PUZZHIST" TO ErrFile
                       MOVE "UPDATE" TO ErrOperation
                       MOVE PH-Status TO ErrFileStatus
                       PERFORM ReportFileError
                   END-IF
                   MOVE 1088 TO MQ-MsgNo
                   MOVE PuzzTried TO MQ-Insert(1)
                   MOVE PuzzSolved TO MQ-Insert(2)
                   MOVE PuzzStreak TO MQ-Insert(3)
                   MOVE PuzzBestStreak TO MQ-Insert(4)
                   STRING "PUZZLES TRIED: &1  SOLVED: &2  STREAK: &3  BEST: &4"
                       DELIMITED BY SIZE INTO MsgText
                   PERFORM SayLine
               WHEN PH-Status = "22"
                   MOVE 1105 TO MQ-MsgNo
                   MOVE "(That puzzle was already on your record.)" TO MsgText
                   PERFORM SayLine
               WHEN OTHER
                   MOVE "PUZZHIST" TO ErrFile
                   MOVE "WRITE" TO ErrOperation
                   MOVE PH-Status TO ErrFileStatus
                   PERFORM ReportFileError
           END-EVALUATE.

        FillPuzzleTotals.
           MOVE PuzzToday TO PH-Date
           MOVE PuzzTried TO PH-Tried
           MOVE PuzzSolved TO PH-Solved
           MOVE PuzzStreak TO PH-Streak
           MOVE PuzzBestStreak TO PH-BestStreak.

        LoadPuzzleTotals.
           MOVE SignedInID TO PH-PlayerID
           MOVE SPACES TO PH-PuzzleID
           READ PUZZHIST
               INVALID KEY
                   MOVE "N" TO PuzzTotalsOnFile
                   MOVE 0 TO PuzzTried PuzzSolved PuzzStreak
                       PuzzBestStreak
               NOT INVALID KEY
                   MOVE "Y" TO PuzzTotalsOnFile
                   MOVE PH-Tried TO PuzzTried
                   MOVE PH-Solved TO PuzzSolved
                   MOVE PH-Streak TO PuzzStreak
                   MOVE PH-BestStreak TO PuzzBestStreak
           END-READ.

*>    a missing or empty QUIESCE dataset simply means nobody is
*>    draining the floor; only an explicit "Y" record stops play
        CheckQuiesce.
           PERFORM CheckpointGame
           DISPLAY " "
           IF CheckptOpen = "Y"
               MOVE 1106 TO MQ-MsgNo
               MOVE GameID TO MQ-Insert(1)
               MOVE "SYSTEM CLOSING -- YOUR GAME IS SAVED AS &1" TO MsgText
               PERFORM SayLine
               MOVE 1107 TO MQ-MsgNo
               STRING "RESUME IT AT THE RESUME PROMPT WHEN THE SYSTEM IS BACK."
                   DELIMITED BY SIZE INTO MsgText
               PERFORM SayLine
               MOVE "SAVED" TO DrainState
           ELSE
               MOVE 1108 TO MQ-MsgNo
               STRING "SYSTEM CLOSING -- THE CHECKPOINT FILE IS UNAVAILABLE,"
                   DELIMITED BY SIZE INTO MsgText
               PERFORM SayLine
               MOVE 1109 TO MQ-MsgNo
               MOVE "THIS GAME COULD NOT BE SAVED." TO MsgText
               PERFORM SayLine
               MOVE "LOST" TO DrainState
           END-IF
           PERFORM WriteDrainRecord
               MOVE "Y" TO UseGameIn
           END-IF.

*>    the card comes back space-padded from SYSIN, so it's converted
*>    the way SELFPLAY converts its count card
        ReadSeedCard.
           OPEN INPUT SEEDCARD
           IF SD-OK
               READ SEEDCARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SeedRecord NOT = SPACES
                           MOVE FUNCTION NUMVAL(SeedRecord)
                               TO FixedSeedValue
                           MOVE "Y" TO FixedSeed
                       END-IF
               END-READ
               CLOSE SEEDCARD
           END-IF.

*>    only the classic board against the computer draws on the seed;
*>    every other game records zero
        ChooseGameSeed.
           IF VsComputer AND BoardSize = 3
               IF SeedIsFixed
                   MOVE FixedSeedValue TO GameSeed
               ELSE
                   CALL 'GAMESEED' USING GameID, GameSeed
               END-IF
           ELSE
               MOVE 0 TO GameSeed
           END-IF.

        PlayOneGame.
           MOVE ZEROS TO BoardTable
           MOVE 0 TO NumMoves
           MOVE SPACE TO GameEndReason
           MOVE SPACES TO SaveName
           PERFORM GenerateGameID
           PERFORM ChooseGameSeed
           IF GamesPlayed = 0
               PERFORM CheckForSavedGame
           END-IF

*>    the classic 3x3 board keeps the original fixed-board search
*>    (GETNODE/ITERGETNODE through COMPUTERMOVE); a configured 4x4 or
*>    5x5 board evaluates through GRIDMOVE's pruned, time-boxed search
*>    against the NxN run rules instead
        ComputerTakesMove.
           IF BoardSize = 3
               CALL 'COMPUTERMOVE' USING
                   BoardTable, Difficulty, CompPos, CPlayer,
                   DebugTrace, NotHintOnly, GameRule, GameSeed
           ELSE
               CALL 'GRIDMOVE' USING
                   BoardTable, BoardSize, WinLength, Difficulty,
                   GridPos, CPlayer, DebugTrace, NotHintOnly, GameRule,
                   GridBudget, GridDepthReached, GridPositions
           END-IF.

*>    runs COMPUTERMOVE's own move-picking logic as if the human were
           IF BoardSize = 3
               CALL 'COMPUTERMOVE' USING
                   HintBoard, Difficulty, HintPos, HumanPlayer,
                   DebugTrace, HintOnlyFlag, GameRule, GameSeed
               MOVE HintPos TO HintCell
           ELSE
               CALL 'GRIDMOVE' USING
                   HintBoard, BoardSize, WinLength, Difficulty,
                   HintCell, HumanPlayer, DebugTrace, HintOnlyFlag,
                   GameRule, GridBudget, GridDepthReached, GridPositions
           END-IF
           COMPUTE HintRow = (HintCell - 1) / BoardSize + 1
           COMPUTE HintCol = HintCell - (HintRow - 1) * BoardSize
               WHEN 5
                   MOVE "E" TO HintColChar
           END-EVALUATE
           MOVE 1110 TO MQ-MsgNo
           MOVE HintColChar TO MQ-Insert(1)
           MOVE HintRow TO MQ-Insert(2)
           MOVE "Hint: try &1&2." TO MsgText
           PERFORM SayLine.

    *>    the classic 3x3 board keeps PRINTBOARD exactly as before;
    *>    a configured NxN board (either mode, now that GRIDMOVE lets
           PERFORM WITH TEST AFTER UNTIL MoveIsOK
               MOVE "N" TO SkipMoveCheck
               IF TwoPlayer
                   MOVE 1111 TO MQ-MsgNo
                   MOVE CurrentPlayer TO MQ-Insert(1)
                   STRING "Player &1's move (e.g. B2, U=undo, R=resign, "
                       "Q=save+quit):" DELIMITED BY SIZE INTO MsgText
                   PERFORM SayPrompt
               ELSE
                   MOVE 1112 TO MQ-MsgNo
                   STRING "Your move (e.g. B2, U=undo, R=resign, Q=save+quit):"
                       DELIMITED BY SIZE INTO MsgText
                   PERFORM SayPrompt
               END-IF
               IF UsingGameIn
                   READ GAMEIN
                               MOVE "Y" TO LastActionWasUndo
                               MOVE "Y" TO MoveAccepted
                           ELSE
                               MOVE 1113 TO MQ-MsgNo
                               MOVE "Nothing to undo." TO MsgText
                               PERFORM SayLine
                           END-IF
                           MOVE "Y" TO SkipMoveCheck
                       WHEN MoveEntry(1:1) = "R" OR MoveEntry(1:1) = "r"
*>    validation rightly treats as an orphan -- and there is
*>    nothing on the board to concede anyway
                           IF NumMoves = 0
                               MOVE 1114 TO MQ-MsgNo
                               STRING "Nothing has been played yet -- make a "
                                   "move or Q to quit."
                                   DELIMITED BY SIZE INTO MsgText
                               PERFORM SayLine
                           ELSE
                               MOVE "Y" TO ResignRequested
                               MOVE "Y" TO MoveAccepted
*>    quitting deserves a second look -- it ends the whole session --
*>    while declining the confirmation just re-prompts for a move
                       WHEN MoveEntry(1:1) = "Q" OR MoveEntry(1:1) = "q"
                           MOVE 1115 TO MQ-MsgNo
                           MOVE "Save this game and quit? (Y/N):" TO MsgText
                           PERFORM SayPrompt
                           ACCEPT QuitConfirm
                           IF QuitConfirm = "Y" OR QuitConfirm = "y"
                               MOVE "Y" TO QuitRequested
                       IF BoardValue(I) = 0
                           MOVE "Y" TO MoveAccepted
                       ELSE
                           MOVE 1095 TO MQ-MsgNo
                           MOVE "That square is taken, pick another." TO MsgText
                           PERFORM SayLine
                       END-IF
                   ELSE
                       IF UsingGameIn
    *>    game the same way it always has
                           MOVE "Y" TO MoveAccepted
                       ELSE
                           MOVE 1116 TO MQ-MsgNo
                           STRING "Invalid move, enter a coordinate like B2 "
                               "(or U to undo)." DELIMITED BY SIZE INTO MsgText
                           PERFORM SayLine
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF MoveElapsed > MoveClockSecs
               MOVE "Y" TO ClockExpired
               MOVE 1117 TO MQ-MsgNo
               MOVE MoveClockSecs TO MQ-Insert(1)
               MOVE "TIME! THE MOVE CLOCK (&1 SECONDS) HAS EXPIRED." TO MsgText
               PERFORM SayLine
           ELSE
               COMPUTE SecsLeft = MoveClockSecs - MoveElapsed
               IF SecsLeft * 4 <= MoveClockSecs OR SecsLeft <= 10
                   MOVE 1118 TO MQ-MsgNo
                   MOVE SecsLeft TO MQ-Insert(1)
                   MOVE "CLOCK WARNING -- &1 SECONDS LEFT THIS MOVE." TO MsgText
                   PERFORM SayLine
               END-IF
           END-IF.

*>    -- none of the dangling-record mess an abandoned terminal left
        ResignGame.
           COMPUTE Winner = 3 - CurrentPlayer
           MOVE 1119 TO MQ-MsgNo
           MOVE CurrentPlayer TO MQ-Insert(1)
           MOVE "PLAYER &1 RESIGNS." TO MsgText
           PERFORM SayLine
           IF VsComputer
               IF Winner = HumanPlayer
                   MOVE 1120 TO MQ-MsgNo
                   MOVE "Congrats, you won!" TO MsgText
                   PERFORM SayLine
                   ADD 1 TO P1Wins
               ELSE
                   MOVE 1121 TO MQ-MsgNo
                   MOVE "You lost, better luck next time!" TO MsgText
                   PERFORM SayLine
                   ADD 1 TO P2Wins
               END-IF
           ELSE
               MOVE 1122 TO MQ-MsgNo
               MOVE Winner TO MQ-Insert(1)
               MOVE "Player &1 wins!" TO MsgText
               PERFORM SayLine
               IF Winner = 1
                   ADD 1 TO P1Wins
               ELSE
*>    result posts -- the stalled league game finally finishes
        TimeoutGame.
           COMPUTE Winner = 3 - CurrentPlayer
           MOVE 1123 TO MQ-MsgNo
           MOVE CurrentPlayer TO MQ-Insert(1)
           MOVE "PLAYER &1 LOSES ON TIME." TO MsgText
           PERFORM SayLine
           MOVE 1122 TO MQ-MsgNo
           MOVE Winner TO MQ-Insert(1)
           MOVE "Player &1 wins!" TO MsgText
           PERFORM SayLine
           IF Winner = 1
               ADD 1 TO P1Wins
           ELSE
        QuitGame.
*>    the optional name rides the checkpoint, so the resume list
*>    can say "LUNCH-GAME" instead of a 16-digit timestamp
           MOVE 1124 TO MQ-MsgNo
           STRING "Name this save (up to 12 characters, blank for none):"
               DELIMITED BY SIZE INTO MsgText
           PERFORM SayPrompt
           ACCEPT SaveName
           PERFORM CheckpointGame
           DISPLAY " "
           IF CheckptOpen = "Y"
               MOVE 1125 TO MQ-MsgNo
               STRING "Game saved.  It will be offered at your next resume "
                   "prompt" DELIMITED BY SIZE INTO MsgText
               PERFORM SayLine
               MOVE 1126 TO MQ-MsgNo
               MOVE GameID TO MQ-Insert(1)
               MOVE "(game ID &1)." TO MsgText
               PERFORM SayLine
           ELSE
*>    the checkpoint file was already reported down when the game
*>    opened; pretending the game is saved would be worse
               MOVE 1127 TO MQ-MsgNo
               STRING "WARNING: the checkpoint file is unavailable; this game "
                   "could NOT be saved." DELIMITED BY SIZE INTO MsgText
               PERFORM SayLine
           END-IF
           MOVE "Y" TO GameQuit.

           MOVE 0 TO AL-Player
           MOVE 0 TO MovePos
           PERFORM LogTurn
           MOVE 1128 TO MQ-MsgNo
           MOVE "Move undone." TO MsgText
           PERFORM SayLine.

*>    translates a "B2"-style coordinate (column letter A-E, row digit
*>    1-5, bounded by the configured BoardSize) into the UserInput
               CALL 'CHECKWINNER' USING
                   BoardTable, BoardSize, WinLength, Winner
           END-IF
*>    under misere the side that completed the line has lost; WinLine
*>    still names the line, and the result is the other side's win
           IF IsWinner AND MisereRule
               MOVE 1129 TO MQ-MsgNo
               MOVE Winner TO MQ-Insert(1)
               MOVE "Player &1 completed a line." TO MsgText
               PERFORM SayLine
               COMPUTE Winner = 3 - Winner
           END-IF
           IF IsWinner OR NumMoves = BoardCells
               IF BoardSize = 3 AND ArchiveReportsYes
                   MOVE "Y" TO ArchiveThisDisplay
               MOVE "N" TO ArchiveThisDisplay
               DISPLAY " "
               IF Winner = 0
                    MOVE 1130 TO MQ-MsgNo
                    MOVE "You tied!" TO MsgText
                    PERFORM SayLine
                    ADD 1 TO TieCount
                END-IF
               IF Winner NOT = 0 AND VsComputer
                   IF Winner = HumanPlayer
                       MOVE 1120 TO MQ-MsgNo
                       MOVE "Congrats, you won!" TO MsgText
                       PERFORM SayLine
                       ADD 1 TO P1Wins
                   ELSE
                       MOVE 1121 TO MQ-MsgNo
                       MOVE "You lost, better luck next time!" TO MsgText
                       PERFORM SayLine
                       ADD 1 TO P2Wins
                   END-IF
               END-IF
               IF Winner NOT = 0 AND NOT VsComputer
                   MOVE 1122 TO MQ-MsgNo
                   MOVE Winner TO MQ-Insert(1)
                   MOVE "Player &1 wins!" TO MsgText
                   PERFORM SayLine
                   IF Winner = 1
                       ADD 1 TO P1Wins
                   ELSE
        DisplayRunningScore.
           DISPLAY " "
           IF VsComputer
               MOVE 1131 TO MQ-MsgNo
               MOVE P1Wins TO MQ-Insert(1)
               MOVE P2Wins TO MQ-Insert(2)
               MOVE TieCount TO MQ-Insert(3)
               MOVE "SCORE -- YOU: &1  COMPUTER: &2  TIES: &3" TO MsgText
               PERFORM SayLine
           ELSE
               MOVE 1132 TO MQ-MsgNo
               MOVE P1Wins TO MQ-Insert(1)
               MOVE P2Wins TO MQ-Insert(2)
               MOVE TieCount TO MQ-Insert(3)
               MOVE "SCORE -- PLAYER 1: &1  PLAYER 2: &2  TIES: &3" TO MsgText
               PERFORM SayLine
           END-IF.

        DisplaySessionScore.
           DISPLAY " "
           MOVE 1133 TO MQ-MsgNo
           MOVE "===== SESSION SUMMARY =====" TO MsgText
           PERFORM SayLine
           MOVE 1134 TO MQ-MsgNo
           MOVE GamesPlayed TO MQ-Insert(1)
           MOVE "GAMES PLAYED: &1" TO MsgText
           PERFORM SayLine
           PERFORM DisplayRunningScore.

*>    leaves a condition code behind for a scheduler or downstream batch
*>    no longer mint the same GameID into the shared CHECKPT/
*>    GAMELOG/AUDITLOG datasets
        GenerateGameID.
           CALL 'GAMEID' USING GameID, GameIDIssuer.

*>    CHECKPT is keyed by GameID (the same create-on-first-use /
*>    READ ... INVALID KEY idiom PLAYERSTATS uses) so several
                   MOVE ResumeGameID TO CK-GameID
                   READ CHECKPT
                       INVALID KEY
                           MOVE 1135 TO MQ-MsgNo
                           MOVE "No saved game found for that ID." TO MsgText
                           PERFORM SayLine
                       NOT INVALID KEY
*>    a checkpoint taken as, say, "X" maps CK-CurrentPlayer/CK-Board
*>    against board-value 1 meaning X; resuming after picking a
                           EVALUATE TRUE
                               WHEN VsComputer
                                   AND CK-HumanPlayer NOT = HumanPlayer
                                   MOVE 1136 TO MQ-MsgNo
                                   STRING "That saved game was started with "
                                       "the other symbol choice; resume it"
                                       DELIMITED BY SIZE INTO MsgText
                                   PERFORM SayLine
                                   MOVE 1137 TO MQ-MsgNo
                                   STRING "after picking the matching symbol."
                                       DELIMITED BY SIZE INTO MsgText
                                   PERFORM SayLine
*>    a checkpoint's squares only mean anything against the board
*>    shape it was taken under, so resuming it into a session set up
*>    for a different size or win length is refused the same way a
*>    symbol mismatch is
                               WHEN CK-SizeCheck NOT = BoardSize
                                   OR CK-LenCheck NOT = WinLength
                                   MOVE 1138 TO MQ-MsgNo
                                   MOVE CK-SizeCheck TO MQ-Insert(1)
                                   MOVE CK-LenCheck TO MQ-Insert(2)
                                   STRING "That saved game was played on a "
                                       "&1x&1 board (win length &2); resume it"
                                       DELIMITED BY SIZE INTO MsgText
                                   PERFORM SayLine
                                   MOVE 1139 TO MQ-MsgNo
                                   STRING "after picking the matching board "
                                       "setup." DELIMITED BY SIZE INTO MsgText
                                   PERFORM SayLine
*>    a line means the opposite result under the other rules, so a
*>    checkpoint resumes only under the rules it was taken under
                               WHEN (CK-Rule = "M" AND NOT MisereRule)
                                   OR (CK-Rule NOT = "M" AND MisereRule)
                                   MOVE 1140 TO MQ-MsgNo
                                   STRING "That saved game was played to the "
                                       "other rules; resume it after picking"
                                       DELIMITED BY SIZE INTO MsgText
                                   PERFORM SayLine
                                   MOVE 1141 TO MQ-MsgNo
                                   MOVE "the matching rules." TO MsgText
                                   PERFORM SayLine
                               WHEN OTHER
                                   MOVE CK-Board TO BoardTable(1:9)
                                   IF CK-ExtBoard NUMERIC
                                   MOVE CK-Winner TO Winner
                                   MOVE CK-CurrentPlayer TO CurrentPlayer
                                   MOVE ResumeGameID TO GameID
                                   IF CK-Seed NUMERIC
                                       MOVE CK-Seed TO GameSeed
                                   ELSE
                                       MOVE 0 TO GameSeed
                                   END-IF
                                   MOVE "Y" TO ResumedGame
                           END-EVALUATE
                   END-READ
               END-IF
               PERFORM PromptForResume
               IF ResumeGameID NOT = SPACES
                   MOVE 1135 TO MQ-MsgNo
                   MOVE "No saved game found for that ID." TO MsgText
                   PERFORM SayLine
                   MOVE SPACES TO ResumeGameID
               END-IF
           END-IF.
               MOVE CK-GameID TO SV-GameID(SaveListCount)
               IF SaveListCount = 1
                   DISPLAY " "
                   MOVE 1142 TO MQ-MsgNo
                   MOVE "Your saved games:" TO MsgText
                   PERFORM SayLine
               END-IF
               MOVE 1143 TO MQ-MsgNo
               MOVE SaveListCount TO MQ-Insert(1)
               MOVE CK-GameID(1:8) TO MQ-Insert(2)
               MOVE CK-NumMoves TO MQ-Insert(3)
               MOVE CK-SaveName TO MQ-Insert(4)
               MOVE "  &1) SAVED &2, &3 MOVES  &4" TO MsgText
               PERFORM SayLine
           END-IF
           PERFORM ReadNextCheckpt.

        PromptForResume.
           MOVE SPACES TO ResumeEntry
           IF SaveListCount = 0
               MOVE 1144 TO MQ-MsgNo
               STRING "Resume a saved game? Enter its game ID or blank:"
                   DELIMITED BY SIZE INTO MsgText
               PERFORM SayPrompt
           ELSE
               MOVE 1145 TO MQ-MsgNo
               STRING "Resume which? (number from the list, a game ID, or "
                   "blank for a new game):" DELIMITED BY SIZE INTO MsgText
               PERFORM SayPrompt
           END-IF
           ACCEPT ResumeEntry
           EVALUATE TRUE
           IF PickIdx >= 1 AND PickIdx <= SaveListCount
               MOVE SV-GameID(PickIdx) TO ResumeGameID
           ELSE
               MOVE 1146 TO MQ-MsgNo
               MOVE PickIdx TO MQ-Insert(1)
               MOVE "No saved game &1 on the list." TO MsgText
               PERFORM SayLine
               MOVE SPACES TO ResumeGameID
           END-IF.

           MOVE WinLength TO CK-WinLength
           MOVE Player1ID TO CK-Player1ID
           MOVE Player2ID TO CK-Player2ID
           MOVE SaveName TO CK-SaveName
           IF MisereRule
               MOVE "M" TO CK-Rule
           ELSE
               MOVE SPACE TO CK-Rule
           END-IF
           MOVE GameSeed TO CK-Seed.

*>    removes only this game's checkpoint record so other concurrent
*>    games' in-progress checkpoints are left alone
        SpoolHeaderRecord.
           MOVE "GH" TO SpoolType
           MOVE SPACES TO SpoolBuf
           MOVE GameHdrRecord TO SpoolBuf(1:65)
           CALL 'SPOOLGL' USING SpoolType, SpoolBuf, GameID.

    *>    companion record to the GAMELOG entry just written, carrying
    *>    same create-on-first-use idiom as LogGame
        LogGameHeader.
           MOVE GameID TO GH-GameID
           IF Correspondence
               MOVE 2 TO GH-GameMode
           ELSE
               MOVE GameMode TO GH-GameMode
           END-IF
           MOVE Difficulty TO GH-Difficulty
           MOVE 0 TO GH-Difficulty2
           IF VsComputer
           MOVE BoardSize TO GH-BoardSize
           MOVE WinLength TO GH-WinLength
           MOVE SPACES TO GH-Origin
           MOVE SPACES TO GH-Term1 GH-Term2
           IF MisereRule
               MOVE "M" TO GH-Rule
           ELSE
               MOVE SPACE TO GH-Rule
           END-IF
           IF Correspondence
               MOVE 0 TO GH-Seed
           ELSE
               MOVE GameSeed TO GH-Seed
           END-IF
*>    same create-on-first-use open PLAYERSTATS runs; the keyed
*>    WRITE also refuses a duplicate GameID, which the sequential
*>    file would have swallowed silently
    *>    under the ID "COMPUTER" so its win rate can be reported the
    *>    same way
        UpdatePlayerStats.
*>    a misere game counts for the session score only: its result is
*>    on GAMELOG and GAMEHDR, but not on the lifetime record or the
*>    ladder, both of which rank the classic game
           IF NOT MisereRule
               PERFORM QueuePlayerStats
           END-IF.

        QueuePlayerStats.
           MOVE Player1ID TO StatsID
           EVALUATE Winner
               WHEN HumanPlayer
