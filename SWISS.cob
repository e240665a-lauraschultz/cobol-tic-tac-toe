       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SWISS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SWCARDS ASSIGN TO "SWCARDS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SC-Status.
    SELECT SWISSENT ASSIGN TO "SWISSENT"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SW-Key
        FILE STATUS IS SW-Status.
    SELECT RATINGS ASSIGN TO "RATINGS"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RT-PlayerID
        FILE STATUS IS RT-Status.
    SELECT LEAGUEFX ASSIGN TO "LEAGUEFX"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LX-Key
        FILE STATUS IS LX-Status.
DATA DIVISION.
FILE SECTION.
*>    one entrant player ID per card
FD SWCARDS.
   01 SwCardRecord PIC X(10).
*>    one record per entrant of every Swiss event: the seed the
*>    event was started with (ratings move while it runs, the seeds
*>    don't) and the round the entrant sat out on a bye, if any
FD SWISSENT.
   01 SwissEntRecord.
       02 SW-Key.
           03 SW-EventID PIC X(8).
           03 SW-PlayerID PIC X(10).
       02 SW-Seed PIC 99.
       02 SW-Rating PIC 9(4).
*>    the event's length in rounds, the same on every entrant
       02 SW-Rounds PIC 9.
       02 SW-ByeRound PIC 9.
FD RATINGS.
   01 RatingsRecord.
       02 RT-PlayerID PIC X(10).
       02 RT-Rating PIC 9(4).
       02 RT-Peak PIC 9(4).
       02 RT-LastChange PIC S9(3).
       02 RT-GamesRated PIC 9(5).
       02 RT-LastDate PIC 9(8).
*>    the event's games are ordinary fixtures under the event ID,
*>    numbered round * 100 + board, so MAIN's fixture mode starts
*>    and posts them like any league game
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
   01 SC-Status PIC XX.
       88 SC-OK VALUE "00".
       88 SC-EOF VALUE "10".
   01 SW-Status PIC XX.
       88 SW-OK VALUE "00".
       88 SW-EOF VALUE "10".
       88 SW-NotFound VALUE "35".
   01 RT-Status PIC XX.
       88 RT-OK VALUE "00".
   01 LX-Status PIC XX.
       88 LX-OK VALUE "00".
       88 LX-EOF VALUE "10".
       88 LX-NotFound VALUE "35".
   01 RunFunc PIC X(5) VALUE SPACES.
       88 SetupFunc VALUE "SETUP".
       88 PairFunc VALUE "PAIR".
       88 ShowFunc VALUE "SHOW".
   01 EventID PIC X(8).
   01 RoundsEntry PIC X(2).
   01 RoundsWanted PIC 99 VALUE 0.
   01 EventRounds PIC 9 VALUE 0.
   01 RatingsOpen PIC X VALUE "N".
   01 CardID PIC X(10).
*>    the field, subscripted by seed once the event is loaded.
*>    Scores are held in half points (win 2, tie 1, bye 2) so a
*>    tie needs no decimal until it is printed
   01 Field.
       02 FieldEntry OCCURS 64 TIMES.
           03 FL-PlayerID PIC X(10).
           03 FL-Seed PIC 99.
           03 FL-Rating PIC 9(4).
           03 FL-ByeRound PIC 9.
           03 FL-Score PIC 9(3).
           03 FL-OppScore PIC 9(4).
           03 FL-Wins PIC 9.
           03 FL-Ties PIC 9.
           03 FL-Losses PIC 9.
           03 FL-XCount PIC 9.
           03 FL-OCount PIC 9.
           03 FL-LastColor PIC X.
           03 FL-OppCount PIC 9.
           03 FL-Opp PIC 99 OCCURS 9 TIMES.
   01 FieldCount PIC 99 VALUE 0.
   01 FL-Idx PIC 99.
   01 FL-Scan PIC 99.
   01 OP-Idx PIC 9.
   01 SwapEntry PIC X(49).
   01 SortLimit PIC 99.
   01 SortSwapped PIC X.
*>    what LEAGUEFX holds for the event
   01 FixtureRound PIC 9.
   01 CurrentRound PIC 9 VALUE 0.
   01 NextRound PIC 9.
   01 OpenCount PIC 9(3) VALUE 0.
   01 PostedCount PIC 9(3) VALUE 0.
   01 HomeIdx PIC 99.
   01 AwayIdx PIC 99.
   01 ThisID PIC X(10).
   01 FoundIdx PIC 99.
*>    the field in pairing (or standings) order, by subscript
   01 Ranking.
       02 RK-Entry PIC 99 OCCURS 64 TIMES.
   01 RankCount PIC 99 VALUE 0.
   01 RK-Idx PIC 99.
   01 RK-Swap PIC 99.
   01 RankHigher PIC X.
   01 ByeIdx PIC 99 VALUE 0.
   01 ByeScan PIC 99.
*>    the pairing search: the players to pair in ranking order, and
*>    one level per board holding the top player's position and the
*>    opponent position being tried.  A dead end backs up a level
*>    and tries that board's next opponent, so no pairing repeats
*>    while any repeat-free pairing of the field exists
   01 PairPool.
       02 PP-Entry PIC 99 OCCURS 64 TIMES.
       02 PP-Used PIC X OCCURS 64 TIMES.
   01 PoolCount PIC 99 VALUE 0.
   01 PP-Idx PIC 99.
   01 BoardsNeeded PIC 99.
   01 SearchLevels.
       02 LV-Top PIC 99 OCCURS 32 TIMES.
       02 LV-Opp PIC 99 OCCURS 32 TIMES.
   01 Level PIC 99.
   01 Candidate PIC 99.
   01 SearchSteps PIC 9(7).
   01 SearchState PIC X.
       88 SearchFound VALUE "F".
       88 SearchFailed VALUE "X".
       88 Searching VALUE "S".
   01 AlreadyMet PIC X.
   01 MetA PIC 99.
   01 MetB PIC 99.
*>    one board as written: who takes X (home, player 1)
   01 BoardNo PIC 99.
   01 HigherIdx PIC 99.
   01 LowerIdx PIC 99.
   01 BalanceHigh PIC S9.
   01 BalanceLow PIC S9.
   01 HalfField PIC 99.
   01 Rank PIC 99.
   01 ScoreDisp PIC Z9.9.
   01 OppScoreDisp PIC ZZ9.9.
   01 ColorDisp PIC X.
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

*>    the open-event format the round robin (LGSETUP) and knockout
*>    (PLAYOFF) can't serve: a Swiss-system tournament.  SETUP reads
*>    the entrants off SWCARDS, seeds them by RT-Rating (1500 for a
*>    player not yet rated, as RATINGUPD starts one) and pairs round
*>    1 top half against bottom half.  PAIR, run once a round's
*>    results have all posted, pairs the next round: players in
*>    score order, each against the nearest player on the same score
*>    not yet met, floating down only past players already met,
*>    and never a repeat.  X goes to whichever of the two has had
*>    it less (then to whoever had O last), and an odd field gives
*>    a bye -- a full point -- to the lowest-ranked player who
*>    hasn't had one.  The games are LEAGUEFX fixtures under the
*>    event ID, so MAIN's two-player fixture mode posts the results
*>    as it does a league's.  SHOW prints the standings, ties broken
*>    on the total of each player's opponents' scores, then seed
PROCEDURE DIVISION.
    DISPLAY "Function (SETUP/PAIR/SHOW): " WITH NO ADVANCING
    ACCEPT RunFunc
    MOVE FUNCTION UPPER-CASE(RunFunc) TO RunFunc
    IF NOT SetupFunc AND NOT PairFunc AND NOT ShowFunc
        DISPLAY "SWISS: FUNCTION MUST BE SETUP, PAIR OR SHOW"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "Event ID (up to 8 characters): " WITH NO ADVANCING
    ACCEPT EventID
    MOVE FUNCTION UPPER-CASE(EventID) TO EventID
    IF EventID = SPACES
        DISPLAY "SWISS: AN EVENT ID IS REQUIRED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    EVALUATE TRUE
        WHEN SetupFunc
            PERFORM DoSetup
        WHEN PairFunc
            PERFORM DoPair
        WHEN ShowFunc
            PERFORM DoShow
    END-EVALUATE
    STOP RUN.

*>    ---------- SETUP ----------

    DoSetup.
        DISPLAY "Rounds (blank for enough to separate the field): "
            WITH NO ADVANCING
        ACCEPT RoundsEntry
        OPEN INPUT SWCARDS
        IF NOT SC-OK
            DISPLAY "SWISS: UNABLE TO OPEN SWCARDS, STATUS " SC-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM ReadCard
        PERFORM CollectEntrant UNTIL SC-EOF
        CLOSE SWCARDS
        IF FieldCount < 3
            DISPLAY "SWISS: AT LEAST THREE ENTRANTS ARE NEEDED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM SetEventRounds
        PERFORM CheckNewEvent
        PERFORM RateEntrants
        PERFORM SeedField
        PERFORM WriteEntrants
        MOVE 1 TO NextRound
        PERFORM PairFirstRound
        PERFORM WriteRound
        CLOSE SWISSENT LEAGUEFX
        DISPLAY " "
        DISPLAY "EVENT " EventID " STARTED: " FieldCount
            " ENTRANTS, " EventRounds " ROUNDS -- START THE ROUND 1 "
            "GAMES FROM MAIN'S FIXTURE PROMPT".

    ReadCard.
        READ SWCARDS
            AT END SET SC-EOF TO TRUE
        END-READ.

    CollectEntrant.
        MOVE FUNCTION UPPER-CASE(SwCardRecord) TO CardID
        IF CardID NOT = SPACES
            MOVE CardID TO ThisID
            PERFORM FindPlayer
            EVALUATE TRUE
                WHEN FoundIdx > 0
                    DISPLAY "SWISS: " CardID " ENTERED TWICE -- "
                        "SECOND CARD DROPPED"
                    MOVE 4 TO RETURN-CODE
                WHEN FieldCount < 64
                    ADD 1 TO FieldCount
                    INITIALIZE FieldEntry(FieldCount)
                    MOVE CardID TO FL-PlayerID(FieldCount)
                WHEN OTHER
                    DISPLAY "SWISS: MORE THAN 64 ENTRANTS, " CardID
                        " DROPPED"
                    MOVE 4 TO RETURN-CODE
            END-EVALUATE
        END-IF
        PERFORM ReadCard.

*>    blank takes the usual Swiss length, enough rounds for one
*>    perfect score to survive: 2 rounds for up to 4 players, 3 up
*>    to 8, and so on.  A round more than the field can play
*>    without a repeat is refused
    SetEventRounds.
        IF RoundsEntry = SPACES
            EVALUATE TRUE
                WHEN FieldCount <= 4
                    MOVE 2 TO RoundsWanted
                WHEN FieldCount <= 8
                    MOVE 3 TO RoundsWanted
                WHEN FieldCount <= 16
                    MOVE 4 TO RoundsWanted
                WHEN FieldCount <= 32
                    MOVE 5 TO RoundsWanted
                WHEN OTHER
                    MOVE 6 TO RoundsWanted
            END-EVALUATE
        ELSE
            MOVE FUNCTION NUMVAL(RoundsEntry) TO RoundsWanted
        END-IF
        IF RoundsWanted < 1 OR RoundsWanted > 9
            OR RoundsWanted >= FieldCount
            DISPLAY "SWISS: " FieldCount " ENTRANTS CAN PLAY 1 TO "
                "9 ROUNDS, FEWER ROUNDS THAN ENTRANTS"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE RoundsWanted TO EventRounds.

*>    the event ID must be new to both files; a reused league ID
*>    would mix its fixtures into the event's rounds
    CheckNewEvent.
        OPEN I-O SWISSENT
        IF SW-NotFound
            OPEN OUTPUT SWISSENT
            CLOSE SWISSENT
            OPEN I-O SWISSENT
        END-IF
        IF NOT SW-OK
            DISPLAY "SWISS: UNABLE TO OPEN SWISSENT, STATUS " SW-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE EventID TO SW-EventID
        MOVE LOW-VALUES TO SW-PlayerID
        START SWISSENT KEY IS NOT LESS THAN SW-Key
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ SWISSENT NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF SW-EventID = EventID
                            DISPLAY "SWISS: EVENT " EventID
                                " IS ALREADY ON FILE"
                            CLOSE SWISSENT
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
        END-START
        OPEN I-O LEAGUEFX
        IF LX-NotFound
            OPEN OUTPUT LEAGUEFX
            CLOSE LEAGUEFX
            OPEN I-O LEAGUEFX
        END-IF
        IF NOT LX-OK
            DISPLAY "SWISS: UNABLE TO OPEN LEAGUEFX, STATUS " LX-Status
            CLOSE SWISSENT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE EventID TO LX-LeagueID
        MOVE 0 TO LX-FixtureNo
        START LEAGUEFX KEY IS NOT LESS THAN LX-Key
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ LEAGUEFX NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF LX-LeagueID = EventID
                            DISPLAY "SWISS: LEAGUEFX ALREADY HOLDS "
                                "FIXTURES UNDER " EventID
                            CLOSE SWISSENT LEAGUEFX
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
        END-START.

    RateEntrants.
        OPEN INPUT RATINGS
        IF RT-OK
            MOVE "Y" TO RatingsOpen
        ELSE
            DISPLAY "SWISS: NO RATINGS ON FILE, STATUS " RT-Status
                " -- EVERY ENTRANT SEEDS AT 1500 IN CARD ORDER"
        END-IF
        PERFORM VARYING FL-Idx FROM 1 BY 1 UNTIL FL-Idx > FieldCount
            MOVE 1500 TO FL-Rating(FL-Idx)
            IF RatingsOpen = "Y"
                MOVE FL-PlayerID(FL-Idx) TO RT-PlayerID
                READ RATINGS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE RT-Rating TO FL-Rating(FL-Idx)
                END-READ
            END-IF
        END-PERFORM
        IF RatingsOpen = "Y"
            CLOSE RATINGS
        END-IF.

*>    straight exchange sort, best rating first; equal ratings keep
*>    their card order
    SeedField.
        MOVE "Y" TO SortSwapped
        PERFORM UNTIL SortSwapped = "N"
            MOVE "N" TO SortSwapped
            COMPUTE SortLimit = FieldCount - 1
            PERFORM VARYING FL-Scan FROM 1 BY 1
                UNTIL FL-Scan > SortLimit
                IF FL-Rating(FL-Scan) < FL-Rating(FL-Scan + 1)
                    MOVE FieldEntry(FL-Scan) TO SwapEntry
                    MOVE FieldEntry(FL-Scan + 1) TO FieldEntry(FL-Scan)
                    MOVE SwapEntry TO FieldEntry(FL-Scan + 1)
                    MOVE "Y" TO SortSwapped
                END-IF
            END-PERFORM
        END-PERFORM
        DISPLAY " "
        DISPLAY "===== SWISS EVENT " EventID " SEEDING ====="
        PERFORM VARYING FL-Idx FROM 1 BY 1 UNTIL FL-Idx > FieldCount
            MOVE FL-Idx TO FL-Seed(FL-Idx)
            DISPLAY "SEED " FL-Seed(FL-Idx) ": " FL-PlayerID(FL-Idx)
                "  RATING " FL-Rating(FL-Idx)
        END-PERFORM.

    WriteEntrants.
        PERFORM VARYING FL-Idx FROM 1 BY 1 UNTIL FL-Idx > FieldCount
            MOVE EventID TO SW-EventID
            MOVE FL-PlayerID(FL-Idx) TO SW-PlayerID
            MOVE FL-Seed(FL-Idx) TO SW-Seed
            MOVE FL-Rating(FL-Idx) TO SW-Rating
            MOVE EventRounds TO SW-Rounds
            MOVE 0 TO SW-ByeRound
            WRITE SwissEntRecord
            IF NOT SW-OK
                DISPLAY "SWISS: ENTRANT " SW-PlayerID " REJECTED, "
                    "STATUS " SW-Status
                MOVE 8 TO RETURN-CODE
            END-IF
        END-PERFORM.

*>    round 1 off the seeds: top half against bottom half (1 v 9,
*>    2 v 10 ... in a field of 16), the lowest seed taking the bye
*>    in an odd field.  The higher seed takes X on odd boards, O on
*>    even ones
    PairFirstRound.
        MOVE 0 TO ByeIdx
        MOVE FieldCount TO PoolCount
        IF FUNCTION MOD(FieldCount 2) = 1
            MOVE FieldCount TO ByeIdx
            SUBTRACT 1 FROM PoolCount
        END-IF
        COMPUTE HalfField = PoolCount / 2
        MOVE HalfField TO BoardsNeeded
        PERFORM VARYING Level FROM 1 BY 1 UNTIL Level > HalfField
            MOVE Level TO PP-Entry(Level)
            MOVE Level TO LV-Top(Level)
            COMPUTE PP-Entry(Level + HalfField) = Level + HalfField
            COMPUTE LV-Opp(Level) = Level + HalfField
        END-PERFORM.

*>    ---------- PAIR ----------

    DoPair.
        PERFORM LoadEvent
        IF OpenCount > 0
            DISPLAY "SWISS: ROUND " CurrentRound " STILL HAS "
                OpenCount " GAMES TO POST -- PAIR AFTER THEY ARE IN"
            PERFORM ListOpenGames
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF CurrentRound >= EventRounds
            DISPLAY "SWISS: ALL " EventRounds " ROUNDS OF " EventID
                " ARE PLAYED -- SHOW PRINTS THE FINAL STANDINGS"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO CurrentRound GIVING NextRound
        PERFORM RankForPairing
        PERFORM PairNextRound
        IF NOT SearchFound
            DISPLAY "SWISS: NO PAIRING OF ROUND " NextRound
                " AVOIDS A REPEAT -- THE EVENT HAS RUN OUT OF ROUNDS"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN I-O SWISSENT
        OPEN I-O LEAGUEFX
        IF NOT SW-OK OR NOT LX-OK
            DISPLAY "SWISS: UNABLE TO OPEN FOR UPDATE, SWISSENT "
                SW-Status ", LEAGUEFX " LX-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM WriteRound
        CLOSE SWISSENT LEAGUEFX
        DISPLAY " "
        DISPLAY "ROUND " NextRound " OF " EventRounds " PAIRED -- "
            "START THE GAMES FROM MAIN'S FIXTURE PROMPT".

*>    score first, then seed, the order the field is paired down
    RankForPairing.
        MOVE FieldCount TO RankCount
        PERFORM VARYING RK-Idx FROM 1 BY 1 UNTIL RK-Idx > RankCount
            MOVE RK-Idx TO RK-Entry(RK-Idx)
        END-PERFORM
        MOVE "Y" TO SortSwapped
        PERFORM UNTIL SortSwapped = "N"
            MOVE "N" TO SortSwapped
            COMPUTE SortLimit = RankCount - 1
            PERFORM VARYING RK-Idx FROM 1 BY 1
                UNTIL RK-Idx > SortLimit
                MOVE RK-Entry(RK-Idx) TO HigherIdx
                MOVE RK-Entry(RK-Idx + 1) TO LowerIdx
                IF FL-Score(HigherIdx) < FL-Score(LowerIdx)
                    PERFORM SwapRanking
                END-IF
            END-PERFORM
        END-PERFORM.

    SwapRanking.
        MOVE RK-Entry(RK-Idx) TO RK-Swap
        MOVE RK-Entry(RK-Idx + 1) TO RK-Entry(RK-Idx)
        MOVE RK-Swap TO RK-Entry(RK-Idx + 1)
        MOVE "Y" TO SortSwapped.

*>    an odd field tries its bye on the lowest-ranked player without
*>    one first, working up the table until the rest can be paired
*>    without a repeat
    PairNextRound.
        MOVE "X" TO SearchState
        IF FUNCTION MOD(FieldCount 2) = 0
            MOVE 0 TO ByeIdx
            PERFORM BuildPool
            PERFORM SearchPairing
        ELSE
            MOVE RankCount TO ByeScan
            PERFORM UNTIL ByeScan = 0 OR SearchFound
                MOVE RK-Entry(ByeScan) TO ByeIdx
                IF FL-ByeRound(ByeIdx) = 0
                    PERFORM BuildPool
                    PERFORM SearchPairing
                END-IF
                SUBTRACT 1 FROM ByeScan
            END-PERFORM
        END-IF.

    BuildPool.
        MOVE 0 TO PoolCount
        PERFORM VARYING RK-Idx FROM 1 BY 1 UNTIL RK-Idx > RankCount
            IF RK-Entry(RK-Idx) NOT = ByeIdx
                ADD 1 TO PoolCount
                MOVE RK-Entry(RK-Idx) TO PP-Entry(PoolCount)
                MOVE "N" TO PP-Used(PoolCount)
            END-IF
        END-PERFORM
        COMPUTE BoardsNeeded = PoolCount / 2.

    SearchPairing.
        MOVE 1 TO Level
        MOVE 0 TO LV-Top(1)
        MOVE 0 TO SearchSteps
        SET Searching TO TRUE
        PERFORM SearchStep UNTIL NOT Searching.

*>    one move of the search: seat the top unpaired player on this
*>    board, try that player's next possible opponent, and go down a board on
*>    a fit or back up one when nothing below fits.  A search
*>    that runs this long has no answer worth waiting for
    SearchStep.
        ADD 1 TO SearchSteps
        IF SearchSteps > 500000
            SET SearchFailed TO TRUE
        ELSE
            IF LV-Top(Level) = 0
                MOVE 1 TO PP-Idx
                PERFORM UNTIL PP-Used(PP-Idx) = "N"
                    ADD 1 TO PP-Idx
                END-PERFORM
                MOVE PP-Idx TO LV-Top(Level)
                MOVE PP-Idx TO LV-Opp(Level)
                MOVE "Y" TO PP-Used(PP-Idx)
            END-IF
            PERFORM FindCandidate
            IF Candidate > 0
                MOVE "Y" TO PP-Used(Candidate)
                MOVE Candidate TO LV-Opp(Level)
                IF Level = BoardsNeeded
                    SET SearchFound TO TRUE
                ELSE
                    ADD 1 TO Level
                    MOVE 0 TO LV-Top(Level)
                END-IF
            ELSE
                MOVE "N" TO PP-Used(LV-Top(Level))
                MOVE 0 TO LV-Top(Level)
                SUBTRACT 1 FROM Level
                IF Level = 0
                    SET SearchFailed TO TRUE
                ELSE
                    MOVE "N" TO PP-Used(LV-Opp(Level))
                END-IF
            END-IF
        END-IF.

    FindCandidate.
        MOVE 0 TO Candidate
        COMPUTE PP-Idx = LV-Opp(Level) + 1
        PERFORM UNTIL PP-Idx > PoolCount OR Candidate > 0
            IF PP-Used(PP-Idx) = "N"
                MOVE PP-Entry(LV-Top(Level)) TO MetA
                MOVE PP-Entry(PP-Idx) TO MetB
                PERFORM CheckMet
                IF AlreadyMet = "N"
                    MOVE PP-Idx TO Candidate
                END-IF
            END-IF
            ADD 1 TO PP-Idx
        END-PERFORM.

    CheckMet.
        MOVE "N" TO AlreadyMet
        PERFORM VARYING OP-Idx FROM 1 BY 1
            UNTIL OP-Idx > FL-OppCount(MetA)
            IF FL-Opp(MetA OP-Idx) = MetB
                MOVE "Y" TO AlreadyMet
            END-IF
        END-PERFORM.

*>    the boards as the search (or round 1's seeding) left them, and
*>    the bye onto the entrant's record
    WriteRound.
        DISPLAY " "
        DISPLAY "===== " EventID " ROUND " NextRound " PAIRINGS ====="
        PERFORM VARYING BoardNo FROM 1 BY 1 UNTIL BoardNo > BoardsNeeded
            MOVE PP-Entry(LV-Top(BoardNo)) TO HigherIdx
            MOVE PP-Entry(LV-Opp(BoardNo)) TO LowerIdx
            PERFORM ChooseColors
            PERFORM WriteBoard
        END-PERFORM
        IF ByeIdx > 0
            MOVE EventID TO SW-EventID
            MOVE FL-PlayerID(ByeIdx) TO SW-PlayerID
            READ SWISSENT
                INVALID KEY
                    DISPLAY "SWISS: ENTRANT " SW-PlayerID " MISSING, "
                        "BYE NOT RECORDED"
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    MOVE NextRound TO SW-ByeRound
                    REWRITE SwissEntRecord
                    IF SW-OK
                        DISPLAY "BYE        " FL-PlayerID(ByeIdx)
                            " (ONE POINT)"
                    ELSE
                        DISPLAY "SWISS: BYE FOR " SW-PlayerID
                            " NOT RECORDED, STATUS " SW-Status
                        MOVE 8 TO RETURN-CODE
                    END-IF
            END-READ
        END-IF.

*>    X to whoever has had it less; level, to whoever had O last;
*>    level again (round 1 among them), the higher-ranked player
*>    takes X on odd boards and O on even ones
    ChooseColors.
        COMPUTE BalanceHigh =
            FL-XCount(HigherIdx) - FL-OCount(HigherIdx)
        COMPUTE BalanceLow = FL-XCount(LowerIdx) - FL-OCount(LowerIdx)
        EVALUATE TRUE
            WHEN BalanceHigh < BalanceLow
                MOVE HigherIdx TO HomeIdx
                MOVE LowerIdx TO AwayIdx
            WHEN BalanceHigh > BalanceLow
                MOVE LowerIdx TO HomeIdx
                MOVE HigherIdx TO AwayIdx
            WHEN FL-LastColor(HigherIdx) = "O"
                AND FL-LastColor(LowerIdx) NOT = "O"
                MOVE HigherIdx TO HomeIdx
                MOVE LowerIdx TO AwayIdx
            WHEN FL-LastColor(LowerIdx) = "O"
                AND FL-LastColor(HigherIdx) NOT = "O"
                MOVE LowerIdx TO HomeIdx
                MOVE HigherIdx TO AwayIdx
            WHEN FUNCTION MOD(BoardNo 2) = 1
                MOVE HigherIdx TO HomeIdx
                MOVE LowerIdx TO AwayIdx
            WHEN OTHER
                MOVE LowerIdx TO HomeIdx
                MOVE HigherIdx TO AwayIdx
        END-EVALUATE.

    WriteBoard.
        MOVE EventID TO LX-LeagueID
        COMPUTE LX-FixtureNo = NextRound * 100 + BoardNo
        MOVE FL-PlayerID(HomeIdx) TO LX-HomeID
        MOVE FL-PlayerID(AwayIdx) TO LX-AwayID
        MOVE "O" TO LX-Status-Fld
        MOVE 0 TO LX-Winner
        MOVE SPACES TO LX-GameID
        MOVE 0 TO LX-Date
        WRITE LeagueFxRecord
        IF NOT LX-OK
            DISPLAY "SWISS: FIXTURE " LX-FixtureNo
                " REJECTED, STATUS " LX-Status
            MOVE 8 TO RETURN-CODE
        ELSE
            DISPLAY "FIXTURE " LX-FixtureNo ": " LX-HomeID
                " (X) VS " LX-AwayID " (O)"
            PERFORM NoticeFixture
        END-IF.

*>    the fixture just written, posted to the inbox of each of its
*>    two players; a player with a notice still unread about the
*>    same fixture is not told twice
    NoticeFixture.
        MOVE "P" TO NoteFunction
        MOVE "SWISS" TO NQ-From
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

*>    ---------- SHOW ----------

    DoShow.
        PERFORM LoadEvent
        PERFORM RankForStandings
        DISPLAY " "
        IF CurrentRound = EventRounds AND OpenCount = 0
            DISPLAY "===== " EventID " FINAL STANDINGS ====="
        ELSE
            DISPLAY "===== " EventID " STANDINGS AFTER ROUND "
                CurrentRound " OF " EventRounds " ====="
        END-IF
        DISPLAY "RANK PLAYER     SEED SCORE  OPP   W T L  X O"
        MOVE 0 TO Rank
        PERFORM PrintStandingLine VARYING RK-Idx FROM 1 BY 1
            UNTIL RK-Idx > RankCount
        IF OpenCount > 0
            DISPLAY " "
            DISPLAY "ROUND " CurrentRound " GAMES STILL TO POST: "
                OpenCount
            PERFORM ListOpenGames
        END-IF.

*>    score, then the opponents' scores, then seed
    RankForStandings.
        PERFORM VARYING FL-Idx FROM 1 BY 1 UNTIL FL-Idx > FieldCount
            MOVE 0 TO FL-OppScore(FL-Idx)
            PERFORM VARYING OP-Idx FROM 1 BY 1
                UNTIL OP-Idx > FL-OppCount(FL-Idx)
                ADD FL-Score(FL-Opp(FL-Idx OP-Idx))
                    TO FL-OppScore(FL-Idx)
            END-PERFORM
        END-PERFORM
        MOVE FieldCount TO RankCount
        PERFORM VARYING RK-Idx FROM 1 BY 1 UNTIL RK-Idx > RankCount
            MOVE RK-Idx TO RK-Entry(RK-Idx)
        END-PERFORM
        MOVE "Y" TO SortSwapped
        PERFORM UNTIL SortSwapped = "N"
            MOVE "N" TO SortSwapped
            COMPUTE SortLimit = RankCount - 1
            PERFORM VARYING RK-Idx FROM 1 BY 1
                UNTIL RK-Idx > SortLimit
                MOVE RK-Entry(RK-Idx) TO HigherIdx
                MOVE RK-Entry(RK-Idx + 1) TO LowerIdx
                IF FL-Score(HigherIdx) < FL-Score(LowerIdx)
                    OR (FL-Score(HigherIdx) = FL-Score(LowerIdx)
                        AND FL-OppScore(HigherIdx)
                            < FL-OppScore(LowerIdx))
                    PERFORM SwapRanking
                END-IF
            END-PERFORM
        END-PERFORM.

    PrintStandingLine.
        ADD 1 TO Rank
        MOVE RK-Entry(RK-Idx) TO FL-Idx
        COMPUTE ScoreDisp = FL-Score(FL-Idx) / 2
        COMPUTE OppScoreDisp = FL-OppScore(FL-Idx) / 2
        DISPLAY Rank "   " FL-PlayerID(FL-Idx) " " FL-Seed(FL-Idx)
            "   " ScoreDisp " " OppScoreDisp " " FL-Wins(FL-Idx) " "
            FL-Ties(FL-Idx) " " FL-Losses(FL-Idx) "  "
            FL-XCount(FL-Idx) " " FL-OCount(FL-Idx).

*>    ---------- EVENT LOADING, SHARED ----------

*>    the entrants by seed off SWISSENT, then every fixture the event
*>    has on LEAGUEFX for the colors, the opponents met and the
*>    scores; the current round is the latest with a game or a bye
    LoadEvent.
        OPEN INPUT SWISSENT
        IF NOT SW-OK
            DISPLAY "SWISS: UNABLE TO OPEN SWISSENT, STATUS " SW-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 0 TO FieldCount
        PERFORM ReadEntrant
        PERFORM LoadEntrant UNTIL SW-EOF
        CLOSE SWISSENT
        IF FieldCount = 0
            DISPLAY "SWISS: NO EVENT " EventID " ON FILE -- RUN SETUP "
                "FIRST"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT LEAGUEFX
        IF NOT LX-OK
            DISPLAY "SWISS: UNABLE TO OPEN LEAGUEFX, STATUS " LX-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM ReadFixture
        PERFORM LoadFixture UNTIL LX-EOF
        CLOSE LEAGUEFX.

    ReadEntrant.
        READ SWISSENT NEXT RECORD
            AT END SET SW-EOF TO TRUE
        END-READ.

    LoadEntrant.
        IF SW-EventID = EventID AND SW-Seed > 0 AND SW-Seed <= 64
            MOVE SW-Seed TO FL-Idx
            INITIALIZE FieldEntry(FL-Idx)
            MOVE SW-PlayerID TO FL-PlayerID(FL-Idx)
            MOVE SW-Seed TO FL-Seed(FL-Idx)
            MOVE SW-Rating TO FL-Rating(FL-Idx)
            MOVE SW-ByeRound TO FL-ByeRound(FL-Idx)
            MOVE SW-Rounds TO EventRounds
            IF SW-ByeRound > 0
                ADD 2 TO FL-Score(FL-Idx)
                IF SW-ByeRound > CurrentRound
                    MOVE SW-ByeRound TO CurrentRound
                END-IF
            END-IF
            IF SW-Seed > FieldCount
                MOVE SW-Seed TO FieldCount
            END-IF
        END-IF
        PERFORM ReadEntrant.

    ReadFixture.
        READ LEAGUEFX NEXT RECORD
            AT END SET LX-EOF TO TRUE
        END-READ.

*>    fixtures come in key order, so round by round and the last
*>    color seen is the last one played
    LoadFixture.
        IF LX-LeagueID = EventID
            COMPUTE FixtureRound = LX-FixtureNo / 100
            IF FixtureRound > CurrentRound
                MOVE FixtureRound TO CurrentRound
            END-IF
            MOVE LX-HomeID TO ThisID
            PERFORM FindPlayer
            MOVE FoundIdx TO HomeIdx
            MOVE LX-AwayID TO ThisID
            PERFORM FindPlayer
            MOVE FoundIdx TO AwayIdx
            IF HomeIdx > 0 AND AwayIdx > 0
                PERFORM TallyFixture
            ELSE
                DISPLAY "SWISS: FIXTURE " LX-FixtureNo " NAMES A "
                    "PLAYER NOT ENTERED -- IGNORED"
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        PERFORM ReadFixture.

    TallyFixture.
        ADD 1 TO FL-OppCount(HomeIdx)
        MOVE AwayIdx TO FL-Opp(HomeIdx FL-OppCount(HomeIdx))
        ADD 1 TO FL-OppCount(AwayIdx)
        MOVE HomeIdx TO FL-Opp(AwayIdx FL-OppCount(AwayIdx))
        ADD 1 TO FL-XCount(HomeIdx)
        MOVE "X" TO FL-LastColor(HomeIdx)
        ADD 1 TO FL-OCount(AwayIdx)
        MOVE "O" TO FL-LastColor(AwayIdx)
        IF LX-Status-Fld = "P"
            ADD 1 TO PostedCount
            EVALUATE LX-Winner
                WHEN 1
                    ADD 2 TO FL-Score(HomeIdx)
                    ADD 1 TO FL-Wins(HomeIdx)
                    ADD 1 TO FL-Losses(AwayIdx)
                WHEN 2
                    ADD 2 TO FL-Score(AwayIdx)
                    ADD 1 TO FL-Wins(AwayIdx)
                    ADD 1 TO FL-Losses(HomeIdx)
                WHEN OTHER
                    ADD 1 TO FL-Score(HomeIdx)
                    ADD 1 TO FL-Score(AwayIdx)
                    ADD 1 TO FL-Ties(HomeIdx)
                    ADD 1 TO FL-Ties(AwayIdx)
            END-EVALUATE
        ELSE
            ADD 1 TO OpenCount
        END-IF.

    FindPlayer.
        MOVE 0 TO FoundIdx
        PERFORM VARYING FL-Scan FROM 1 BY 1
            UNTIL FL-Scan > FieldCount OR FoundIdx > 0
            IF FL-PlayerID(FL-Scan) = ThisID
                MOVE FL-Scan TO FoundIdx
            END-IF
        END-PERFORM.

    ListOpenGames.
        OPEN INPUT LEAGUEFX
        IF LX-OK
            PERFORM ReadFixture
            PERFORM UNTIL LX-EOF
                IF LX-LeagueID = EventID AND LX-Status-Fld NOT = "P"
                    DISPLAY "  FIXTURE " LX-FixtureNo ": " LX-HomeID
                        " (X) VS " LX-AwayID " (O)"
                END-IF
                PERFORM ReadFixture
            END-PERFORM
            CLOSE LEAGUEFX
        END-IF.
