        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LX-Key
        FILE STATUS IS LX-Status.
    SELECT LGSCHED ASSIGN TO "LGSCHED"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LS-Key
        FILE STATUS IS LS-Status.
DATA DIVISION.
FILE SECTION.
*>    one entrant player ID per card
           03 LX-FixtureNo PIC 9(3).
       02 LX-HomeID PIC X(10).
       02 LX-AwayID PIC X(10).
*>    "O" until the result is posted, then "P"; "D" when LGDEFLT
*>    defaults it past its due date
       02 LX-Status-Fld PIC X.
*>    0 tie, 1 home player, 2 away player; meaningful once posted.
*>    On a default, the side awarded the game, 0 a double forfeit
       02 LX-Winner PIC 9.
       02 LX-GameID PIC X(16).
       02 LX-Date PIC 9(8).
*>    the match-week calendar of a league scheduled with one, keyed
*>    like its LEAGUEFX fixture: the week, the date the game is due
*>    by, and whether each side has tried to start it in MAIN's
*>    fixture mode (LGDEFLT's evidence of who turned up)
FD LGSCHED.
   01 LgSchedRecord.
       02 LS-Key.
           03 LS-LeagueID PIC X(8).
           03 LS-FixtureNo PIC 9(3).
       02 LS-Week PIC 99.
       02 LS-DueDate PIC 9(8).
       02 LS-HomeTried PIC X.
       02 LS-AwayTried PIC X.
WORKING-STORAGE SECTION.
   01 LC-Status PIC XX.
       88 LC-OK VALUE "00".
   01 LX-Status PIC XX.
       88 LX-OK VALUE "00".
       88 LX-NotFound VALUE "35".
   01 LS-Status PIC XX.
       88 LS-OK VALUE "00".
       88 LS-NotFound VALUE "35".
   01 LeagueID PIC X(8).
   01 BaseLeagueID PIC X(8).
   01 Entrants.
   01 Entrant2Count PIC 99 VALUE 0.
   01 BaseLen PIC 99.
   01 ReversedID PIC X(8).
*>    asked for a calendar, the round robin goes out a match week at
*>    a time by the circle method: the first entrant keeps seat 1,
*>    the rest rotate one seat a week, and seat k meets the seat
*>    opposite.  An odd field gets an empty seat (0), and whoever
*>    faces it sits that week out
   01 FirstDueEntry PIC X(8).
   01 FirstDue PIC 9(8) VALUE 0.
   01 WeekDaysEntry PIC X(2).
   01 WeekDays PIC 99 VALUE 7.
   01 CalendarOn PIC X VALUE "N".
   01 Circle.
       02 CircleSeat PIC 99 OCCURS 12 TIMES.
   01 CircleCount PIC 99.
   01 SeatIdx PIC 99.
   01 LastSeat PIC 99.
   01 BoardIdx PIC 99.
   01 BoardCount PIC 99.
   01 SeatA PIC 99.
   01 SeatB PIC 99.
   01 WeekNo PIC 99 VALUE 0.
   01 WeekCount PIC 99 VALUE 0.
   01 WeekDue PIC 9(8) VALUE 0.
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
   01 NotePtr PIC 99.

*>    builds a league's round-robin schedule: the entrant IDs come
*>    one per card, every pair meets once, and each pairing lands in
*>    plays X every single week.  Asked for two divisions, the cards
*>    split at a "DIV2" card and two schedules are built under the
*>    base ID suffixed -1 and -2, so the twelve-entrant league stops
*>    flattening its weakest players all season.  Given a first due
*>    date, the schedule is laid out in numbered match weeks instead
*>    (everyone plays at most once a week) and each fixture's week
*>    and due date go to LGSCHED, where LGDEFLT finds the overdue
*>    ones each night
PROCEDURE DIVISION.
    DISPLAY "League ID (up to 8 characters): " WITH NO ADVANCING
    ACCEPT LeagueID
            STOP RUN
        END-IF
    END-IF
    DISPLAY "First match week due (YYYYMMDD, blank for no calendar): "
        WITH NO ADVANCING
    ACCEPT FirstDueEntry
    IF FirstDueEntry NOT = SPACES
        MOVE FUNCTION NUMVAL(FirstDueEntry) TO FirstDue
        IF FUNCTION TEST-DATE-YYYYMMDD(FirstDue) NOT = 0
            DISPLAY "LGSETUP: " FirstDueEntry " IS NOT A VALID DATE"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY "Days between match weeks (blank for 7): "
            WITH NO ADVANCING
        ACCEPT WeekDaysEntry
        IF WeekDaysEntry NOT = SPACES
            MOVE FUNCTION NUMVAL(WeekDaysEntry) TO WeekDays
        END-IF
        IF WeekDays = 0
            DISPLAY "LGSETUP: MATCH WEEKS MUST BE AT LEAST A DAY APART"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO CalendarOn
    END-IF
    MOVE LeagueID TO BaseLeagueID
    OPEN INPUT LGCARDS
    IF NOT LC-OK
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF CalendarOn = "Y"
        OPEN I-O LGSCHED
        IF LS-NotFound
            OPEN OUTPUT LGSCHED
            CLOSE LGSCHED
            OPEN I-O LGSCHED
        END-IF
        IF NOT LS-OK
            DISPLAY "LGSETUP: UNABLE TO OPEN LGSCHED, STATUS " LS-Status
            CLOSE LEAGUEFX
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    IF DivisionCount = 2
        MOVE 1 TO DivNow
        PERFORM BuildDivisionName
        MOVE 0 TO FixtureCount
    END-IF
    PERFORM BuildSchedule
    IF DivisionCount = 2
        MOVE Division2 TO Entrants
        MOVE Entrant2Count TO EntrantCount
        MOVE 2 TO DivNow
        PERFORM BuildDivisionName
        MOVE 0 TO FixtureCount
        PERFORM BuildSchedule
    END-IF
    CLOSE LEAGUEFX
    IF CalendarOn = "Y"
        CLOSE LGSCHED
    END-IF
    STOP RUN.

    BuildSchedule.
        IF CalendarOn = "Y"
            PERFORM BuildMatchWeeks
        ELSE
            PERFORM BuildRoundRobin
        END-IF
        DISPLAY " "
        DISPLAY "LEAGUE " LeagueID " SCHEDULED: " EntrantCount
            " ENTRANTS, " FixtureCount " FIXTURES"
        IF CalendarOn = "Y"
            DISPLAY "OVER " WeekCount " MATCH WEEKS, THE FIRST DUE "
                FirstDue ", THE LAST " WeekDue
        END-IF.

*>    "-1" or "-2" after the base ID's last character
    BuildDivisionName.
        MOVE SPACES TO LeagueID

    WriteFixture.
        ADD 1 TO FixtureCount
*>    alternate who takes the player-1 (X) seat
        IF FUNCTION MOD(FixtureCount 2) = 1
            MOVE EntrantID(HomeIdx) TO LX-HomeID
            MOVE EntrantID(AwayIdx) TO LX-HomeID
            MOVE EntrantID(HomeIdx) TO LX-AwayID
        END-IF
        PERFORM PutFixture.

    BuildMatchWeeks.
        COMPUTE CircleCount = EntrantCount + FUNCTION MOD(EntrantCount 2)
        PERFORM VARYING SeatIdx FROM 1 BY 1 UNTIL SeatIdx > CircleCount
            IF SeatIdx > EntrantCount
                MOVE 0 TO CircleSeat(SeatIdx)
            ELSE
                MOVE SeatIdx TO CircleSeat(SeatIdx)
            END-IF
        END-PERFORM
        COMPUTE WeekCount = CircleCount - 1
        COMPUTE BoardCount = CircleCount / 2
        PERFORM BuildOneWeek VARYING WeekNo FROM 1 BY 1
            UNTIL WeekNo > WeekCount
        MOVE WeekCount TO WeekNo
        PERFORM SetWeekDue.

*>    the fixed first seat swaps colors every week; down the other
*>    boards X alternates, so a rotating entrant's colors alternate
*>    as well as the field allows
    BuildOneWeek.
        PERFORM SetWeekDue
        PERFORM VARYING BoardIdx FROM 1 BY 1 UNTIL BoardIdx > BoardCount
            MOVE CircleSeat(BoardIdx) TO SeatA
            MOVE CircleSeat(CircleCount + 1 - BoardIdx) TO SeatB
            IF SeatA > 0 AND SeatB > 0
                ADD 1 TO FixtureCount
                IF FUNCTION MOD(WeekNo + BoardIdx 2) = 0
                    MOVE EntrantID(SeatA) TO LX-HomeID
                    MOVE EntrantID(SeatB) TO LX-AwayID
                ELSE
                    MOVE EntrantID(SeatB) TO LX-HomeID
                    MOVE EntrantID(SeatA) TO LX-AwayID
                END-IF
                PERFORM PutFixture
            END-IF
        END-PERFORM
        MOVE CircleSeat(CircleCount) TO LastSeat
        PERFORM VARYING SeatIdx FROM CircleCount BY -1
            UNTIL SeatIdx < 3
            MOVE CircleSeat(SeatIdx - 1) TO CircleSeat(SeatIdx)
        END-PERFORM
        MOVE LastSeat TO CircleSeat(2).

    SetWeekDue.
        COMPUTE WeekDue = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(FirstDue)
            + (WeekNo - 1) * WeekDays).

    PutFixture.
        MOVE LeagueID TO LX-LeagueID
        MOVE FixtureCount TO LX-FixtureNo
        MOVE "O" TO LX-Status-Fld
        MOVE 0 TO LX-Winner
        MOVE SPACES TO LX-GameID
                " (LEAGUE ALREADY SCHEDULED?)"
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM NoticeFixture
            IF CalendarOn = "Y"
                DISPLAY "FIXTURE " LX-FixtureNo ": " LX-HomeID
                    " (X) VS " LX-AwayID " (O)  WEEK " WeekNo
                    " DUE " WeekDue
                PERFORM PutSchedule
            ELSE
                DISPLAY "FIXTURE " LX-FixtureNo ": " LX-HomeID
                    " (X) VS " LX-AwayID " (O)"
            END-IF
        END-IF.

*>    the fixture just written, posted to the inbox of each of its
*>    two players with its due date when there is a calendar; a
*>    player with a notice still unread about the same fixture is
*>    not told twice
    NoticeFixture.
        MOVE "P" TO NoteFunction
        MOVE "LGSETUP" TO NQ-From
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
        MOVE 1 TO NotePtr
        STRING LX-LeagueID DELIMITED BY SPACE
            " FIXTURE " LX-FixtureNo ": YOU PLAY " DELIMITED BY SIZE
            NoteOpponent DELIMITED BY SPACE
            " AS " NoteSide DELIMITED BY SIZE INTO NQ-Text
            WITH POINTER NotePtr
        IF CalendarOn = "Y"
            STRING " BY " WeekDue DELIMITED BY SIZE INTO NQ-Text
                WITH POINTER NotePtr
        END-IF
        CALL 'PLAYNOTE' USING NoteFunction, NoteRequest, NoteResult,
            NoteList.

    PutSchedule.
        MOVE LX-Key TO LS-Key
        MOVE WeekNo TO LS-Week
        MOVE WeekDue TO LS-DueDate
        MOVE "N" TO LS-HomeTried
        MOVE "N" TO LS-AwayTried
        WRITE LgSchedRecord
        IF NOT LS-OK
            DISPLAY "LGSETUP: DUE DATE FOR FIXTURE " LS-FixtureNo
                " REJECTED, STATUS " LS-Status
            MOVE 8 TO RETURN-CODE
        END-IF.
