       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LGDEFLT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LGSCHED ASSIGN TO "LGSCHED"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LS-Key
        FILE STATUS IS LS-Status.
    SELECT LEAGUEFX ASSIGN TO "LEAGUEFX"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LX-Key
        FILE STATUS IS LX-Status.
    SELECT CHECKPT ASSIGN TO "CHECKPT"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CK-GameID
        FILE STATUS IS CK-Status.
DATA DIVISION.
FILE SECTION.
*>    the match-week calendar LGSETUP writes, keyed like the fixture
*>    it dates; the tried flags are set by MAIN's fixture mode when
*>    the signed-in player asks for the fixture
FD LGSCHED.
   01 LgSchedRecord.
       02 LS-Key.
           03 LS-LeagueID PIC X(8).
           03 LS-FixtureNo PIC 9(3).
       02 LS-Week PIC 99.
       02 LS-DueDate PIC 9(8).
       02 LS-HomeTried PIC X.
       02 LS-AwayTried PIC X.
FD LEAGUEFX.
   01 LeagueFxRecord.
       02 LX-Key.
           03 LX-LeagueID PIC X(8).
           03 LX-FixtureNo PIC 9(3).
       02 LX-HomeID PIC X(10).
       02 LX-AwayID PIC X(10).
*>    "O" open, "P" posted, "D" defaulted here
       02 LX-Status-Fld PIC X.
*>    on a default, the side awarded the game; 0 a double forfeit
       02 LX-Winner PIC 9.
       02 LX-GameID PIC X(16).
       02 LX-Date PIC 9(8).
*>    a saved game between a fixture's two players is the game in
*>    progress that holds its default off
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
   01 LS-Status PIC XX.
       88 LS-OK VALUE "00".
       88 LS-EOF VALUE "10".
       88 LS-NotFound VALUE "35".
   01 LX-Status PIC XX.
       88 LX-OK VALUE "00".
   01 CK-Status PIC XX.
       88 CK-OK VALUE "00".
       88 CK-EOF VALUE "10".
   01 RunFunc PIC X(7) VALUE SPACES.
       88 DefaultFunc VALUE "DEFAULT".
       88 ListFunc VALUE "LIST".
   01 DateEntry PIC X(8).
   01 RunDate PIC 9(8).
   01 WeekStart PIC 9(8).
   01 RunInt PIC 9(8).
*>    the fixtures worth a look this run: open ones past their due
*>    date and, for the weekly list, those defaulted in the week
   01 Overdue.
       02 OverdueEntry OCCURS 500 TIMES.
           03 OD-LeagueID PIC X(8).
           03 OD-FixtureNo PIC 9(3).
           03 OD-HomeID PIC X(10).
           03 OD-AwayID PIC X(10).
           03 OD-Week PIC 99.
           03 OD-DueDate PIC 9(8).
           03 OD-HomeTried PIC X.
           03 OD-AwayTried PIC X.
           03 OD-InProgress PIC X.
           03 OD-Kind PIC X.
           03 OD-Winner PIC 9.
           03 OD-Date PIC 9(8).
   01 OverdueCount PIC 9(3) VALUE 0.
   01 OverdueDropped PIC 9(5) VALUE 0.
   01 OD-Idx PIC 9(3).
   01 DaysLate PIC 9(4).
   01 DaysLateDisp PIC ZZZ9.
   01 LastLeague PIC X(8) VALUE SPACES.
   01 DefaultsMade PIC 9(5) VALUE 0.
   01 DoubleForfeits PIC 9(5) VALUE 0.
   01 HeldInProgress PIC 9(5) VALUE 0.
   01 HeldBothTried PIC 9(5) VALUE 0.
   01 StillOverdue PIC 9(5) VALUE 0.
   01 DefaultedInWeek PIC 9(5) VALUE 0.
   01 TriedDisp PIC X(14).

*>    the calendar league's enforcement.  DEFAULT, run nightly, finds
*>    every open fixture past its LGSCHED due date and decides it:
*>    a saved game between the two players means the fixture is
*>    being played and it is left alone; otherwise the player who
*>    tried to start it in MAIN's fixture mode is awarded the game,
*>    and if neither did it is a double forfeit.  When both tried
*>    (each at a time the other didn't turn up) nobody is at fault
*>    the system can see, so it stays open for the league
*>    administrator and the run ends RC 4.  A default is written
*>    onto LEAGUEFX as status "D" with the awarded side in
*>    LX-Winner, so LGSTAND counts it as played.  LIST, run weekly
*>    for the administrator, prints every fixture still open past
*>    its due date, and every default made in the seven days ending
*>    on the run date, league by league
PROCEDURE DIVISION.
    DISPLAY "Function (DEFAULT/LIST): " WITH NO ADVANCING
    ACCEPT RunFunc
    MOVE FUNCTION UPPER-CASE(RunFunc) TO RunFunc
    IF NOT DefaultFunc AND NOT ListFunc
        DISPLAY "LGDEFLT: FUNCTION MUST BE DEFAULT OR LIST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "Run date (YYYYMMDD, blank for today): " WITH NO ADVANCING
    ACCEPT DateEntry
    IF DateEntry = SPACES
        ACCEPT RunDate FROM DATE YYYYMMDD
    ELSE
        MOVE FUNCTION NUMVAL(DateEntry) TO RunDate
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(RunDate) NOT = 0
        DISPLAY "LGDEFLT: " DateEntry " IS NOT A VALID DATE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE RunInt = FUNCTION INTEGER-OF-DATE(RunDate)
    COMPUTE WeekStart = FUNCTION DATE-OF-INTEGER(RunInt - 6)
    OPEN INPUT LGSCHED
    IF LS-NotFound
        DISPLAY "LGDEFLT: NO LEAGUE IS SCHEDULED ON A CALENDAR"
        STOP RUN
    END-IF
    IF NOT LS-OK
        DISPLAY "LGDEFLT: UNABLE TO OPEN LGSCHED, STATUS " LS-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF DefaultFunc
        OPEN I-O LEAGUEFX
    ELSE
        OPEN INPUT LEAGUEFX
    END-IF
    IF NOT LX-OK
        DISPLAY "LGDEFLT: UNABLE TO OPEN LEAGUEFX, STATUS " LX-Status
        CLOSE LGSCHED
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ReadSchedule
    PERFORM ConsiderFixture UNTIL LS-EOF
    CLOSE LGSCHED
    PERFORM MarkGamesInProgress
    IF DefaultFunc
        PERFORM ApplyDefaults
    ELSE
        PERFORM PrintOverdueList
    END-IF
    CLOSE LEAGUEFX
    STOP RUN.

    ReadSchedule.
        READ LGSCHED
            AT END SET LS-EOF TO TRUE
        END-READ.

*>    a fixture with no due date (0) is never overdue; one whose
*>    LEAGUEFX record has gone is simply not this program's business
    ConsiderFixture.
        IF LS-DueDate > 0 AND LS-DueDate < RunDate
            MOVE LS-Key TO LX-Key
            READ LEAGUEFX
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN LX-Status-Fld = "O"
                            PERFORM KeepOverdue
                        WHEN ListFunc AND LX-Status-Fld = "D"
                            AND LX-Date >= WeekStart
                            AND LX-Date <= RunDate
                            PERFORM KeepOverdue
                    END-EVALUATE
            END-READ
        END-IF
        PERFORM ReadSchedule.

*>    past the table's end a fixture waits for the next run; the
*>    overflow is reported so the run ends RC 4
    KeepOverdue.
        IF OverdueCount < 500
            ADD 1 TO OverdueCount
            MOVE LX-LeagueID TO OD-LeagueID(OverdueCount)
            MOVE LX-FixtureNo TO OD-FixtureNo(OverdueCount)
            MOVE LX-HomeID TO OD-HomeID(OverdueCount)
            MOVE LX-AwayID TO OD-AwayID(OverdueCount)
            MOVE LS-Week TO OD-Week(OverdueCount)
            MOVE LS-DueDate TO OD-DueDate(OverdueCount)
            MOVE LS-HomeTried TO OD-HomeTried(OverdueCount)
            MOVE LS-AwayTried TO OD-AwayTried(OverdueCount)
            MOVE "N" TO OD-InProgress(OverdueCount)
            MOVE LX-Status-Fld TO OD-Kind(OverdueCount)
            MOVE LX-Winner TO OD-Winner(OverdueCount)
            MOVE LX-Date TO OD-Date(OverdueCount)
        ELSE
            ADD 1 TO OverdueDropped
        END-IF.

*>    checkpoints from before the player columns carry spaces there
*>    and can't be matched to a fixture
    MarkGamesInProgress.
        IF OverdueCount > 0
            OPEN INPUT CHECKPT
            IF CK-OK
                PERFORM ReadCheckpt
                PERFORM MatchCheckpt UNTIL CK-EOF
                CLOSE CHECKPT
            ELSE
                DISPLAY "LGDEFLT: NO CHECKPT TO CONSULT, STATUS "
                    CK-Status " -- NO GAME COUNTS AS IN PROGRESS"
            END-IF
        END-IF.

    ReadCheckpt.
        READ CHECKPT
            AT END SET CK-EOF TO TRUE
        END-READ.

    MatchCheckpt.
        IF CK-Player1ID NOT = SPACES
            PERFORM VARYING OD-Idx FROM 1 BY 1
                UNTIL OD-Idx > OverdueCount
                IF (OD-HomeID(OD-Idx) = CK-Player1ID
                        AND OD-AwayID(OD-Idx) = CK-Player2ID)
                    OR (OD-HomeID(OD-Idx) = CK-Player2ID
                        AND OD-AwayID(OD-Idx) = CK-Player1ID)
                    MOVE "Y" TO OD-InProgress(OD-Idx)
                END-IF
            END-PERFORM
        END-IF
        PERFORM ReadCheckpt.

*>    ---------- DEFAULT ----------

    ApplyDefaults.
        DISPLAY " "
        DISPLAY "===== LEAGUE DEFAULTS, FIXTURES DUE BEFORE " RunDate
            " ====="
        PERFORM DecideFixture VARYING OD-Idx FROM 1 BY 1
            UNTIL OD-Idx > OverdueCount
        DISPLAY " "
        DISPLAY "FIXTURES PAST DUE ........ " OverdueCount
        DISPLAY "  DEFAULTED .............. " DefaultsMade
        DISPLAY "    OF WHICH DOUBLE ...... " DoubleForfeits
        DISPLAY "  HELD, GAME IN PROGRESS . " HeldInProgress
        DISPLAY "  HELD, BOTH TRIED ....... " HeldBothTried
        IF OverdueDropped > 0
            DISPLAY "  LEFT FOR THE NEXT RUN .. " OverdueDropped
        END-IF
        IF HeldBothTried > 0 OR OverdueDropped > 0
            MOVE 4 TO RETURN-CODE
        END-IF.

    DecideFixture.
        EVALUATE TRUE
            WHEN OD-InProgress(OD-Idx) = "Y"
                ADD 1 TO HeldInProgress
                DISPLAY "HELD      " OD-LeagueID(OD-Idx) " "
                    OD-FixtureNo(OD-Idx) " " OD-HomeID(OD-Idx) " V "
                    OD-AwayID(OD-Idx) " -- GAME IN PROGRESS"
            WHEN OD-HomeTried(OD-Idx) = "Y"
                AND OD-AwayTried(OD-Idx) = "Y"
                ADD 1 TO HeldBothTried
                DISPLAY "HELD      " OD-LeagueID(OD-Idx) " "
                    OD-FixtureNo(OD-Idx) " " OD-HomeID(OD-Idx) " V "
                    OD-AwayID(OD-Idx) " -- BOTH TRIED, ADMINISTRATOR "
                    "TO DECIDE"
            WHEN OTHER
                PERFORM DefaultFixture
        END-EVALUATE.

*>    the fixture is reread so a result MAIN posted since the scan
*>    is never overwritten
    DefaultFixture.
        MOVE OD-LeagueID(OD-Idx) TO LX-LeagueID
        MOVE OD-FixtureNo(OD-Idx) TO LX-FixtureNo
        READ LEAGUEFX
            INVALID KEY
                DISPLAY "LGDEFLT: FIXTURE " OD-LeagueID(OD-Idx) " "
                    OD-FixtureNo(OD-Idx) " VANISHED"
                MOVE 8 TO RETURN-CODE
            NOT INVALID KEY
                IF LX-Status-Fld = "O"
                    EVALUATE TRUE
                        WHEN OD-HomeTried(OD-Idx) = "Y"
                            MOVE 1 TO LX-Winner
                        WHEN OD-AwayTried(OD-Idx) = "Y"
                            MOVE 2 TO LX-Winner
                        WHEN OTHER
                            MOVE 0 TO LX-Winner
                    END-EVALUATE
                    MOVE "D" TO LX-Status-Fld
                    MOVE SPACES TO LX-GameID
                    MOVE RunDate TO LX-Date
                    REWRITE LeagueFxRecord
                    IF LX-OK
                        PERFORM ReportDefault
                    ELSE
                        DISPLAY "LGDEFLT: FIXTURE " LX-LeagueID " "
                            LX-FixtureNo " NOT DEFAULTED, STATUS "
                            LX-Status
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF
        END-READ.

    ReportDefault.
        ADD 1 TO DefaultsMade
        EVALUATE LX-Winner
            WHEN 1
                DISPLAY "DEFAULTED " LX-LeagueID " " LX-FixtureNo " "
                    LX-HomeID " V " LX-AwayID " -- AWARDED TO "
                    LX-HomeID
            WHEN 2
                DISPLAY "DEFAULTED " LX-LeagueID " " LX-FixtureNo " "
                    LX-HomeID " V " LX-AwayID " -- AWARDED TO "
                    LX-AwayID
            WHEN OTHER
                ADD 1 TO DoubleForfeits
                DISPLAY "DEFAULTED " LX-LeagueID " " LX-FixtureNo " "
                    LX-HomeID " V " LX-AwayID " -- DOUBLE FORFEIT"
        END-EVALUATE.

*>    ---------- LIST ----------

    PrintOverdueList.
        DISPLAY " "
        DISPLAY "===== OVERDUE LEAGUE FIXTURES, WEEK " WeekStart
            " TO " RunDate " ====="
        IF OverdueCount = 0
            DISPLAY "(NONE -- EVERY CALENDAR FIXTURE IS UP TO DATE)"
        ELSE
            PERFORM PrintOverdueLine VARYING OD-Idx FROM 1 BY 1
                UNTIL OD-Idx > OverdueCount
        END-IF
        DISPLAY " "
        DISPLAY "STILL OPEN PAST DUE ...... " StillOverdue
        DISPLAY "DEFAULTED THIS WEEK ...... " DefaultedInWeek
        IF OverdueDropped > 0
            DISPLAY "NOT LISTED (TABLE FULL) . " OverdueDropped
        END-IF
        IF OverdueCount > 0 OR OverdueDropped > 0
            MOVE 4 TO RETURN-CODE
        END-IF.

    PrintOverdueLine.
        IF OD-LeagueID(OD-Idx) NOT = LastLeague
            MOVE OD-LeagueID(OD-Idx) TO LastLeague
            DISPLAY " "
            DISPLAY "LEAGUE " LastLeague
            DISPLAY "FIX  WK DUE      HOME       AWAY       STATE"
        END-IF
        IF OD-Kind(OD-Idx) = "D"
            ADD 1 TO DefaultedInWeek
            EVALUATE OD-Winner(OD-Idx)
                WHEN 1
                    MOVE "AWARDED HOME" TO TriedDisp
                WHEN 2
                    MOVE "AWARDED AWAY" TO TriedDisp
                WHEN OTHER
                    MOVE "DOUBLE FORFEIT" TO TriedDisp
            END-EVALUATE
            DISPLAY OD-FixtureNo(OD-Idx) "  " OD-Week(OD-Idx) " "
                OD-DueDate(OD-Idx) " " OD-HomeID(OD-Idx) " "
                OD-AwayID(OD-Idx) " DEFAULTED " OD-Date(OD-Idx) ", "
                TriedDisp
        ELSE
            ADD 1 TO StillOverdue
            COMPUTE DaysLate = RunInt
                - FUNCTION INTEGER-OF-DATE(OD-DueDate(OD-Idx))
            MOVE DaysLate TO DaysLateDisp
            EVALUATE TRUE
                WHEN OD-InProgress(OD-Idx) = "Y"
                    MOVE "IN PROGRESS" TO TriedDisp
                WHEN OD-HomeTried(OD-Idx) = "Y"
                    AND OD-AwayTried(OD-Idx) = "Y"
                    MOVE "BOTH TRIED" TO TriedDisp
                WHEN OD-HomeTried(OD-Idx) = "Y"
                    MOVE "HOME TRIED" TO TriedDisp
                WHEN OD-AwayTried(OD-Idx) = "Y"
                    MOVE "AWAY TRIED" TO TriedDisp
                WHEN OTHER
                    MOVE "NEITHER TRIED" TO TriedDisp
            END-EVALUATE
            DISPLAY OD-FixtureNo(OD-Idx) "  " OD-Week(OD-Idx) " "
                OD-DueDate(OD-Idx) " " OD-HomeID(OD-Idx) " "
                OD-AwayID(OD-Idx) " OPEN " DaysLateDisp " DAYS, "
                TriedDisp
        END-IF.
