       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PUZLADR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PUZZHIST ASSIGN TO "PUZZHIST"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PH-Key
        FILE STATUS IS PH-Status.
    SELECT PLAYERREG ASSIGN TO "PLAYERREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS PR-Status.
DATA DIVISION.
FILE SECTION.
*>    one record per puzzle served to a player, carrying the player's
*>    running totals as they stood after it; the record under a blank
*>    puzzle ID (which sorts first for each player) holds the totals
*>    as they stand now
FD PUZZHIST.
   01 PuzzHistRecord.
       02 PH-Key.
           03 PH-PlayerID PIC X(10).
           03 PH-PuzzleID PIC X(11).
       02 PH-Date PIC 9(8).
       02 PH-Result PIC X.
       02 PH-Given PIC 99.
       02 PH-Tried PIC 9(5).
       02 PH-Solved PIC 9(5).
       02 PH-Streak PIC 9(4).
       02 PH-BestStreak PIC 9(4).
*>    consulted only to leave retired IDs (PLAYLIFE) off the ladder
FD PLAYERREG.
   01 PlayerRegRecord.
       02 PR-PlayerID PIC X(10).
       02 PR-PIN PIC X(4).
       02 PR-Active PIC X.
       02 PR-BadTries PIC 9.
       02 PR-LastSeen PIC 9(8).
       02 PR-PinSalt PIC X(8).
       02 PR-PinHash PIC X(18).
WORKING-STORAGE SECTION.
   01 PH-Status PIC XX.
       88 PH-OK VALUE "00".
       88 PH-EOF VALUE "10".
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
   01 RegAvail PIC X VALUE "N".
   01 RetiredSkipped PIC 9(4) VALUE 0.
   01 MonthEntry PIC X(6).
   01 WantMonth PIC 9(6).
*>    the player whose records are being read, gathered here until the
*>    player ID changes
   01 CurPlayerID PIC X(10) VALUE SPACES.
   01 CurTried PIC 9(5).
   01 CurSolved PIC 9(5).
   01 CurPoints PIC 9(6).
   01 CurBestRun PIC 9(4).
   01 CurStreakNow PIC 9(4).
   01 CurTotalSolved PIC 9(5).
   01 PuzzleGrade PIC 9.
*>    the month's solvers, ranked in storage the way LEADRPT ranks
*>    its ladder; overflow is reported rather than silently dropped
   01 SolverTable.
       02 SolverEntry OCCURS 500 TIMES.
           03 ST-PlayerID PIC X(10).
           03 ST-Tried PIC 9(5).
           03 ST-Solved PIC 9(5).
           03 ST-Points PIC 9(6).
           03 ST-BestRun PIC 9(4).
           03 ST-StreakNow PIC 9(4).
           03 ST-TotalSolved PIC 9(5).
           03 ST-Pct PIC 9(3)V99.
   01 SolverCount PIC 9(3) VALUE 0.
   01 Overflowed PIC X VALUE "N".
   01 SwapEntry.
       02 SW-PlayerID PIC X(10).
       02 SW-Tried PIC 9(5).
       02 SW-Solved PIC 9(5).
       02 SW-Points PIC 9(6).
       02 SW-BestRun PIC 9(4).
       02 SW-StreakNow PIC 9(4).
       02 SW-TotalSolved PIC 9(5).
       02 SW-Pct PIC 9(3)V99.
   01 SortIdx PIC 9(3).
   01 SortLimit PIC 9(3).
   01 SortSwapped PIC X.
   01 ST-Idx PIC 9(3).
   01 Rank PIC 9(3) VALUE 0.
   01 PrintPct PIC ZZ9.99.
   01 MonthTried PIC 9(7) VALUE 0.
   01 MonthSolved PIC 9(7) VALUE 0.

*>    the monthly puzzle ladder: everyone who tried a tactics puzzle
*>    in the month (a YYYYMM card), ranked by puzzles solved, with
*>    the solved puzzles' grades added up as the tiebreaker -- so a
*>    month of EXPERT puzzles outranks the same count of EASY ones --
*>    and then the solve rate.  Alongside: the longest run of solves
*>    reached in the month, the streak standing now and the lifetime
*>    solved count.  Retired players are left off.  RC 8 for a bad
*>    month card or no history file
PROCEDURE DIVISION.
    DISPLAY "Ladder month (YYYYMM): " WITH NO ADVANCING
    ACCEPT MonthEntry
    IF MonthEntry NOT NUMERIC
        DISPLAY "PUZLADR: A NUMERIC YYYYMM MONTH IS REQUIRED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE MonthEntry TO WantMonth
    OPEN INPUT PUZZHIST
    IF NOT PH-OK
        DISPLAY "PUZLADR: UNABLE TO OPEN PUZZHIST, STATUS " PH-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT PLAYERREG
    IF PR-OK
        MOVE "Y" TO RegAvail
    END-IF
    PERFORM ReadHistory
    PERFORM UNTIL PH-EOF
        IF PH-PlayerID NOT = CurPlayerID
            PERFORM FlushPlayer
            PERFORM StartPlayer
        END-IF
        PERFORM TallyRecord
        PERFORM ReadHistory
    END-PERFORM
    PERFORM FlushPlayer
    CLOSE PUZZHIST
    IF RegAvail = "Y"
        CLOSE PLAYERREG
    END-IF
    PERFORM SortSolvers
    PERFORM PrintLadder
    STOP RUN.

    ReadHistory.
        READ PUZZHIST
            AT END SET PH-EOF TO TRUE
        END-READ.

    StartPlayer.
        MOVE PH-PlayerID TO CurPlayerID
        MOVE 0 TO CurTried CurSolved CurPoints CurBestRun
        MOVE 0 TO CurStreakNow CurTotalSolved.

*>    the totals record supplies the streak standing now; a puzzle
*>    record dated in the month counts toward the month, and the
*>    streak it carries is the run as it stood after that answer
    TallyRecord.
        IF PH-PuzzleID = SPACES
            MOVE PH-Streak TO CurStreakNow
            MOVE PH-Solved TO CurTotalSolved
        ELSE
            IF PH-Date(1:6) = MonthEntry
                ADD 1 TO CurTried
                IF PH-Result = "S"
                    ADD 1 TO CurSolved
                    IF PH-PuzzleID(1:1) NUMERIC
                        MOVE PH-PuzzleID(1:1) TO PuzzleGrade
                        ADD PuzzleGrade TO CurPoints
                    END-IF
                END-IF
                IF PH-Streak > CurBestRun
                    MOVE PH-Streak TO CurBestRun
                END-IF
            END-IF
        END-IF.

    FlushPlayer.
        IF CurPlayerID NOT = SPACES AND CurTried > 0
            ADD CurTried TO MonthTried
            ADD CurSolved TO MonthSolved
            MOVE CurPlayerID TO PR-PlayerID
            PERFORM CheckRetired
            EVALUATE TRUE
                WHEN PR-Active = "R"
                    ADD 1 TO RetiredSkipped
                WHEN SolverCount < 500
                    ADD 1 TO SolverCount
                    MOVE CurPlayerID TO ST-PlayerID(SolverCount)
                    MOVE CurTried TO ST-Tried(SolverCount)
                    MOVE CurSolved TO ST-Solved(SolverCount)
                    MOVE CurPoints TO ST-Points(SolverCount)
                    MOVE CurBestRun TO ST-BestRun(SolverCount)
                    MOVE CurStreakNow TO ST-StreakNow(SolverCount)
                    MOVE CurTotalSolved TO ST-TotalSolved(SolverCount)
                    COMPUTE ST-Pct(SolverCount) =
                        CurSolved * 100 / CurTried
                WHEN OTHER
                    MOVE "Y" TO Overflowed
            END-EVALUATE
        END-IF.

*>    straight exchange sort: most solved first, grade points and
*>    then solve rate breaking ties
    SortSolvers.
        IF SolverCount > 1
            MOVE "Y" TO SortSwapped
            PERFORM UNTIL SortSwapped = "N"
                MOVE "N" TO SortSwapped
                COMPUTE SortLimit = SolverCount - 1
                PERFORM VARYING SortIdx FROM 1 BY 1
                    UNTIL SortIdx > SortLimit
                    IF ST-Solved(SortIdx) < ST-Solved(SortIdx + 1)
                        OR (ST-Solved(SortIdx) = ST-Solved(SortIdx + 1)
                            AND ST-Points(SortIdx)
                                < ST-Points(SortIdx + 1))
                        OR (ST-Solved(SortIdx) = ST-Solved(SortIdx + 1)
                            AND ST-Points(SortIdx)
                                = ST-Points(SortIdx + 1)
                            AND ST-Pct(SortIdx) < ST-Pct(SortIdx + 1))
                        MOVE SolverEntry(SortIdx) TO SwapEntry
                        MOVE SolverEntry(SortIdx + 1)
                            TO SolverEntry(SortIdx)
                        MOVE SwapEntry TO SolverEntry(SortIdx + 1)
                        MOVE "Y" TO SortSwapped
                    END-IF
                END-PERFORM
            END-PERFORM
        END-IF.

    PrintLadder.
        DISPLAY " "
        DISPLAY "===== PUZZLE LADDER FOR " MonthEntry " ====="
        DISPLAY " "
        DISPLAY "RANK  PLAYER      SOLVED  TRIED  SOLVE PCT  POINTS  "
            "BEST RUN  STREAK NOW  ALL-TIME"
        MOVE 0 TO Rank
        PERFORM PrintLadderLine VARYING ST-Idx FROM 1 BY 1
            UNTIL ST-Idx > SolverCount
        IF Rank = 0
            DISPLAY "(NO PUZZLES WERE TRIED IN THE MONTH)"
        END-IF
        DISPLAY " "
        DISPLAY "PUZZLES TRIED IN THE MONTH .. " MonthTried
        DISPLAY "PUZZLES SOLVED IN THE MONTH . " MonthSolved
        DISPLAY "POINTS ARE THE GRADES OF THE PUZZLES SOLVED (1 EASY "
            "TO 4 EXPERT)"
        IF RetiredSkipped > 0
            DISPLAY " "
            DISPLAY "(" RetiredSkipped " RETIRED PLAYERS NOT LISTED)"
        END-IF
        IF Overflowed = "Y"
            DISPLAY " "
            DISPLAY "WARNING: MORE THAN 500 SOLVERS IN THE MONTH, "
                "LIST IS TRUNCATED"
        END-IF.

    PrintLadderLine.
        ADD 1 TO Rank
        MOVE ST-Pct(ST-Idx) TO PrintPct
        DISPLAY Rank "   " ST-PlayerID(ST-Idx) "  " ST-Solved(ST-Idx)
            "   " ST-Tried(ST-Idx) "    " PrintPct "%   "
            ST-Points(ST-Idx) "    " ST-BestRun(ST-Idx) "        "
            ST-StreakNow(ST-Idx) "      " ST-TotalSolved(ST-Idx).

*>    sets PR-Active to "R" only for an ID the register says is
*>    retired; anything else (including no register) lists the ID
    CheckRetired.
        MOVE SPACE TO PR-Active
        IF RegAvail = "Y"
            READ PLAYERREG
                INVALID KEY
                    MOVE SPACE TO PR-Active
            END-READ
        END-IF.
