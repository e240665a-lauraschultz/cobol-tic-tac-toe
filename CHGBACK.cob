       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHGBACK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GAMELOG ASSIGN TO "GAMELOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GL-Status.
    SELECT GAMEHDR ASSIGN TO "GAMEHDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GH-GameID
        FILE STATUS IS GH-Status.
    SELECT THINKLOG ASSIGN TO "THINKLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS TL-Status.
    SELECT SERIESLOG ASSIGN TO "SERIESLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SL-Status.
    SELECT COSTCTR ASSIGN TO "COSTCTR"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CC-Key
        FILE STATUS IS CC-Status.
    SELECT CHGJRNL ASSIGN TO "CHGJRNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS JR-Status.
DATA DIVISION.
FILE SECTION.
FD GAMELOG.
   01 GameLogRecord.
       02 GL-FinalBoard PIC X(9).
       02 GL-Winner PIC 9.
       02 GL-NumMoves PIC 9(2).
       02 GL-Date PIC 9(8).
       02 GL-Time PIC 9(8).
       02 GL-GameID PIC X(16).
       02 GL-WinLine PIC 9.
       02 GL-HumanPlayer PIC 9.
       02 GL-BoardSize PIC 9.
       02 GL-WinLength PIC 9.
       02 GL-ExtBoard PIC X(16).
       02 GL-EndReason PIC X.
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
FD THINKLOG.
   01 ThinkLogRecord.
       02 TL-MaxDepth PIC 9.
       02 TL-ElapsedTime PIC S9(8).
       02 TL-Date PIC 9(8).
       02 TL-Time PIC 9(8).
       02 TL-BoardSize PIC X.
       02 TL-DepthReached PIC 99.
       02 TL-Positions PIC 9(9).
FD SERIESLOG.
   01 SeriesLogRecord.
       02 SL-SeriesID PIC X(16).
       02 SL-RecType PIC X.
       02 SL-PlayerID PIC X(10).
       02 SL-Difficulty PIC 9.
       02 SL-SeriesLength PIC 9(2).
       02 SL-GamesPlayed PIC 9(2).
       02 SL-HumanWins PIC 9(2).
       02 SL-CompWins PIC 9(2).
       02 SL-Ties PIC 9(2).
       02 SL-Winner PIC X.
       02 SL-GameID PIC X(16).
       02 SL-GameNo PIC 9(2).
       02 SL-Date PIC 9(8).
*>    as CCADM maintains it
FD COSTCTR.
   01 CostCtrRecord.
       02 CC-Key.
           03 CC-Type PIC X.
           03 CC-ID PIC X(10).
       02 CC-Center PIC X(6).
       02 CC-Name PIC X(30).
       02 CC-ChgDate PIC 9(8).
       02 CC-ChgBy PIC X(10).
*>    the general ledger's feed, fixed 80-byte records: an "H" header
*>    naming the month, one "D" debit per department charged, one
*>    "C" credit to the operations center for the sum of the debits,
*>    and a "T" trailer carrying the debit total, the month's GAMELOG
*>    game count, the engine seconds and the D and C records written,
*>    which the ledger checks the load against.  Amounts in dollars
*>    and cents, games to the half game (a two-player game is split
*>    between the two players' centers)
FD CHGJRNL.
   01 ChgJrnlRecord.
       02 JR-RecType PIC X.
       02 JR-Period PIC 9(6).
       02 JR-Center PIC X(6).
       02 JR-Amount PIC 9(9)V99.
       02 JR-Games PIC 9(7)V9.
       02 JR-ThinkSecs PIC 9(9).
       02 JR-Count PIC 9(7).
       02 JR-Text PIC X(32).
WORKING-STORAGE SECTION.
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
       88 GL-EOF VALUE "10".
   01 GH-Status PIC XX.
       88 GH-OK VALUE "00".
   01 TL-Status PIC XX.
       88 TL-OK VALUE "00".
       88 TL-EOF VALUE "10".
   01 SL-Status PIC XX.
       88 SL-OK VALUE "00".
       88 SL-EOF VALUE "10".
   01 CC-Status PIC XX.
       88 CC-OK VALUE "00".
   01 JR-Status PIC XX.
       88 JR-OK VALUE "00".
   01 PeriodEntry PIC X(6).
   01 Period PIC 9(6).
   01 PeriodParts REDEFINES Period.
       02 PD-Year PIC 9(4).
       02 PD-Month PIC 99.
   01 TodayDate PIC 9(8).
   01 TodayParts REDEFINES TodayDate.
       02 TD-Year PIC 9(4).
       02 TD-Month PIC 99.
       02 TD-Day PIC 99.
   01 ParmRequest.
       02 PQ-Name PIC X(16).
       02 PQ-Default PIC 9(9).
       02 PQ-Low PIC 9(9).
       02 PQ-High PIC 9(9).
   01 ParmValue PIC 9(9).
   01 ParmSource PIC X.
*>    the rates, in cents: per game, and per second of engine think
*>    time; on SYSPARM as CHG-GAME-CENTS and CHG-THINK-CENTS
   01 GameRate PIC 9(5) VALUE 10.
   01 ThinkRate PIC 9(5) VALUE 2.
   01 CostCtrAvail PIC X VALUE "N".
*>    the center that carries whatever nobody else pays for, and
*>    that the journal credits: the "B" OPERATIONS record's, or OPS
   01 OpsCenter PIC X(6) VALUE "OPS".
*>    the month's tournament games, off TOURNMGR's series log, so
*>    they go to TOURNMGR's payer rather than to the entrant
   01 SeriesGames.
       02 SeriesGameID PIC X(16) OCCURS 5000 TIMES.
   01 SeriesCount PIC 9(4) VALUE 0.
   01 SeriesOverflow PIC 9(5) VALUE 0.
   01 SG-Idx PIC 9(4).
   01 SeriesFound PIC X.
*>    one row per cost center charged, kept in center order as rows
*>    are added; half-games, then the engine games per board size
*>    (3x3/4x4/5x5) the think time is shared out by, then the think
*>    time (hundredths of a second) and the charges worked out
   01 CenterTable.
       02 CenterEntry OCCURS 200 TIMES.
           03 CT-Center PIC X(6).
           03 CT-Name PIC X(30).
           03 CT-Halves PIC 9(7).
           03 CT-Engine PIC 9(7) OCCURS 3 TIMES.
           03 CT-Think PIC 9(11).
           03 CT-GameChg PIC 9(9)V99.
           03 CT-ThinkChg PIC 9(9)V99.
   01 CenterCount PIC 999 VALUE 0.
   01 CenterOverflow PIC 9(5) VALUE 0.
   01 CT-Idx PIC 999.
   01 CT-Move PIC 999.
   01 CenterFound PIC X.
*>    registered IDs with games but no cost center, for the report
   01 UnmappedTable.
       02 UnmappedEntry OCCURS 100 TIMES.
           03 UM-ID PIC X(10).
           03 UM-Halves PIC 9(7).
   01 UnmappedCount PIC 999 VALUE 0.
   01 UnmappedMore PIC 9(5) VALUE 0.
   01 UM-Idx PIC 999.
   01 UnmappedFound PIC X.
*>    the month's engine think time and engine games per board size
   01 SizeTotals.
       02 SizeTotal OCCURS 3 TIMES.
           03 SZ-Think PIC 9(11).
           03 SZ-Engine PIC 9(7).
           03 SZ-Shared PIC 9(11).
   01 SZ-Idx PIC 9.
   01 ThinkShare PIC 9(11).
   01 WantCenter PIC X(6).
   01 LookupType PIC X.
   01 LookupID PIC X(10).
   01 PayCenter PIC X(6).
   01 HalvesToAdd PIC 9.
   01 GameSize PIC 9.
   01 EngineGame PIC X.
   01 MonthGames PIC 9(7) VALUE 0.
   01 NoHeaderGames PIC 9(7) VALUE 0.
   01 ThinkRecords PIC 9(7) VALUE 0.
   01 NegativeTimes PIC 9(7) VALUE 0.
   01 TotalHalves PIC 9(8) VALUE 0.
   01 TotalThink PIC 9(11) VALUE 0.
   01 TotalGameChg PIC 9(9)V99 VALUE 0.
   01 TotalThinkChg PIC 9(9)V99 VALUE 0.
   01 DebitTotal PIC 9(9)V99 VALUE 0.
   01 DebitGames PIC 9(8) VALUE 0.
   01 DebitThink PIC 9(11) VALUE 0.
   01 JournalLines PIC 9(7) VALUE 0.
   01 CenterTotal PIC 9(9)V99.
   01 GamesOut PIC ZZZZZZ9.9.
   01 ThinkOut PIC ZZZZZZZZ9.
   01 MoneyOut PIC ZZZ,ZZZ,ZZ9.99.
   01 MoneyOut2 PIC ZZZ,ZZZ,ZZ9.99.
   01 MoneyOut3 PIC ZZZ,ZZZ,ZZ9.99.
   01 CountOut PIC ZZZZZZ9.
   01 CountOut2 PIC ZZZZZZZ9.
   01 ErrProgram PIC X(12) VALUE "CHGBACK".
   01 ErrFile PIC X(11).
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 ErrGameID PIC X(16) VALUE SPACES.

*>    the monthly chargeback.  Every game on GAMELOG in the month is
*>    charged to a cost center off the COSTCTR master: a game played
*>    against the engine to the player's department, a two-player
*>    game half to each player's, and the batch producers' games --
*>    SELFPLAY's benchmarks, TOURNMGR's series, GAMEIMPT's imports --
*>    to whoever the master says pays for that producer.  Games are
*>    charged as played, disputed or not: the service was used
*>    either way, and it keeps the total equal to the GAMELOG count.
*>    THINKLOG carries no game ID, so each board size's engine think
*>    time for the month is shared out among the centers in
*>    proportion to their engine games on that size; what doesn't
*>    divide evenly, or has no engine games to go with, stays with
*>    operations.  A player or producer with no cost center is
*>    charged to operations and listed (RC 4) so the master can be
*>    put right before the ledger closes; a journal that doesn't
*>    balance back to the month's GAMELOG count is RC 8
PROCEDURE DIVISION.
    DISPLAY "Chargeback month (YYYYMM, blank for last month): "
        WITH NO ADVANCING
    ACCEPT PeriodEntry
    ACCEPT TodayDate FROM DATE YYYYMMDD
    EVALUATE TRUE
        WHEN PeriodEntry = SPACES
            MOVE TD-Year TO PD-Year
            MOVE TD-Month TO PD-Month
            IF PD-Month = 1
                MOVE 12 TO PD-Month
                SUBTRACT 1 FROM PD-Year
            ELSE
                SUBTRACT 1 FROM PD-Month
            END-IF
        WHEN PeriodEntry IS NUMERIC
            MOVE PeriodEntry TO Period
            IF PD-Month < 1 OR PD-Month > 12
                DISPLAY "CHGBACK: " PeriodEntry " IS NOT A YYYYMM MONTH"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN OTHER
            DISPLAY "CHGBACK: " PeriodEntry " IS NOT A YYYYMM MONTH"
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM LoadRates
    PERFORM VARYING SZ-Idx FROM 1 BY 1 UNTIL SZ-Idx > 3
        MOVE 0 TO SZ-Think(SZ-Idx) SZ-Engine(SZ-Idx) SZ-Shared(SZ-Idx)
    END-PERFORM
    PERFORM OpenCostCtr
    MOVE OpsCenter TO WantCenter
    PERFORM FindCenterRow
    PERFORM LoadSeriesGames
    PERFORM ChargeGames
    PERFORM TallyThinkTime
    PERFORM ShareThinkTime
    IF CostCtrAvail = "Y"
        CLOSE COSTCTR
    END-IF
    PERFORM PriceCenters
    PERFORM PrintReport
    PERFORM WriteJournal
    PERFORM CheckBalance
    STOP RUN.

    LoadRates.
        MOVE "CHG-GAME-CENTS" TO PQ-Name
        MOVE GameRate TO PQ-Default
        MOVE 0 TO PQ-Low
        MOVE 99999 TO PQ-High
        CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
        MOVE ParmValue TO GameRate
        IF ParmSource = "R"
            DISPLAY "CHGBACK: CHG-GAME-CENTS ON FILE IS OUTSIDE "
                "0-99999, USING " GameRate
        END-IF
        MOVE "CHG-THINK-CENTS" TO PQ-Name
        MOVE ThinkRate TO PQ-Default
        CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
        MOVE ParmValue TO ThinkRate
        IF ParmSource = "R"
            DISPLAY "CHGBACK: CHG-THINK-CENTS ON FILE IS OUTSIDE "
                "0-99999, USING " ThinkRate
        END-IF.

*>    no master yet is not an error -- everything simply stays with
*>    operations -- but it is worth a warning on the report
    OpenCostCtr.
        OPEN INPUT COSTCTR
        IF CC-OK
            MOVE "Y" TO CostCtrAvail
            MOVE "B" TO CC-Type
            MOVE "OPERATIONS" TO CC-ID
            READ COSTCTR
                INVALID KEY CONTINUE
            END-READ
            IF CC-OK
                MOVE CC-Center TO OpsCenter
            END-IF
        ELSE
            DISPLAY "CHGBACK: NO COST-CENTER MASTER, STATUS " CC-Status
                " -- EVERYTHING IS CHARGED TO OPERATIONS"
            MOVE 4 TO RETURN-CODE
        END-IF.

    LoadSeriesGames.
        OPEN INPUT SERIESLOG
        IF SL-OK
            PERFORM ReadSeriesLog
            PERFORM NoteSeriesGame UNTIL SL-EOF
            CLOSE SERIESLOG
        END-IF.

    ReadSeriesLog.
        READ SERIESLOG
            AT END SET SL-EOF TO TRUE
        END-READ.

    NoteSeriesGame.
        IF SL-RecType = "G" AND SL-Date(1:6) = Period
            IF SeriesCount < 5000
                ADD 1 TO SeriesCount
                MOVE SL-GameID TO SeriesGameID(SeriesCount)
            ELSE
                ADD 1 TO SeriesOverflow
            END-IF
        END-IF
        PERFORM ReadSeriesLog.

*>    ---------- GAMES ----------

    ChargeGames.
        OPEN INPUT GAMELOG
        IF NOT GL-OK
            DISPLAY "CHGBACK: UNABLE TO OPEN GAMELOG, STATUS " GL-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT GAMEHDR
        IF NOT GH-OK
            DISPLAY "CHGBACK: UNABLE TO OPEN GAMEHDR, STATUS " GH-Status
            MOVE "GAMEHDR" TO ErrFile
            MOVE "OPEN" TO ErrOperation
            MOVE GH-Status TO ErrFileStatus
            CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                ErrFileStatus, ErrGameID
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM ReadGameLog
        PERFORM ChargeOneGame UNTIL GL-EOF
        CLOSE GAMELOG GAMEHDR.

    ReadGameLog.
        READ GAMELOG
            AT END SET GL-EOF TO TRUE
        END-READ.

    ChargeOneGame.
        IF GL-Date(1:6) = Period
            ADD 1 TO MonthGames
            PERFORM AttributeGame
        END-IF
        PERFORM ReadGameLog.

*>    the header says who played; a game with no header can't be put
*>    to anyone and stays with operations
    AttributeGame.
        IF GL-BoardSize = 4 OR GL-BoardSize = 5
            MOVE GL-BoardSize TO GameSize
        ELSE
            MOVE 3 TO GameSize
        END-IF
        MOVE GL-GameID TO GH-GameID
        READ GAMEHDR
            INVALID KEY CONTINUE
        END-READ
        IF NOT GH-OK
            ADD 1 TO NoHeaderGames
            MOVE OpsCenter TO PayCenter
            MOVE 2 TO HalvesToAdd
            MOVE "N" TO EngineGame
            PERFORM ChargeCenter
        ELSE
            MOVE "Y" TO EngineGame
            MOVE 2 TO HalvesToAdd
            MOVE "B" TO LookupType
            PERFORM CheckSeriesGame
            EVALUATE TRUE
                WHEN GH-GameMode = 3
                    MOVE "SELFPLAY" TO LookupID
                WHEN GH-Origin NOT = SPACES
                    MOVE "GAMEIMPT" TO LookupID
                WHEN SeriesFound = "Y"
                    MOVE "TOURNMGR" TO LookupID
                WHEN GH-GameMode = 2
                    MOVE "N" TO EngineGame
                    MOVE 1 TO HalvesToAdd
                    MOVE "P" TO LookupType
                    MOVE GH-Player1ID TO LookupID
                WHEN GH-Player1ID = "COMPUTER" OR GH-Player1ID = SPACES
                    MOVE "P" TO LookupType
                    MOVE GH-Player2ID TO LookupID
                WHEN OTHER
                    MOVE "P" TO LookupType
                    MOVE GH-Player1ID TO LookupID
            END-EVALUATE
            PERFORM FindPayer
            PERFORM ChargeCenter
            IF GH-GameMode = 2 AND GH-Origin = SPACES
                AND SeriesFound = "N"
                MOVE GH-Player2ID TO LookupID
                PERFORM FindPayer
                PERFORM ChargeCenter
            END-IF
        END-IF.

    CheckSeriesGame.
        MOVE "N" TO SeriesFound
        PERFORM VARYING SG-Idx FROM 1 BY 1
            UNTIL SG-Idx > SeriesCount OR SeriesFound = "Y"
            IF SeriesGameID(SG-Idx) = GL-GameID
                MOVE "Y" TO SeriesFound
            END-IF
        END-PERFORM.

*>    the cost center on the master for LookupType/LookupID, or
*>    operations (noted for the report) when there is none
    FindPayer.
        MOVE OpsCenter TO PayCenter
        MOVE "N" TO CenterFound
        IF CostCtrAvail = "Y"
            MOVE LookupType TO CC-Type
            MOVE LookupID TO CC-ID
            READ COSTCTR
                INVALID KEY CONTINUE
            END-READ
            IF CC-OK
                MOVE CC-Center TO PayCenter
                MOVE "Y" TO CenterFound
            END-IF
        END-IF
        IF CenterFound = "N"
            PERFORM NoteUnmapped
        END-IF.

    NoteUnmapped.
        MOVE "N" TO UnmappedFound
        PERFORM VARYING UM-Idx FROM 1 BY 1
            UNTIL UM-Idx > UnmappedCount OR UnmappedFound = "Y"
            IF UM-ID(UM-Idx) = LookupID
                MOVE "Y" TO UnmappedFound
                ADD HalvesToAdd TO UM-Halves(UM-Idx)
            END-IF
        END-PERFORM
        IF UnmappedFound = "N"
            IF UnmappedCount < 100
                ADD 1 TO UnmappedCount
                MOVE LookupID TO UM-ID(UnmappedCount)
                MOVE HalvesToAdd TO UM-Halves(UnmappedCount)
            ELSE
                ADD 1 TO UnmappedMore
            END-IF
        END-IF.

    ChargeCenter.
        MOVE PayCenter TO WantCenter
        PERFORM FindCenterRow
        ADD HalvesToAdd TO CT-Halves(CT-Idx)
        ADD HalvesToAdd TO TotalHalves
        IF EngineGame = "Y"
            ADD 1 TO CT-Engine(CT-Idx, GameSize - 2)
            ADD 1 TO SZ-Engine(GameSize - 2)
        END-IF.

*>    the row for WantCenter, added in center order if it isn't in
*>    the table yet; a full table puts the charge on operations,
*>    whose row is the first one made and is always there
    FindCenterRow.
        MOVE "N" TO CenterFound
        PERFORM VARYING CT-Idx FROM 1 BY 1
            UNTIL CT-Idx > CenterCount OR CenterFound NOT = "N"
            EVALUATE TRUE
                WHEN CT-Center(CT-Idx) = WantCenter
                    MOVE "Y" TO CenterFound
                WHEN CT-Center(CT-Idx) > WantCenter
                    MOVE "P" TO CenterFound
            END-EVALUATE
        END-PERFORM
        IF CenterFound NOT = "N"
            SUBTRACT 1 FROM CT-Idx
        END-IF
        IF CenterFound NOT = "Y"
            IF CenterCount < 200
                PERFORM InsertCenterRow
            ELSE
                ADD 1 TO CenterOverflow
                PERFORM VARYING CT-Idx FROM 1 BY 1
                    UNTIL CT-Center(CT-Idx) = OpsCenter
                    CONTINUE
                END-PERFORM
            END-IF
        END-IF.

    InsertCenterRow.
        PERFORM VARYING CT-Move FROM CenterCount BY -1
            UNTIL CT-Move < CT-Idx
            MOVE CenterEntry(CT-Move) TO CenterEntry(CT-Move + 1)
        END-PERFORM
        ADD 1 TO CenterCount
        MOVE WantCenter TO CT-Center(CT-Idx)
        MOVE 0 TO CT-Halves(CT-Idx)
        MOVE 0 TO CT-Engine(CT-Idx, 1)
        MOVE 0 TO CT-Engine(CT-Idx, 2)
        MOVE 0 TO CT-Engine(CT-Idx, 3)
        MOVE 0 TO CT-Think(CT-Idx)
        MOVE 0 TO CT-GameChg(CT-Idx)
        MOVE 0 TO CT-ThinkChg(CT-Idx)
        MOVE SPACES TO CT-Name(CT-Idx)
        IF CostCtrAvail = "Y"
            MOVE "C" TO CC-Type
            MOVE WantCenter TO CC-ID
            READ COSTCTR
                INVALID KEY CONTINUE
            END-READ
            IF CC-OK
                MOVE CC-Name TO CT-Name(CT-Idx)
            END-IF
        END-IF
        IF CT-Name(CT-Idx) = SPACES AND WantCenter = OpsCenter
            MOVE "OPERATIONS" TO CT-Name(CT-Idx)
        END-IF.

*>    ---------- ENGINE THINK TIME ----------

*>    elapsed times are hundredths of a second as LogThinkTime
*>    records them; the negative ones from moves that straddled a
*>    minute are left out, as THINKRPT leaves them out
    TallyThinkTime.
        OPEN INPUT THINKLOG
        IF NOT TL-OK
            DISPLAY "CHGBACK: UNABLE TO OPEN THINKLOG, STATUS " TL-Status
                " -- NO THINK TIME CHARGED"
            MOVE 4 TO RETURN-CODE
        ELSE
            PERFORM ReadThinkLog
            PERFORM TallyOneThink UNTIL TL-EOF
            CLOSE THINKLOG
        END-IF.

    ReadThinkLog.
        READ THINKLOG
            AT END SET TL-EOF TO TRUE
        END-READ.

    TallyOneThink.
        IF TL-Date(1:6) = Period
            ADD 1 TO ThinkRecords
            IF TL-ElapsedTime < 0
                ADD 1 TO NegativeTimes
            ELSE
                IF TL-BoardSize = "4" OR TL-BoardSize = "5"
                    MOVE TL-BoardSize TO GameSize
                ELSE
                    MOVE 3 TO GameSize
                END-IF
                ADD TL-ElapsedTime TO SZ-Think(GameSize - 2)
                ADD TL-ElapsedTime TO TotalThink
            END-IF
        END-IF
        PERFORM ReadThinkLog.

    ShareThinkTime.
        PERFORM VARYING SZ-Idx FROM 1 BY 1 UNTIL SZ-Idx > 3
            MOVE 0 TO SZ-Shared(SZ-Idx)
            IF SZ-Engine(SZ-Idx) > 0
                PERFORM ShareOneSize VARYING CT-Idx FROM 1 BY 1
                    UNTIL CT-Idx > CenterCount
            END-IF
        END-PERFORM
        MOVE OpsCenter TO WantCenter
        PERFORM FindCenterRow
        PERFORM VARYING SZ-Idx FROM 1 BY 1 UNTIL SZ-Idx > 3
            COMPUTE CT-Think(CT-Idx) = CT-Think(CT-Idx)
                + SZ-Think(SZ-Idx) - SZ-Shared(SZ-Idx)
        END-PERFORM.

*>    operations takes the remainder after everyone else's share
    ShareOneSize.
        IF CT-Center(CT-Idx) NOT = OpsCenter
            AND CT-Engine(CT-Idx, SZ-Idx) > 0
            COMPUTE ThinkShare = SZ-Think(SZ-Idx)
                * CT-Engine(CT-Idx, SZ-Idx) / SZ-Engine(SZ-Idx)
            ADD ThinkShare TO CT-Think(CT-Idx)
            ADD ThinkShare TO SZ-Shared(SZ-Idx)
        END-IF.

    PriceCenters.
        PERFORM VARYING CT-Idx FROM 1 BY 1 UNTIL CT-Idx > CenterCount
            COMPUTE CT-GameChg(CT-Idx) ROUNDED =
                CT-Halves(CT-Idx) * GameRate / 200
            COMPUTE CT-ThinkChg(CT-Idx) ROUNDED =
                CT-Think(CT-Idx) * ThinkRate / 10000
            ADD CT-GameChg(CT-Idx) TO TotalGameChg
            ADD CT-ThinkChg(CT-Idx) TO TotalThinkChg
        END-PERFORM.

*>    ---------- REPORT ----------

    PrintReport.
        DISPLAY " "
        DISPLAY "===== GAME AND ENGINE CHARGEBACK FOR " Period " ====="
        DISPLAY " "
        DISPLAY "RATES: " GameRate " CENTS PER GAME, " ThinkRate
            " CENTS PER ENGINE SECOND"
        DISPLAY " "
        DISPLAY "CENTER NAME                               GAMES"
            " THINK SECS    GAME CHARGE   THINK CHARGE"
            "          TOTAL"
        PERFORM PrintCenterLine VARYING CT-Idx FROM 1 BY 1
            UNTIL CT-Idx > CenterCount
        COMPUTE GamesOut = TotalHalves / 2
        COMPUTE ThinkOut = TotalThink / 100
        MOVE TotalGameChg TO MoneyOut
        MOVE TotalThinkChg TO MoneyOut2
        COMPUTE MoneyOut3 = TotalGameChg + TotalThinkChg
        DISPLAY "TOTAL                                 " GamesOut " "
            ThinkOut " " MoneyOut " " MoneyOut2 " " MoneyOut3
        DISPLAY " "
        DISPLAY "OPERATIONS CENTER: " OpsCenter
        DISPLAY "(NOT JOURNALED ITSELF; CREDITED WITH THE OTHERS' CHARGES)"
        IF UnmappedCount > 0
            DISPLAY " "
            DISPLAY "PLAYERS AND PRODUCERS WITH NO COST CENTER -- "
                "CHARGED TO OPERATIONS:"
            PERFORM PrintUnmapped VARYING UM-Idx FROM 1 BY 1
                UNTIL UM-Idx > UnmappedCount
            IF UnmappedMore > 0
                DISPLAY "  AND " UnmappedMore " MORE"
            END-IF
            MOVE 4 TO RETURN-CODE
        END-IF
        DISPLAY " "
        MOVE MonthGames TO CountOut
        DISPLAY "GAMES ON GAMELOG IN THE MONTH ..... " CountOut
        IF NoHeaderGames > 0
            MOVE NoHeaderGames TO CountOut
            DISPLAY "  OF WHICH WITHOUT A HEADER ....... " CountOut
                " (OPERATIONS)"
        END-IF
        MOVE ThinkRecords TO CountOut
        DISPLAY "ENGINE MOVES ON THINKLOG .......... " CountOut
        IF NegativeTimes > 0
            MOVE NegativeTimes TO CountOut
            DISPLAY "  NEGATIVE TIMES LEFT OUT ......... " CountOut
        END-IF
        IF SeriesOverflow > 0 OR CenterOverflow > 0
            DISPLAY "WARNING: TABLE LIMITS EXCEEDED -- " SeriesOverflow
                " SERIES GAMES NOT TOLD APART, " CenterOverflow
                " CHARGES PUT ON OPERATIONS"
            MOVE 4 TO RETURN-CODE
        END-IF.

    PrintCenterLine.
        COMPUTE GamesOut = CT-Halves(CT-Idx) / 2
        COMPUTE ThinkOut = CT-Think(CT-Idx) / 100
        MOVE CT-GameChg(CT-Idx) TO MoneyOut
        MOVE CT-ThinkChg(CT-Idx) TO MoneyOut2
        COMPUTE MoneyOut3 = CT-GameChg(CT-Idx) + CT-ThinkChg(CT-Idx)
        DISPLAY CT-Center(CT-Idx) " " CT-Name(CT-Idx) " " GamesOut " "
            ThinkOut " " MoneyOut " " MoneyOut2 " " MoneyOut3.

    PrintUnmapped.
        COMPUTE GamesOut = UM-Halves(UM-Idx) / 2
        DISPLAY "  " UM-ID(UM-Idx) " " GamesOut " GAMES".

*>    ---------- JOURNAL ----------

    WriteJournal.
        OPEN OUTPUT CHGJRNL
        IF NOT JR-OK
            DISPLAY "CHGBACK: UNABLE TO OPEN CHGJRNL, STATUS " JR-Status
            MOVE "CHGJRNL" TO ErrFile
            MOVE "OPEN" TO ErrOperation
            MOVE JR-Status TO ErrFileStatus
            CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                ErrFileStatus, ErrGameID
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO ChgJrnlRecord
        MOVE "H" TO JR-RecType
        MOVE Period TO JR-Period
        MOVE 0 TO JR-Amount JR-Games JR-ThinkSecs JR-Count
        STRING "TICTACTOE CHARGEBACK " TodayDate DELIMITED BY SIZE
            INTO JR-Text
        PERFORM PutJournal
        PERFORM JournalDebit VARYING CT-Idx FROM 1 BY 1
            UNTIL CT-Idx > CenterCount
        MOVE SPACES TO ChgJrnlRecord
        MOVE "C" TO JR-RecType
        MOVE Period TO JR-Period
        MOVE OpsCenter TO JR-Center
        MOVE DebitTotal TO JR-Amount
        COMPUTE JR-Games = DebitGames / 2
        COMPUTE JR-ThinkSecs = DebitThink / 100
        MOVE 0 TO JR-Count
        MOVE "GAME SERVICE RECOVERED" TO JR-Text
        PERFORM PutJournal
        ADD 1 TO JournalLines
        MOVE SPACES TO ChgJrnlRecord
        MOVE "T" TO JR-RecType
        MOVE Period TO JR-Period
        MOVE DebitTotal TO JR-Amount
        MOVE MonthGames TO JR-Games
        COMPUTE JR-ThinkSecs = TotalThink / 100
        MOVE JournalLines TO JR-Count
        PERFORM PutJournal
        CLOSE CHGJRNL.

*>    operations isn't charged itself; it takes the credit
    JournalDebit.
        COMPUTE CenterTotal = CT-GameChg(CT-Idx) + CT-ThinkChg(CT-Idx)
        IF CT-Center(CT-Idx) NOT = OpsCenter
            AND (CenterTotal > 0 OR CT-Halves(CT-Idx) > 0)
            MOVE SPACES TO ChgJrnlRecord
            MOVE "D" TO JR-RecType
            MOVE Period TO JR-Period
            MOVE CT-Center(CT-Idx) TO JR-Center
            MOVE CenterTotal TO JR-Amount
            COMPUTE JR-Games = CT-Halves(CT-Idx) / 2
            COMPUTE JR-ThinkSecs = CT-Think(CT-Idx) / 100
            MOVE 0 TO JR-Count
            MOVE CT-Name(CT-Idx) TO JR-Text
            PERFORM PutJournal
            ADD 1 TO JournalLines
            ADD CenterTotal TO DebitTotal
            ADD CT-Halves(CT-Idx) TO DebitGames
            ADD CT-Think(CT-Idx) TO DebitThink
        END-IF.

    PutJournal.
        WRITE ChgJrnlRecord
        IF NOT JR-OK
            DISPLAY "CHGBACK: CHGJRNL WRITE FAILED, STATUS " JR-Status
            MOVE "CHGJRNL" TO ErrFile
            MOVE "WRITE" TO ErrOperation
            MOVE JR-Status TO ErrFileStatus
            CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                ErrFileStatus, ErrGameID
            CLOSE CHGJRNL
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

*>    every game charged once, whole or as two halves, so the half
*>    games on the report must come to twice the GAMELOG count
    CheckBalance.
        DISPLAY " "
        MOVE JournalLines TO CountOut
        DISPLAY "JOURNAL DEBIT AND CREDIT LINES .... " CountOut
        MOVE DebitTotal TO MoneyOut
        DISPLAY "JOURNAL TOTAL CHARGED ............. " MoneyOut
        IF TotalHalves = MonthGames * 2
            DISPLAY "GAMES CHARGED BALANCE TO GAMELOG"
        ELSE
            COMPUTE GamesOut = TotalHalves / 2
            MOVE MonthGames TO CountOut2
            DISPLAY "CHGBACK: OUT OF BALANCE -- " GamesOut
                " GAMES CHARGED AGAINST " CountOut2 " ON GAMELOG"
            MOVE 8 TO RETURN-CODE
        END-IF.
