       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RUNTREND.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUNLOG ASSIGN TO "RUNLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RL-Status.
    SELECT BATCAL ASSIGN TO "BATCAL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS BC-Status.
DATA DIVISION.
FILE SECTION.
*>    NIGHTRUN's ledger: "B" when a run opens, "S" when a step starts,
*>    "E" when it completes; the time is HHMMSS and hundredths.  A "B"
*>    carries the business date of its night in place of a step name
FD RUNLOG.
   01 RunLogRecord.
       02 RL-Date PIC 9(8).
       02 RL-Time.
           03 RL-HH PIC 99.
           03 RL-MM PIC 99.
           03 RL-SS PIC 99.
           03 RL-CC PIC 99.
       02 RL-RecType PIC X.
       02 RL-StepName PIC X(8).
       02 RL-BusDate REDEFINES RL-StepName PIC X(8).
       02 RL-RC PIC 9(2).
*>    QUIESCAL's drain-window calendar (DAILY, DATE and SKIP cards)
FD BATCAL.
   01 BatCalCard PIC X(40).
WORKING-STORAGE SECTION.
   01 RL-Status PIC XX.
       88 RL-OK VALUE "00".
       88 RL-EOF VALUE "10".
   01 BC-Status PIC XX.
       88 BC-OK VALUE "00".
       88 BC-EOF VALUE "10".
   01 NightsEntry PIC X(2).
   01 SpanEntry PIC X(2).
   01 NightsWanted PIC 99.
   01 AvgSpan PIC 99.
*>    the target end time (HHMM) the operators have set for a step,
*>    one card each: step name in columns 1-8, time in 10-13
   01 TargetCard.
       02 TC-StepName PIC X(8).
       02 FILLER PIC X.
       02 TC-Target PIC X(4).
       02 FILLER PIC X(67).
   01 TargetTable.
       02 TargetEnt OCCURS 40 TIMES.
           03 TG-StepName PIC X(8).
           03 TG-Target PIC 9(4).
   01 TargetCount PIC 99 VALUE 0.
   01 TG-Idx PIC 99.
*>    the calendar as read: the everyday window and the dated rules
   01 Tok1 PIC X(10).
   01 Tok2 PIC X(10).
   01 Tok3 PIC X(10).
   01 Tok4 PIC X(10).
   01 CalendarSeen PIC X VALUE "N".
   01 DailyOn PIC X VALUE "N".
   01 DailyStart PIC 9(6) VALUE 0.
   01 DailyEnd PIC 9(6) VALUE 0.
   01 DateRules.
       02 DateRule OCCURS 200 TIMES.
           03 DR-Date PIC 9(8).
           03 DR-On PIC X.
           03 DR-Start PIC 9(6).
           03 DR-End PIC 9(6).
   01 DateRuleCount PIC 999 VALUE 0.
   01 DR-Idx PIC 999.
*>    every step name the ledger has seen, in first-seen order (the
*>    stream's own order), with its target when one was given
   01 StepNames.
       02 StepName OCCURS 40 TIMES.
           03 SN-Name PIC X(8).
           03 SN-Target PIC 9(4).
           03 SN-HasTarget PIC X.
   01 StepNameCount PIC 99 VALUE 0.
   01 SN-Idx PIC 99.
*>    the nights on file, newest last, the oldest falling off the
*>    front once the table is full.  Times are held as seconds from
*>    an arbitrary day zero so a step that runs over midnight still
*>    subtracts cleanly
   01 NightTable.
       02 NightEnt OCCURS 90 TIMES.
           03 NT-Date PIC 9(8).
           03 NT-Start PIC 9(12).
           03 NT-End PIC 9(12).
           03 NT-Step OCCURS 40 TIMES.
               04 NS-Start PIC 9(12).
               04 NS-Dur PIC 9(7).
               04 NS-End PIC 9(12).
               04 NS-Done PIC X.
   01 NightCount PIC 99 VALUE 0.
   01 NT-Idx PIC 99.
   01 NT-First PIC 99.
   01 NT-From PIC 99.
   01 NT-Shift PIC 99.
   01 RecInstant PIC 9(12).
   01 DayNumber PIC 9(7).
   01 NightDate PIC 9(8).
*>    the window and targets worked out for one night
   01 WindowOn PIC X.
   01 WindowStart PIC 9(6).
   01 WindowEnd PIC 9(6).
   01 WindowEndParts REDEFINES WindowEnd.
       02 WE-HH PIC 99.
       02 WE-MM PIC 99.
       02 WE-SS PIC 99.
   01 WindowEndAt PIC 9(12).
   01 TargetAt PIC 9(12).
   01 TargetHHMM PIC 9(4).
   01 TargetParts REDEFINES TargetHHMM.
       02 TH-HH PIC 99.
       02 TH-MM PIC 99.
   01 TargetKnown PIC X.
*>    a rise is flagged when the fitted line over the nights shown
*>    climbs by at least RisePct of the step's average and at least
*>    RiseFloor seconds, over at least MinTrendNights nights -- so a
*>    few seconds' wobble on a short step is not called a trend
   01 RisePct PIC 99 VALUE 10.
   01 RiseFloor PIC 9(4) VALUE 60.
   01 MinTrendNights PIC 99 VALUE 5.
   01 FitN PIC 99.
   01 FitSumX PIC 9(7).
   01 FitSumY PIC 9(11).
   01 FitSumXY PIC 9(13).
   01 FitSumXX PIC 9(9).
   01 FitSlope PIC S9(9)V9(4).
   01 FitRise PIC S9(9).
   01 FitMean PIC 9(9).
   01 AvgSum PIC 9(11).
   01 AvgCount PIC 99.
   01 AvgSecs PIC 9(7).
   01 WorstSecs PIC 9(7).
   01 WorstDate PIC 9(8).
   01 LateNights PIC 99.
   01 OverranNights PIC 99 VALUE 0.
   01 RisingSteps PIC 99 VALUE 0.
   01 LateSteps PIC 99 VALUE 0.
   01 NightFlag PIC X(24).
*>    a duration or time of day laid out as HH:MM:SS
   01 ClockSecs PIC 9(7).
   01 ClockHours PIC 9(3).
   01 ClockRest PIC 9(5).
   01 ClockText.
       02 CK-HH PIC 99.
       02 FILLER PIC X VALUE ":".
       02 CK-MM PIC 99.
       02 FILLER PIC X VALUE ":".
       02 CK-SS PIC 99.
   01 DurText PIC X(8).
   01 AvgText PIC X(8).
   01 EndText PIC X(8).
   01 StartText PIC X(8).
   01 WinText PIC X(8).
   01 RiseText PIC X(8).
   01 TargetDisp PIC 9(4).

*>    the batch-window trend off the RUNLOG ledger, across many
*>    nights: each step's elapsed time from its S record to its E
*>    record night by night, the moving average over the chosen span,
*>    its worst night, and the time it ended against the target end
*>    time the operators set for it; then the whole stream's
*>    start-to-finish time each night against the window BATCAL gave
*>    that night, so QUIESCAL's morning release is not the first to
*>    know the stream ran long.  A step whose duration is climbing
*>    steadily, a step that ended after its target on the latest
*>    night, and any night that overran its window are flagged and
*>    give RC 4.  A night is the window's date: a run opened before
*>    noon belongs to the window that began the evening before
PROCEDURE DIVISION.
    DISPLAY "Nights to report (1 to 90, blank for 28): "
        WITH NO ADVANCING
    ACCEPT NightsEntry
    DISPLAY "Moving-average span in nights (1 to 30, blank for 7): "
        WITH NO ADVANCING
    ACCEPT SpanEntry
    IF NightsEntry = SPACES
        MOVE 28 TO NightsWanted
    ELSE
        MOVE FUNCTION NUMVAL(NightsEntry) TO NightsWanted
    END-IF
    IF SpanEntry = SPACES
        MOVE 7 TO AvgSpan
    ELSE
        MOVE FUNCTION NUMVAL(SpanEntry) TO AvgSpan
    END-IF
    IF NightsWanted < 1 OR NightsWanted > 90
        OR AvgSpan < 1 OR AvgSpan > 30
        DISPLAY "RUNTREND: NIGHTS MUST BE 1-90 AND THE SPAN 1-30"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM AcceptTargets
    PERFORM ReadCalendar
    PERFORM LoadLedger
    IF NightCount = 0
        DISPLAY "RUNTREND: NO RUN HAS EVER BEEN OPENED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ApplyTargets
    IF NightsWanted > NightCount
        MOVE NightCount TO NightsWanted
    END-IF
    COMPUTE NT-First = NightCount - NightsWanted + 1
    DISPLAY " "
    DISPLAY "===== BATCH WINDOW TREND, " NightsWanted " NIGHTS "
        NT-Date(NT-First) " TO " NT-Date(NightCount) " ====="
    PERFORM PrintStepTrend VARYING SN-Idx FROM 1 BY 1
        UNTIL SN-Idx > StepNameCount
    PERFORM PrintStreamTrend
    DISPLAY " "
    DISPLAY "STEPS RISING ............ " RisingSteps
    DISPLAY "STEPS LATE LAST NIGHT ... " LateSteps
    DISPLAY "NIGHTS OVER THE WINDOW .. " OverranNights
    IF RisingSteps > 0 OR LateSteps > 0 OR OverranNights > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

    AcceptTargets.
        MOVE SPACES TO TargetCard
        ACCEPT TargetCard
        PERFORM UNTIL TargetCard = SPACES
            MOVE FUNCTION UPPER-CASE(TC-StepName) TO TC-StepName
            IF TC-Target NOT NUMERIC OR TC-Target(1:2) > "23"
                    OR TC-Target(3:2) > "59"
                DISPLAY "RUNTREND: TARGET FOR " TC-StepName
                    " MUST BE HHMM, IGNORED"
            ELSE
                IF TargetCount < 40
                    ADD 1 TO TargetCount
                    MOVE TC-StepName TO TG-StepName(TargetCount)
                    MOVE TC-Target TO TG-Target(TargetCount)
                END-IF
            END-IF
            MOVE SPACES TO TargetCard
            ACCEPT TargetCard
        END-PERFORM.

*>    no calendar means no window to judge the nights by; the step
*>    trend is printed all the same
    ReadCalendar.
        OPEN INPUT BATCAL
        IF BC-OK
            MOVE "Y" TO CalendarSeen
            PERFORM ReadCard
            PERFORM FoldCard UNTIL NOT BC-OK
            CLOSE BATCAL
        ELSE
            DISPLAY "RUNTREND: NO BATCAL ON FILE, STATUS " BC-Status
                " -- NIGHTS NOT CHECKED AGAINST A WINDOW"
        END-IF.

    ReadCard.
        READ BATCAL
            AT END SET BC-EOF TO TRUE
        END-READ.

    FoldCard.
        MOVE SPACES TO Tok1 Tok2 Tok3 Tok4
        UNSTRING BatCalCard DELIMITED BY ALL " "
            INTO Tok1 Tok2 Tok3 Tok4
        EVALUATE Tok1
            WHEN "DAILY"
                IF Tok2(1:6) NUMERIC AND Tok3(1:6) NUMERIC
                    MOVE "Y" TO DailyOn
                    MOVE Tok2(1:6) TO DailyStart
                    MOVE Tok3(1:6) TO DailyEnd
                END-IF
            WHEN "DATE"
                IF Tok2(1:8) NUMERIC AND Tok3(1:6) NUMERIC
                    AND Tok4(1:6) NUMERIC AND DateRuleCount < 200
                    ADD 1 TO DateRuleCount
                    MOVE Tok2(1:8) TO DR-Date(DateRuleCount)
                    MOVE "Y" TO DR-On(DateRuleCount)
                    MOVE Tok3(1:6) TO DR-Start(DateRuleCount)
                    MOVE Tok4(1:6) TO DR-End(DateRuleCount)
                END-IF
            WHEN "SKIP"
                IF Tok2(1:8) NUMERIC AND DateRuleCount < 200
                    ADD 1 TO DateRuleCount
                    MOVE Tok2(1:8) TO DR-Date(DateRuleCount)
                    MOVE "N" TO DR-On(DateRuleCount)
                    MOVE 0 TO DR-Start(DateRuleCount)
                    MOVE 0 TO DR-End(DateRuleCount)
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        PERFORM ReadCard.

    LoadLedger.
        OPEN INPUT RUNLOG
        IF NOT RL-OK
            DISPLAY "RUNTREND: NO RUNLOG ON FILE, STATUS " RL-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM ReadLedger
        PERFORM FoldLedgerRecord UNTIL NOT RL-OK
        CLOSE RUNLOG.

    ReadLedger.
        READ RUNLOG
            AT END SET RL-EOF TO TRUE
        END-READ.

*>    records before the first run was opened, or with a date or time
*>    that isn't one, belong to no night and are passed over
    FoldLedgerRecord.
        IF RL-Date NUMERIC AND RL-Date > 0 AND RL-Time NUMERIC
            COMPUTE RecInstant =
                FUNCTION INTEGER-OF-DATE(RL-Date) * 86400
                + RL-HH * 3600 + RL-MM * 60 + RL-SS
            EVALUATE RL-RecType
                WHEN "B"
                    PERFORM OpenNight
                WHEN "S"
                    IF NightCount > 0
                        PERFORM NoteStepStart
                    END-IF
                WHEN "E"
                    IF NightCount > 0
                        PERFORM NoteStepEnd
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
        PERFORM ReadLedger.

*>    a rerun of a night carries on that night: its steps' last
*>    completions, and the stream's end, are the rerun's
    OpenNight.
        IF RL-BusDate NUMERIC
            MOVE RL-BusDate TO NightDate
        ELSE
            IF RL-HH < 12
                COMPUTE DayNumber =
                    FUNCTION INTEGER-OF-DATE(RL-Date) - 1
                COMPUTE NightDate = FUNCTION DATE-OF-INTEGER(DayNumber)
            ELSE
                MOVE RL-Date TO NightDate
            END-IF
        END-IF
        IF NightCount > 0
            IF NightDate = NT-Date(NightCount)
                IF RecInstant > NT-End(NightCount)
                    MOVE RecInstant TO NT-End(NightCount)
                END-IF
            ELSE
                PERFORM AddNight
            END-IF
        ELSE
            PERFORM AddNight
        END-IF.

    AddNight.
        IF NightCount = 90
            PERFORM VARYING NT-Shift FROM 1 BY 1 UNTIL NT-Shift > 89
                MOVE NightEnt(NT-Shift + 1) TO NightEnt(NT-Shift)
            END-PERFORM
        ELSE
            ADD 1 TO NightCount
        END-IF
        MOVE NightDate TO NT-Date(NightCount)
        MOVE RecInstant TO NT-Start(NightCount)
        MOVE RecInstant TO NT-End(NightCount)
        PERFORM VARYING SN-Idx FROM 1 BY 1 UNTIL SN-Idx > 40
            MOVE 0 TO NS-Start(NightCount, SN-Idx)
            MOVE 0 TO NS-Dur(NightCount, SN-Idx)
            MOVE 0 TO NS-End(NightCount, SN-Idx)
            MOVE "N" TO NS-Done(NightCount, SN-Idx)
        END-PERFORM.

    FindStepName.
        MOVE 0 TO SN-Idx
        PERFORM VARYING TG-Idx FROM 1 BY 1
            UNTIL TG-Idx > StepNameCount OR SN-Idx > 0
            IF SN-Name(TG-Idx) = RL-StepName
                MOVE TG-Idx TO SN-Idx
            END-IF
        END-PERFORM
        IF SN-Idx = 0 AND StepNameCount < 40
            ADD 1 TO StepNameCount
            MOVE StepNameCount TO SN-Idx
            MOVE RL-StepName TO SN-Name(SN-Idx)
            MOVE 0 TO SN-Target(SN-Idx)
            MOVE "N" TO SN-HasTarget(SN-Idx)
        END-IF.

    NoteStepStart.
        PERFORM FindStepName
        IF SN-Idx > 0
            MOVE RecInstant TO NS-Start(NightCount, SN-Idx)
        END-IF.

*>    the step's last completion of the night is the one that counts
    NoteStepEnd.
        PERFORM FindStepName
        IF SN-Idx > 0
            IF NS-Start(NightCount, SN-Idx) > 0
                AND RecInstant >= NS-Start(NightCount, SN-Idx)
                COMPUTE NS-Dur(NightCount, SN-Idx) =
                    RecInstant - NS-Start(NightCount, SN-Idx)
                MOVE RecInstant TO NS-End(NightCount, SN-Idx)
                MOVE "Y" TO NS-Done(NightCount, SN-Idx)
            END-IF
        END-IF
        IF RecInstant > NT-End(NightCount)
            MOVE RecInstant TO NT-End(NightCount)
        END-IF.

    ApplyTargets.
        PERFORM ApplyOneTarget VARYING TG-Idx FROM 1 BY 1
            UNTIL TG-Idx > TargetCount.

    ApplyOneTarget.
        MOVE "N" TO TargetKnown
        PERFORM VARYING SN-Idx FROM 1 BY 1
            UNTIL SN-Idx > StepNameCount
            IF SN-Name(SN-Idx) = TG-StepName(TG-Idx)
                MOVE TG-Target(TG-Idx) TO SN-Target(SN-Idx)
                MOVE "Y" TO SN-HasTarget(SN-Idx)
                MOVE "Y" TO TargetKnown
            END-IF
        END-PERFORM
        IF TargetKnown = "N"
            DISPLAY "RUNTREND: TARGET FOR " TG-StepName(TG-Idx)
                " NAMES A STEP NOT IN THE LEDGER"
        END-IF.

*>    one block per step: a line a night, then the worst night and
*>    the verdict on the trend
    PrintStepTrend.
        DISPLAY " "
        IF SN-HasTarget(SN-Idx) = "Y"
            MOVE SN-Target(SN-Idx) TO TargetDisp
            DISPLAY "--- STEP " SN-Name(SN-Idx) "   TARGET END "
                TargetDisp " ---"
        ELSE
            DISPLAY "--- STEP " SN-Name(SN-Idx) "   NO TARGET SET ---"
        END-IF
        DISPLAY "NIGHT      ELAPSED   MOVING AVG  ENDED"
        MOVE 0 TO WorstSecs
        MOVE 0 TO WorstDate
        MOVE 0 TO LateNights
        PERFORM PrintStepNight VARYING NT-Idx FROM NT-First BY 1
            UNTIL NT-Idx > NightCount
        PERFORM FitStepTrend
        IF WorstDate = 0
            DISPLAY "NEVER COMPLETED IN THESE NIGHTS"
        ELSE
            MOVE WorstSecs TO ClockSecs
            PERFORM FormatDuration
            DISPLAY "WORST NIGHT " WorstDate " AT " ClockText
                "   NIGHTS PAST TARGET " LateNights
        END-IF
        IF FitRise > 0 AND FitN >= MinTrendNights
            MOVE FitRise TO ClockSecs
            PERFORM FormatDuration
            MOVE ClockText TO RiseText
            IF FitRise >= RiseFloor
                AND FitRise * 100 >= FitMean * RisePct
                ADD 1 TO RisingSteps
                DISPLAY "** RISING -- UP " RiseText " OVER " FitN
                    " NIGHTS **"
            ELSE
                DISPLAY "STEADY (UP " RiseText " OVER " FitN
                    " NIGHTS)"
            END-IF
        ELSE
            DISPLAY "STEADY"
        END-IF.

    PrintStepNight.
        IF NS-Done(NT-Idx, SN-Idx) = "Y"
            MOVE NS-Dur(NT-Idx, SN-Idx) TO ClockSecs
            PERFORM FormatDuration
            MOVE ClockText TO DurText
            PERFORM MovingAverage
            COMPUTE ClockSecs =
                FUNCTION MOD(NS-End(NT-Idx, SN-Idx), 86400)
            PERFORM FormatDuration
            MOVE ClockText TO EndText
            IF NS-Dur(NT-Idx, SN-Idx) > WorstSecs OR WorstDate = 0
                MOVE NS-Dur(NT-Idx, SN-Idx) TO WorstSecs
                MOVE NT-Date(NT-Idx) TO WorstDate
            END-IF
            MOVE SPACES TO NightFlag
            IF SN-HasTarget(SN-Idx) = "Y"
                PERFORM StepTargetInstant
                IF NS-End(NT-Idx, SN-Idx) > TargetAt
                    ADD 1 TO LateNights
                    MOVE "** PAST TARGET" TO NightFlag
                    IF NT-Idx = NightCount
                        ADD 1 TO LateSteps
                    END-IF
                END-IF
            END-IF
            DISPLAY NT-Date(NT-Idx) "  " DurText "  " AvgText
                "    " EndText "  " NightFlag
        ELSE
            DISPLAY NT-Date(NT-Idx) "  NOT COMPLETED"
        END-IF.

*>    the average over the span of nights ending with this one, of
*>    the nights the step completed (nights before the report's
*>    first are used when the table still holds them)
    MovingAverage.
        MOVE 0 TO AvgSum
        MOVE 0 TO AvgCount
        IF NT-Idx > AvgSpan
            COMPUTE NT-From = NT-Idx - AvgSpan + 1
        ELSE
            MOVE 1 TO NT-From
        END-IF
        PERFORM VARYING NT-Shift FROM NT-From BY 1
            UNTIL NT-Shift > NT-Idx
            IF NS-Done(NT-Shift, SN-Idx) = "Y"
                ADD NS-Dur(NT-Shift, SN-Idx) TO AvgSum
                ADD 1 TO AvgCount
            END-IF
        END-PERFORM
        COMPUTE AvgSecs ROUNDED = AvgSum / AvgCount
        MOVE AvgSecs TO ClockSecs
        PERFORM FormatDuration
        MOVE ClockText TO AvgText.

*>    a target at or after noon is on the night's own date, one
*>    before noon on the morning after
    StepTargetInstant.
        MOVE SN-Target(SN-Idx) TO TargetHHMM
        COMPUTE TargetAt =
            FUNCTION INTEGER-OF-DATE(NT-Date(NT-Idx)) * 86400
            + TH-HH * 3600 + TH-MM * 60
        IF SN-Target(SN-Idx) < 1200
            ADD 86400 TO TargetAt
        END-IF.

*>    least-squares line through the step's durations over the
*>    nights shown (x = the night's place in the report); the rise
*>    is the fitted climb from the first of those nights to the last
    FitStepTrend.
        MOVE 0 TO FitN FitSumX FitSumY FitSumXY FitSumXX FitRise
            FitMean
        PERFORM VARYING NT-Idx FROM NT-First BY 1
            UNTIL NT-Idx > NightCount
            IF NS-Done(NT-Idx, SN-Idx) = "Y"
                ADD 1 TO FitN
                ADD NT-Idx TO FitSumX
                ADD NS-Dur(NT-Idx, SN-Idx) TO FitSumY
                COMPUTE FitSumXY = FitSumXY
                    + NT-Idx * NS-Dur(NT-Idx, SN-Idx)
                COMPUTE FitSumXX = FitSumXX + NT-Idx * NT-Idx
            END-IF
        END-PERFORM
        IF FitN > 1
            IF FitN * FitSumXX - FitSumX * FitSumX > 0
                COMPUTE FitSlope ROUNDED =
                    (FitN * FitSumXY - FitSumX * FitSumY)
                    / (FitN * FitSumXX - FitSumX * FitSumX)
                COMPUTE FitRise ROUNDED =
                    FitSlope * (NightCount - NT-First)
            END-IF
            COMPUTE FitMean ROUNDED = FitSumY / FitN
        END-IF.

*>    the stream from its run opening to its last step's completion,
*>    against the window in force that night
    PrintStreamTrend.
        DISPLAY " "
        DISPLAY "--- WHOLE STREAM ---"
        DISPLAY "NIGHT      OPENED    ENDED     ELAPSED   "
            "WINDOW END"
        PERFORM PrintStreamNight VARYING NT-Idx FROM NT-First BY 1
            UNTIL NT-Idx > NightCount.

    PrintStreamNight.
        COMPUTE ClockSecs = FUNCTION MOD(NT-Start(NT-Idx), 86400)
        PERFORM FormatDuration
        MOVE ClockText TO StartText
        COMPUTE ClockSecs = FUNCTION MOD(NT-End(NT-Idx), 86400)
        PERFORM FormatDuration
        MOVE ClockText TO EndText
        COMPUTE ClockSecs = NT-End(NT-Idx) - NT-Start(NT-Idx)
        PERFORM FormatDuration
        MOVE ClockText TO DurText
        PERFORM NightWindow
        MOVE SPACES TO NightFlag
        IF WindowOn = "Y"
            COMPUTE ClockSecs = FUNCTION MOD(WindowEndAt, 86400)
            PERFORM FormatDuration
            MOVE ClockText TO WinText
            IF NT-End(NT-Idx) > WindowEndAt
                ADD 1 TO OverranNights
                MOVE "** OVERRAN THE WINDOW" TO NightFlag
            END-IF
        ELSE
            MOVE "NONE" TO WinText
        END-IF
        DISPLAY NT-Date(NT-Idx) "  " StartText "  " EndText "  "
            DurText "  " WinText "  " NightFlag.

*>    the night's window is the DATE or SKIP rule for its date, else
*>    the DAILY one; a window whose end is before its start ends on
*>    the morning after
    NightWindow.
        MOVE "N" TO WindowOn
        IF CalendarSeen = "Y"
            MOVE DailyOn TO WindowOn
            MOVE DailyStart TO WindowStart
            MOVE DailyEnd TO WindowEnd
            PERFORM VARYING DR-Idx FROM 1 BY 1
                UNTIL DR-Idx > DateRuleCount
                IF DR-Date(DR-Idx) = NT-Date(NT-Idx)
                    MOVE DR-On(DR-Idx) TO WindowOn
                    MOVE DR-Start(DR-Idx) TO WindowStart
                    MOVE DR-End(DR-Idx) TO WindowEnd
                END-IF
            END-PERFORM
        END-IF
        IF WindowOn = "Y"
            COMPUTE WindowEndAt =
                FUNCTION INTEGER-OF-DATE(NT-Date(NT-Idx)) * 86400
                + WE-HH * 3600 + WE-MM * 60 + WE-SS
            IF WindowEnd <= WindowStart
                ADD 86400 TO WindowEndAt
            END-IF
        END-IF.

    FormatDuration.
        DIVIDE ClockSecs BY 3600 GIVING ClockHours REMAINDER ClockRest
        IF ClockHours > 99
            MOVE 99 TO ClockHours
        END-IF
        MOVE ClockHours TO CK-HH
        DIVIDE ClockRest BY 60 GIVING CK-MM REMAINDER CK-SS.
