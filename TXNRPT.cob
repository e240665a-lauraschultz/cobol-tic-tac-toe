       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TXNRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TXNSTATS ASSIGN TO "TXNSTATS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS TS-Status.
DATA DIVISION.
FILE SECTION.
*>    TTT1's statistics, one record per task, as TXNLOG writes them
FD TXNSTATS.
   01 TxnStatRecord.
       02 TS-Date PIC 9(8).
       02 TS-Time.
           03 TS-Hour PIC 99.
           03 TS-MinSec PIC 9(4).
       02 TS-TermID PIC X(4).
       02 TS-Phase PIC 9.
       02 TS-Elapsed PIC 9(7).
       02 TS-LockWait PIC X.
WORKING-STORAGE SECTION.
   01 TS-Status PIC XX.
       88 TS-OK VALUE "00".
       88 TS-EOF VALUE "10".
       88 TS-NotFound VALUE "35".
   01 DateEntry PIC X(8).
   01 ReportDate PIC 9(8) VALUE 0.
*>    the peak response time, in milliseconds, above which an hour is
*>    flagged: the site parameter TXN-PEAK-MS, else two seconds
   01 PeakLimit PIC 9(9) VALUE 2000.
   01 ParmRequest.
       02 PQ-Name PIC X(16).
       02 PQ-Default PIC 9(9).
       02 PQ-Low PIC 9(9).
       02 PQ-High PIC 9(9).
   01 ParmValue PIC 9(9).
   01 ParmSource PIC X.
*>    the screen each phase number stands for (CA-Phase in TTTCICS,
*>    0 being the first task of a session, before any screen is up)
   01 PhaseNames.
       02 FILLER PIC X(14) VALUE "SESSION START".
       02 FILLER PIC X(14) VALUE "SIGN-ON".
       02 FILLER PIC X(14) VALUE "VS COMPUTER".
       02 FILLER PIC X(14) VALUE "MODE CHOICE".
       02 FILLER PIC X(14) VALUE "LOBBY".
       02 FILLER PIC X(14) VALUE "HEAD-TO-HEAD".
       02 FILLER PIC X(14) VALUE "PIN".
       02 FILLER PIC X(14) VALUE "FINISHED GAME".
       02 FILLER PIC X(14) VALUE "NOTICES".
   01 PhaseNameTable REDEFINES PhaseNames.
       02 PhaseName PIC X(14) OCCURS 9 TIMES.
*>    one accumulator row per phase and per hour of the day
   01 PhaseStats.
       02 PhaseStat OCCURS 9 TIMES.
           03 PS-Count PIC 9(7).
           03 PS-Sum PIC 9(13).
           03 PS-Peak PIC 9(7).
           03 PS-Waits PIC 9(7).
   01 HourStats.
       02 HourStat OCCURS 24 TIMES.
           03 HS-Count PIC 9(7).
           03 HS-Sum PIC 9(13).
           03 HS-Peak PIC 9(7).
           03 HS-Waits PIC 9(7).
   01 PH-Idx PIC 99.
   01 HR-Idx PIC 99.
   01 HourShown PIC 99.
   01 RecordsRead PIC 9(7) VALUE 0.
   01 RecordsTallied PIC 9(7) VALUE 0.
   01 RecordsUnusable PIC 9(7) VALUE 0.
   01 TotalSum PIC 9(13) VALUE 0.
   01 TotalPeak PIC 9(7) VALUE 0.
   01 TotalWaits PIC 9(7) VALUE 0.
   01 HoursOver PIC 99 VALUE 0.
   01 CountDisp PIC Z(6)9.
   01 AvgDisp PIC Z(6)9.
   01 PeakDisp PIC Z(6)9.
   01 WaitDisp PIC Z(6)9.
   01 LimitDisp PIC Z(8)9.
   01 OverFlag PIC X(16).

*>    the daily response-time report for the TTT1 screens, off the
*>    TXNSTATS records TTTCICS leaves for every task: transactions,
*>    average and peak response time in milliseconds, and MATCHBRD
*>    lock waits, by the phase the terminal was in (so the lobby's
*>    browse, the computer's reply and the head-to-head turns can be
*>    told apart) and by hour of the day.  An hour whose peak went
*>    over TXN-PEAK-MS is flagged and gives RC 4.  The date card
*>    picks the day; blank reports the latest day on file
PROCEDURE DIVISION.
    DISPLAY "Report date (YYYYMMDD, blank for the latest day): "
        WITH NO ADVANCING
    ACCEPT DateEntry
    IF DateEntry NOT = SPACES
        IF DateEntry NOT NUMERIC
            DISPLAY "TXNRPT: THE REPORT DATE MUST BE YYYYMMDD OR BLANK"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE DateEntry TO ReportDate
    END-IF
    PERFORM ReadPeakLimit
    PERFORM VARYING PH-Idx FROM 1 BY 1 UNTIL PH-Idx > 9
        MOVE 0 TO PS-Count(PH-Idx) PS-Sum(PH-Idx)
            PS-Peak(PH-Idx) PS-Waits(PH-Idx)
    END-PERFORM
    PERFORM VARYING HR-Idx FROM 1 BY 1 UNTIL HR-Idx > 24
        MOVE 0 TO HS-Count(HR-Idx) HS-Sum(HR-Idx)
            HS-Peak(HR-Idx) HS-Waits(HR-Idx)
    END-PERFORM
    IF ReportDate = 0
        PERFORM FindLatestDate
    END-IF
    OPEN INPUT TXNSTATS
    IF NOT TS-OK
        DISPLAY "TXNRPT: UNABLE TO OPEN TXNSTATS, STATUS " TS-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ReadTxnStats
    PERFORM TallyRecord UNTIL NOT TS-OK
    CLOSE TXNSTATS
    MOVE PeakLimit TO LimitDisp
    DISPLAY " "
    DISPLAY "===== TTT1 RESPONSE TIMES FOR " ReportDate
        " (MILLISECONDS) ====="
    PERFORM PrintPhaseSection
    PERFORM PrintHourSection
    DISPLAY " "
    DISPLAY "RECORDS READ ............ " RecordsRead
    DISPLAY "TASKS ON " ReportDate " ...... " RecordsTallied
    DISPLAY "UNUSABLE RECORDS ........ " RecordsUnusable
    DISPLAY "PEAK LIMIT (TXN-PEAK-MS)  " LimitDisp
    DISPLAY "HOURS OVER THE LIMIT .... " HoursOver
    IF HoursOver > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

    ReadPeakLimit.
        MOVE "TXN-PEAK-MS" TO PQ-Name
        MOVE PeakLimit TO PQ-Default
        MOVE 1 TO PQ-Low
        MOVE 999999 TO PQ-High
        CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
        MOVE ParmValue TO PeakLimit
        IF ParmSource = "R"
            DISPLAY "TXNRPT: TXN-PEAK-MS ON FILE IS OUTSIDE "
                "1-999999, USING " PeakLimit
        END-IF.

*>    a first pass for the newest date on the file, which is the day
*>    just ended when the report runs in the night stream
    FindLatestDate.
        OPEN INPUT TXNSTATS
        IF NOT TS-OK
            DISPLAY "TXNRPT: UNABLE TO OPEN TXNSTATS, STATUS " TS-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM ReadTxnStats
        PERFORM UNTIL NOT TS-OK
            IF TS-Date NUMERIC AND TS-Date > ReportDate
                MOVE TS-Date TO ReportDate
            END-IF
            PERFORM ReadTxnStats
        END-PERFORM
        CLOSE TXNSTATS.

    ReadTxnStats.
        READ TXNSTATS
            AT END SET TS-EOF TO TRUE
        END-READ.

*>    a record whose phase, hour or elapsed time isn't a number TXNLOG
*>    could have written is counted apart, not guessed at
    TallyRecord.
        ADD 1 TO RecordsRead
        IF TS-Date NUMERIC AND TS-Date = ReportDate
            IF TS-Phase NUMERIC AND TS-Phase <= 8
                    AND TS-Hour NUMERIC AND TS-Hour <= 23
                    AND TS-Elapsed NUMERIC
                ADD 1 TO RecordsTallied
                COMPUTE PH-Idx = TS-Phase + 1
                COMPUTE HR-Idx = TS-Hour + 1
                ADD 1 TO PS-Count(PH-Idx)
                ADD TS-Elapsed TO PS-Sum(PH-Idx)
                IF TS-Elapsed > PS-Peak(PH-Idx)
                    MOVE TS-Elapsed TO PS-Peak(PH-Idx)
                END-IF
                ADD 1 TO HS-Count(HR-Idx)
                ADD TS-Elapsed TO HS-Sum(HR-Idx)
                IF TS-Elapsed > HS-Peak(HR-Idx)
                    MOVE TS-Elapsed TO HS-Peak(HR-Idx)
                END-IF
                ADD TS-Elapsed TO TotalSum
                IF TS-Elapsed > TotalPeak
                    MOVE TS-Elapsed TO TotalPeak
                END-IF
                IF TS-LockWait = "Y"
                    ADD 1 TO PS-Waits(PH-Idx)
                    ADD 1 TO HS-Waits(HR-Idx)
                    ADD 1 TO TotalWaits
                END-IF
            ELSE
                ADD 1 TO RecordsUnusable
            END-IF
        END-IF
        PERFORM ReadTxnStats.

    PrintPhaseSection.
        DISPLAY " "
        DISPLAY "--- BY PHASE ---"
        DISPLAY "PHASE            TASKS  AVERAGE     PEAK  LOCK WAITS"
        PERFORM PrintPhaseLine VARYING PH-Idx FROM 1 BY 1
            UNTIL PH-Idx > 9
        MOVE RecordsTallied TO CountDisp
        MOVE 0 TO AvgDisp
        IF RecordsTallied > 0
            COMPUTE AvgDisp ROUNDED = TotalSum / RecordsTallied
        END-IF
        MOVE TotalPeak TO PeakDisp
        MOVE TotalWaits TO WaitDisp
        DISPLAY "ALL PHASES    " CountDisp "  " AvgDisp "  " PeakDisp
            "     " WaitDisp.

    PrintPhaseLine.
        IF PS-Count(PH-Idx) > 0
            MOVE PS-Count(PH-Idx) TO CountDisp
            COMPUTE AvgDisp ROUNDED = PS-Sum(PH-Idx) / PS-Count(PH-Idx)
            MOVE PS-Peak(PH-Idx) TO PeakDisp
            MOVE PS-Waits(PH-Idx) TO WaitDisp
            DISPLAY PhaseName(PH-Idx) CountDisp "  " AvgDisp "  "
                PeakDisp "     " WaitDisp
        END-IF.

*>    only the hours that saw traffic are listed
    PrintHourSection.
        DISPLAY " "
        DISPLAY "--- BY HOUR ---"
        DISPLAY "HOUR     TASKS  AVERAGE     PEAK  LOCK WAITS"
        PERFORM PrintHourLine VARYING HR-Idx FROM 1 BY 1
            UNTIL HR-Idx > 24.

    PrintHourLine.
        IF HS-Count(HR-Idx) > 0
            COMPUTE HourShown = HR-Idx - 1
            MOVE HS-Count(HR-Idx) TO CountDisp
            COMPUTE AvgDisp ROUNDED = HS-Sum(HR-Idx) / HS-Count(HR-Idx)
            MOVE HS-Peak(HR-Idx) TO PeakDisp
            MOVE HS-Waits(HR-Idx) TO WaitDisp
            MOVE SPACES TO OverFlag
            IF HS-Peak(HR-Idx) > PeakLimit
                MOVE "*** PEAK OVER" TO OverFlag
                ADD 1 TO HoursOver
            END-IF
            DISPLAY HourShown ":00 " CountDisp "  " AvgDisp "  "
                PeakDisp "     " WaitDisp "  " OverFlag
        END-IF.
