       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DSFCAST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CENSHIST ASSIGN TO "CENSHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CH-Status.
DATA DIVISION.
FILE SECTION.
*>    as DSCENSUS writes it
FD CENSHIST.
   01 CensHistRecord.
       02 CH-Date PIC 9(8).
       02 CH-Name PIC X(12).
       02 CH-Records PIC 9(9).
       02 CH-Growth PIC S9(9).
       02 CH-Oldest PIC 9(8).
       02 CH-CountStatus PIC XX.
WORKING-STORAGE SECTION.
   01 CH-Status PIC XX.
       88 CH-OK VALUE "00".
       88 CH-EOF VALUE "10".
*>    one card per dataset with an allocation to measure against:
*>    the DD name in columns 1-12, S (sequential) or K (KSDS) in
*>    column 14, the primary and secondary space in tracks in
*>    columns 16-20 and 22-26, the record length in 28-32, and L in
*>    column 34 when LOGARCH trims the dataset by date; a blank card
*>    ends them
   01 SpaceCard PIC X(80).
   01 SpaceCardFields REDEFINES SpaceCard.
       02 SC-Name PIC X(12).
       02 FILLER PIC X.
       02 SC-Org PIC X.
       02 FILLER PIC X.
       02 SC-Primary PIC X(5).
       02 FILLER PIC X.
       02 SC-Secondary PIC X(5).
       02 FILLER PIC X.
       02 SC-Lrecl PIC X(5).
       02 FILLER PIC X.
       02 SC-Trim PIC X.
       02 FILLER PIC X(46).
   01 CardsRejected PIC 99 VALUE 0.
   01 Primary PIC 9(5).
   01 Secondary PIC 9(5).
   01 TrackCount PIC 9(7).
   01 PerTrack PIC 9(5).
   01 Lrecl PIC 9(5).
   01 ParmRequest.
       02 PQ-Name PIC X(16).
       02 PQ-Default PIC 9(9).
       02 PQ-Low PIC 9(9).
       02 PQ-High PIC 9(9).
   01 ParmValue PIC 9(9).
   01 ParmSource PIC X.
*>    LOGARCH's retention, from the same parameter and default
   01 RetainDays PIC 9(4) VALUE 365.
*>    the growth rate is taken over the censuses of the last four
*>    weeks, the "current" rate, and projected a quarter ahead
   01 RateWindow PIC 99 VALUE 28.
   01 QuarterWeeks PIC 99 VALUE 13.
*>    one row per dataset, in the order the census first counted
*>    them, then any carded dataset the census hasn't: its space
*>    card, its latest census, and the census the rate runs from
   01 DatasetTable.
       02 DatasetEntry OCCURS 60 TIMES.
           03 DT-Name PIC X(12).
           03 DT-Card PIC X.
           03 DT-Trimmed PIC X.
           03 DT-Capacity PIC 9(11).
           03 DT-LastDate PIC 9(8).
           03 DT-LastRecords PIC 9(9).
           03 DT-LastStatus PIC XX.
           03 DT-Oldest PIC 9(8).
           03 DT-BaseDate PIC 9(8).
           03 DT-BaseRecords PIC 9(9).
   01 DatasetCount PIC 99 VALUE 0.
   01 DatasetOverflow PIC 9(3) VALUE 0.
   01 DT-Idx PIC 99.
   01 DatasetFound PIC X.
   01 WantName PIC X(12).
   01 LatestCensus PIC 9(8) VALUE 0.
   01 WindowDays PIC S9(7).
   01 SpanDays PIC 9(7).
   01 WeeklyRate PIC S9(9).
   01 RateKnown PIC X.
   01 Projected PIC S9(11).
   01 TrimLevel PIC 9(11).
   01 WeeksToFull PIC 9(7).
   01 PctNow PIC 9(7).
   01 PctProjected PIC 9(7).
   01 FlagText PIC X(40).
   01 DatasetsFlagged PIC 99 VALUE 0.
   01 CountOut PIC ZZZ,ZZZ,ZZ9.
   01 RateOut PIC ----,---,--9.
   01 ProjectedOut PIC ZZZ,ZZZ,ZZ9.
   01 CapacityOut PIC ZZ,ZZZ,ZZZ,ZZ9.
   01 PctNowOut PIC ZZZ9.
   01 PctProjOut PIC ZZZ9.
   01 WeeksOut PIC ZZ9.

*>    the space forecast off DSCENSUS's history: each dataset's
*>    record count at the latest census, its weekly growth over the
*>    last four weeks of censuses, and where that puts it a quarter
*>    ahead, against the allocation on its space card (the tracks it
*>    can extend to -- primary plus fifteen secondary extents -- at
*>    half-track blocks for a sequential dataset, 4K control
*>    intervals for a KSDS).  GAMELOG, AUDITLOG and THINKLOG only
*>    grow until LOGARCH starts trimming them at the retention age,
*>    so for those the size that matters is what a full retention
*>    period of records comes to at the rate they arrive, taken from
*>    the age of the oldest record on file; one that would outgrow
*>    its allocation before the trim holds it is flagged even when
*>    that is more than a quarter away.  Any dataset full, filling
*>    within the quarter, outgrowing before its trim, or missing at
*>    the last census ends RC 4; a bad space card is skipped, RC 8
PROCEDURE DIVISION.
    PERFORM LoadRetention
    PERFORM LoadLatest
    PERFORM ReadSpaceCard
    PERFORM ApplySpaceCard UNTIL SpaceCard = SPACES
    PERFORM LoadRateBase
    DISPLAY " "
    DISPLAY "===== DATASET SPACE FORECAST FROM CENSUS " LatestCensus
        " ====="
    DISPLAY " "
    DISPLAY "GROWTH PER WEEK OVER THE LAST " RateWindow " DAYS, "
        "PROJECTED " QuarterWeeks " WEEKS AHEAD; LOGARCH KEEPS "
        RetainDays " DAYS LIVE"
    DISPLAY " "
    DISPLAY "DATASET          RECORDS  GROWTH/WEEK  IN 13 WEEKS"
        "        CAPACITY  %NOW  %13W"
    PERFORM ForecastDataset VARYING DT-Idx FROM 1 BY 1
        UNTIL DT-Idx > DatasetCount
    DISPLAY " "
    DISPLAY "DATASETS FLAGGED ... " DatasetsFlagged
    IF DatasetsFlagged > 0 AND RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
    END-IF
    IF DatasetOverflow > 0
        DISPLAY "WARNING: TABLE LIMIT EXCEEDED -- " DatasetOverflow
            " CENSUS RECORDS NOT FORECAST"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    IF CardsRejected > 0
        DISPLAY "SPACE CARDS REJECTED ... " CardsRejected
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

    LoadRetention.
        MOVE "LOG-RETAIN-DAYS" TO PQ-Name
        MOVE RetainDays TO PQ-Default
        MOVE 1 TO PQ-Low
        MOVE 9999 TO PQ-High
        CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
        MOVE ParmValue TO RetainDays
        IF ParmSource = "R"
            DISPLAY "DSFCAST: LOG-RETAIN-DAYS ON FILE IS OUTSIDE "
                "1-9999, USING " RetainDays
        END-IF.

*>    ---------- THE CENSUS HISTORY ----------

*>    first pass: each dataset's latest census, which the history's
*>    own order makes the last one read
    LoadLatest.
        OPEN INPUT CENSHIST
        IF NOT CH-OK
            DISPLAY "DSFCAST: UNABLE TO OPEN CENSHIST, STATUS " CH-Status
                " -- RUN DSCENSUS FIRST"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM ReadCensHist
        PERFORM NoteLatest UNTIL CH-EOF
        CLOSE CENSHIST
        IF LatestCensus = 0
            DISPLAY "DSFCAST: NO CENSUS ON FILE -- RUN DSCENSUS FIRST"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

    ReadCensHist.
        READ CENSHIST
            AT END SET CH-EOF TO TRUE
        END-READ.

    NoteLatest.
        MOVE CH-Name TO WantName
        PERFORM FindDataset
        IF DatasetFound = "Y"
            MOVE CH-Date TO DT-LastDate(DT-Idx)
            MOVE CH-Records TO DT-LastRecords(DT-Idx)
            MOVE CH-CountStatus TO DT-LastStatus(DT-Idx)
            MOVE CH-Oldest TO DT-Oldest(DT-Idx)
            IF CH-Date > LatestCensus
                MOVE CH-Date TO LatestCensus
            END-IF
        END-IF
        PERFORM ReadCensHist.

*>    second pass: the earliest good count inside the rate window
*>    before each dataset's latest census
    LoadRateBase.
        OPEN INPUT CENSHIST
        IF CH-OK
            PERFORM ReadCensHist
            PERFORM NoteRateBase UNTIL CH-EOF
            CLOSE CENSHIST
        END-IF.

    NoteRateBase.
        MOVE CH-Name TO WantName
        PERFORM LookUpDataset
        IF DatasetFound = "Y" AND CH-CountStatus = "00"
            AND DT-BaseDate(DT-Idx) = 0
            COMPUTE WindowDays =
                FUNCTION INTEGER-OF-DATE(DT-LastDate(DT-Idx))
                - FUNCTION INTEGER-OF-DATE(CH-Date)
            IF WindowDays NOT > RateWindow
                MOVE CH-Date TO DT-BaseDate(DT-Idx)
                MOVE CH-Records TO DT-BaseRecords(DT-Idx)
            END-IF
        END-IF
        PERFORM ReadCensHist.

*>    the row for WantName, added at the end when it's new
    FindDataset.
        PERFORM LookUpDataset
        IF DatasetFound = "N"
            IF DatasetCount < 60
                ADD 1 TO DatasetCount
                MOVE DatasetCount TO DT-Idx
                MOVE WantName TO DT-Name(DT-Idx)
                MOVE "N" TO DT-Card(DT-Idx)
                MOVE "N" TO DT-Trimmed(DT-Idx)
                MOVE 0 TO DT-Capacity(DT-Idx) DT-LastDate(DT-Idx)
                    DT-LastRecords(DT-Idx) DT-Oldest(DT-Idx)
                    DT-BaseDate(DT-Idx) DT-BaseRecords(DT-Idx)
                MOVE SPACES TO DT-LastStatus(DT-Idx)
                MOVE "Y" TO DatasetFound
            ELSE
                ADD 1 TO DatasetOverflow
            END-IF
        END-IF.

    LookUpDataset.
        MOVE "N" TO DatasetFound
        PERFORM VARYING DT-Idx FROM 1 BY 1
            UNTIL DT-Idx > DatasetCount OR DatasetFound = "Y"
            IF DT-Name(DT-Idx) = WantName
                MOVE "Y" TO DatasetFound
            END-IF
        END-PERFORM
        IF DatasetFound = "Y"
            SUBTRACT 1 FROM DT-Idx
        END-IF.

*>    ---------- SPACE CARDS ----------

    ReadSpaceCard.
        MOVE SPACES TO SpaceCard
        DISPLAY "Space card (blank to finish): " WITH NO ADVANCING
        ACCEPT SpaceCard.

*>    records per track: two half-track blocks of a sequential
*>    dataset's records, or twelve 4K control intervals of a KSDS's
*>    (less the ten bytes of control information in each)
    ApplySpaceCard.
        MOVE FUNCTION UPPER-CASE(SpaceCard) TO SpaceCard
        EVALUATE TRUE
            WHEN SC-Name = SPACES
                DISPLAY "DSFCAST: NO DATASET NAME IN COLUMNS 1-12 -- "
                    SpaceCard
                ADD 1 TO CardsRejected
            WHEN SC-Org NOT = "S" AND SC-Org NOT = "K"
                DISPLAY "DSFCAST: " SC-Name " NEEDS S OR K IN COLUMN 14"
                ADD 1 TO CardsRejected
            WHEN OTHER
                MOVE FUNCTION NUMVAL(SC-Primary) TO Primary
                MOVE FUNCTION NUMVAL(SC-Secondary) TO Secondary
                MOVE FUNCTION NUMVAL(SC-Lrecl) TO Lrecl
                EVALUATE TRUE
                    WHEN Primary = 0
                        DISPLAY "DSFCAST: " SC-Name " NEEDS ITS PRIMARY "
                            "TRACKS IN COLUMNS 16-20"
                        ADD 1 TO CardsRejected
                    WHEN Lrecl = 0 OR (SC-Org = "S" AND Lrecl > 27998)
                        OR (SC-Org = "K" AND Lrecl > 4086)
                        DISPLAY "DSFCAST: " SC-Name " NEEDS A RECORD "
                            "LENGTH THAT FITS ITS BLOCK IN COLUMNS 28-32"
                        ADD 1 TO CardsRejected
                    WHEN OTHER
                        PERFORM FileSpaceCard
                END-EVALUATE
        END-EVALUATE
        PERFORM ReadSpaceCard.

    FileSpaceCard.
        MOVE SC-Name TO WantName
        PERFORM FindDataset
        IF DatasetFound = "Y"
            COMPUTE TrackCount = Primary + 15 * Secondary
            IF SC-Org = "S"
                COMPUTE PerTrack = 27998 / Lrecl
                COMPUTE PerTrack = PerTrack * 2
            ELSE
                COMPUTE PerTrack = 4086 / Lrecl
                COMPUTE PerTrack = PerTrack * 12
            END-IF
            COMPUTE DT-Capacity(DT-Idx) = TrackCount * PerTrack
            MOVE "Y" TO DT-Card(DT-Idx)
            IF SC-Trim = "L"
                MOVE "Y" TO DT-Trimmed(DT-Idx)
            END-IF
        END-IF.

*>    ---------- THE FORECAST ----------

    ForecastDataset.
        MOVE SPACES TO FlagText
        MOVE 0 TO WeeklyRate TrimLevel
        MOVE "N" TO RateKnown
        MOVE DT-LastRecords(DT-Idx) TO Projected
        IF DT-LastStatus(DT-Idx) = "00"
            PERFORM WorkOutRate
            PERFORM ProjectDataset
        END-IF
        PERFORM ChooseFlag
        PERFORM PrintForecastLine.

*>    a trimmed log's arrival rate is its records over the days
*>    since its oldest one (net growth would understate it once the
*>    trim is taking records off); anything else's is the change
*>    across the rate window
    WorkOutRate.
        IF DT-Trimmed(DT-Idx) = "Y" AND DT-Oldest(DT-Idx) > 0
            AND DT-Oldest(DT-Idx) NOT > DT-LastDate(DT-Idx)
            COMPUTE SpanDays =
                FUNCTION INTEGER-OF-DATE(DT-LastDate(DT-Idx))
                - FUNCTION INTEGER-OF-DATE(DT-Oldest(DT-Idx)) + 1
            COMPUTE WeeklyRate ROUNDED =
                DT-LastRecords(DT-Idx) * 7 / SpanDays
            COMPUTE TrimLevel ROUNDED =
                DT-LastRecords(DT-Idx) * RetainDays / SpanDays
            MOVE "Y" TO RateKnown
        ELSE
            IF DT-BaseDate(DT-Idx) > 0
                AND DT-BaseDate(DT-Idx) < DT-LastDate(DT-Idx)
                COMPUTE WindowDays =
                    FUNCTION INTEGER-OF-DATE(DT-LastDate(DT-Idx))
                    - FUNCTION INTEGER-OF-DATE(DT-BaseDate(DT-Idx))
                COMPUTE WeeklyRate ROUNDED =
                    (DT-LastRecords(DT-Idx) - DT-BaseRecords(DT-Idx))
                    * 7 / WindowDays
                MOVE "Y" TO RateKnown
            END-IF
        END-IF.

*>    a trimmed log that has already reached its retention age is
*>    held where it is; one that hasn't grows until it does
    ProjectDataset.
        IF RateKnown = "Y"
            COMPUTE Projected = DT-LastRecords(DT-Idx)
                + QuarterWeeks * WeeklyRate
            IF Projected < 0
                MOVE 0 TO Projected
            END-IF
            IF DT-Trimmed(DT-Idx) = "Y" AND TrimLevel > 0
                IF SpanDays NOT < RetainDays
                    MOVE DT-LastRecords(DT-Idx) TO Projected
                ELSE
                    IF Projected > TrimLevel
                        MOVE TrimLevel TO Projected
                    END-IF
                END-IF
            END-IF
        END-IF.

    ChooseFlag.
        MOVE 0 TO WeeksToFull
        IF RateKnown = "Y" AND WeeklyRate > 0 AND DT-Card(DT-Idx) = "Y"
            AND DT-Capacity(DT-Idx) > DT-LastRecords(DT-Idx)
            COMPUTE WeeksToFull =
                (DT-Capacity(DT-Idx) - DT-LastRecords(DT-Idx))
                / WeeklyRate
            MOVE WeeksToFull TO WeeksOut
        END-IF
        EVALUATE TRUE
            WHEN DT-LastDate(DT-Idx) = 0
                MOVE "NOT IN THE CENSUS" TO FlagText
            WHEN DT-LastStatus(DT-Idx) = "35"
                MOVE "*** NOT FOUND AT LAST CENSUS" TO FlagText
                ADD 1 TO DatasetsFlagged
            WHEN DT-LastStatus(DT-Idx) NOT = "00"
                STRING "*** UNREADABLE, STATUS " DT-LastStatus(DT-Idx)
                    DELIMITED BY SIZE INTO FlagText
                ADD 1 TO DatasetsFlagged
            WHEN DT-Card(DT-Idx) = "N"
                MOVE "NO SPACE CARD" TO FlagText
            WHEN DT-LastRecords(DT-Idx) NOT < DT-Capacity(DT-Idx)
                MOVE "*** FULL NOW" TO FlagText
                ADD 1 TO DatasetsFlagged
            WHEN Projected > DT-Capacity(DT-Idx)
                STRING "*** FULL IN " WeeksOut " WEEKS"
                    DELIMITED BY SIZE INTO FlagText
                ADD 1 TO DatasetsFlagged
            WHEN DT-Trimmed(DT-Idx) = "Y"
                AND TrimLevel > DT-Capacity(DT-Idx)
                AND SpanDays < RetainDays
                STRING "*** FULL IN " WeeksOut " WEEKS, BEFORE TRIM"
                    DELIMITED BY SIZE INTO FlagText
                ADD 1 TO DatasetsFlagged
            WHEN RateKnown = "N"
                MOVE "ONE CENSUS ONLY -- NO RATE YET" TO FlagText
        END-EVALUATE.

    PrintForecastLine.
        MOVE DT-LastRecords(DT-Idx) TO CountOut
        MOVE WeeklyRate TO RateOut
        MOVE Projected TO ProjectedOut
        IF DT-Card(DT-Idx) = "Y"
            MOVE DT-Capacity(DT-Idx) TO CapacityOut
            MOVE 0 TO PctNow PctProjected
            IF DT-Capacity(DT-Idx) > 0
                COMPUTE PctNow =
                    DT-LastRecords(DT-Idx) * 100 / DT-Capacity(DT-Idx)
                COMPUTE PctProjected =
                    Projected * 100 / DT-Capacity(DT-Idx)
            END-IF
            IF PctNow > 9999
                MOVE 9999 TO PctNow
            END-IF
            IF PctProjected > 9999
                MOVE 9999 TO PctProjected
            END-IF
            MOVE PctNow TO PctNowOut
            MOVE PctProjected TO PctProjOut
            DISPLAY DT-Name(DT-Idx) " " CountOut " " RateOut " "
                ProjectedOut " " CapacityOut "  " PctNowOut "  "
                PctProjOut "  " FlagText
        ELSE
            DISPLAY DT-Name(DT-Idx) " " CountOut " " RateOut " "
                ProjectedOut "                              "
                FlagText
        END-IF.
