       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SECRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECLOG ASSIGN TO "SECLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SE-Status.
DATA DIVISION.
FILE SECTION.
FD SECLOG.
   01 SecLogRecord.
       02 SE-Date PIC 9(8).
       02 SE-Time PIC 9(8).
       02 SE-Hour REDEFINES SE-Time PIC 99.
       02 SE-PlayerID PIC X(10).
       02 SE-Event PIC X.
           88 SE-SignedOn VALUE "S".
           88 SE-WrongPin VALUE "F".
           88 SE-LockedOut VALUE "K".
           88 SE-TriedLocked VALUE "X".
           88 SE-TriedInactive VALUE "I".
           88 SE-Reset VALUE "R".
           88 SE-PinChanged VALUE "C".
       02 SE-Program PIC X(8).
       02 SE-TermID PIC X(4).
WORKING-STORAGE SECTION.
   01 SE-Status PIC XX.
       88 SE-OK VALUE "00".
       88 SE-EOF VALUE "10".
   01 WeekEntry PIC X(8).
   01 ThresholdEntry PIC X(3).
   01 NightFromEntry PIC X(2).
   01 NightToEntry PIC X(2).
   01 WeekEnd PIC 9(8).
   01 WeekStart PIC 9(8).
   01 FailThreshold PIC 9(3).
   01 NightFrom PIC 99.
   01 NightTo PIC 99.
   01 AtNight PIC X.
*>    one row per player ID seen in the week, a count per event
   01 IdTable.
       02 IdEntry OCCURS 2000 TIMES.
           03 ID-PlayerID PIC X(10).
           03 ID-SignOns PIC 9(5).
           03 ID-Failures PIC 9(5).
           03 ID-Lockouts PIC 9(5).
           03 ID-Inactive PIC 9(5).
           03 ID-Resets PIC 9(5).
           03 ID-PinChanges PIC 9(5).
   01 IdCount PIC 9(4) VALUE 0.
   01 ID-Idx PIC 9(4).
   01 ID-Found PIC X.
*>    failures by terminal; every batch sign-on shares the blank one
   01 TermTable.
       02 TermEntry OCCURS 300 TIMES.
           03 TM-TermID PIC X(4).
           03 TM-Failures PIC 9(5).
           03 TM-DistinctIDs PIC 9(4).
   01 TermCount PIC 9(3) VALUE 0.
   01 TM-Idx PIC 9(3).
   01 TM-Found PIC X.
*>    each terminal-and-ID pair that failed, so a terminal working
*>    through many different IDs stands out from one player
*>    fumbling their own PIN
   01 PairTable.
       02 PairEntry OCCURS 2000 TIMES.
           03 PA-TermID PIC X(4).
           03 PA-PlayerID PIC X(10).
   01 PairCount PIC 9(4) VALUE 0.
   01 PA-Idx PIC 9(4).
   01 PA-Found PIC X.
*>    sign-ons inside the unusual hours, held for printing in turn
   01 NightTable.
       02 NightEntry OCCURS 500 TIMES.
           03 NT-Date PIC 9(8).
           03 NT-Time PIC 9(8).
           03 NT-PlayerID PIC X(10).
           03 NT-Program PIC X(8).
           03 NT-TermID PIC X(4).
   01 NightCount PIC 9(3) VALUE 0.
   01 NT-Idx PIC 9(3).
   01 RecordsRead PIC 9(7) VALUE 0.
   01 RecordsInWeek PIC 9(7) VALUE 0.
   01 Overflowed PIC 9(6) VALUE 0.
   01 Flagged PIC 9(5) VALUE 0.
   01 LinesShown PIC 9(5).
   01 ShowTerm PIC X(5).
   01 ShowTime.
       02 ShowHH PIC 99.
       02 FILLER PIC X VALUE ":".
       02 ShowMM PIC 99.
       02 FILLER PIC X VALUE ":".
       02 ShowSS PIC 99.

*>    the weekly look over SECLOG that answers "was somebody trying
*>    to guess this player's PIN?".  Takes the week-ending date
*>    (blank for today), the failure count that gets an ID or a
*>    terminal listed (blank for 3), and the unusual-hours window as
*>    a from and to hour (blank for 00 and 06; a window such as 22
*>    to 06 runs over midnight).  Failures are wrong PINs, the one
*>    that locked the ID and tries at an ID already locked.  Lists
*>    IDs and terminals at or over the threshold, IDs locked or
*>    reset more than once in the week and every sign-on in the
*>    unusual hours.  RC 4 when anything is listed
PROCEDURE DIVISION.
    DISPLAY "Week ending (YYYYMMDD, blank for today): "
        WITH NO ADVANCING
    ACCEPT WeekEntry
    DISPLAY "Failures to list an ID or terminal (blank for 3): "
        WITH NO ADVANCING
    ACCEPT ThresholdEntry
    DISPLAY "Unusual hours from (HH, blank for 00): " WITH NO ADVANCING
    ACCEPT NightFromEntry
    DISPLAY "Unusual hours to (HH, blank for 06): " WITH NO ADVANCING
    ACCEPT NightToEntry
    IF WeekEntry = SPACES
        ACCEPT WeekEnd FROM DATE YYYYMMDD
    ELSE
        MOVE FUNCTION NUMVAL(WeekEntry) TO WeekEnd
    END-IF
    IF ThresholdEntry = SPACES
        MOVE 3 TO FailThreshold
    ELSE
        MOVE FUNCTION NUMVAL(ThresholdEntry) TO FailThreshold
    END-IF
    IF NightFromEntry = SPACES
        MOVE 0 TO NightFrom
    ELSE
        MOVE FUNCTION NUMVAL(NightFromEntry) TO NightFrom
    END-IF
    IF NightToEntry = SPACES
        MOVE 6 TO NightTo
    ELSE
        MOVE FUNCTION NUMVAL(NightToEntry) TO NightTo
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(WeekEnd) NOT = 0
        DISPLAY "SECRPT: " WeekEntry " IS NOT A VALID DATE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF FailThreshold = 0 OR NightFrom > 23 OR NightTo > 24
        DISPLAY "SECRPT: THRESHOLD MUST BE NON-ZERO AND HOURS 00 TO 24"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WeekStart = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WeekEnd) - 6)
    OPEN INPUT SECLOG
    IF NOT SE-OK
        DISPLAY "SECRPT: NO SECLOG TO REPORT, STATUS " SE-Status
        STOP RUN
    END-IF
    PERFORM ReadSecLog
    PERFORM TallyEvent UNTIL SE-EOF
    CLOSE SECLOG
    PERFORM PrintReport
    IF Flagged > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

    ReadSecLog.
        READ SECLOG
            AT END SET SE-EOF TO TRUE
        END-READ.

    TallyEvent.
        ADD 1 TO RecordsRead
        IF SE-Date NOT < WeekStart AND SE-Date NOT > WeekEnd
            ADD 1 TO RecordsInWeek
            PERFORM FindId
            IF ID-Found = "Y"
                PERFORM CountForId
            END-IF
            IF SE-WrongPin OR SE-LockedOut OR SE-TriedLocked
                PERFORM CountForTerminal
            END-IF
            IF SE-SignedOn
                PERFORM CheckUnusualHour
            END-IF
        END-IF
        PERFORM ReadSecLog.

    FindId.
        MOVE "N" TO ID-Found
        PERFORM VARYING ID-Idx FROM 1 BY 1
            UNTIL ID-Idx > IdCount OR ID-Found = "Y"
            IF ID-PlayerID(ID-Idx) = SE-PlayerID
                MOVE "Y" TO ID-Found
            END-IF
        END-PERFORM
        IF ID-Found = "Y"
            SUBTRACT 1 FROM ID-Idx
        ELSE
            IF IdCount < 2000
                ADD 1 TO IdCount
                MOVE IdCount TO ID-Idx
                MOVE SE-PlayerID TO ID-PlayerID(ID-Idx)
                MOVE 0 TO ID-SignOns(ID-Idx) ID-Failures(ID-Idx)
                    ID-Lockouts(ID-Idx) ID-Inactive(ID-Idx)
                    ID-Resets(ID-Idx) ID-PinChanges(ID-Idx)
                MOVE "Y" TO ID-Found
            ELSE
                ADD 1 TO Overflowed
            END-IF
        END-IF.

    CountForId.
        EVALUATE TRUE
            WHEN SE-SignedOn
                ADD 1 TO ID-SignOns(ID-Idx)
            WHEN SE-WrongPin
            WHEN SE-TriedLocked
                ADD 1 TO ID-Failures(ID-Idx)
            WHEN SE-LockedOut
                ADD 1 TO ID-Failures(ID-Idx)
                ADD 1 TO ID-Lockouts(ID-Idx)
            WHEN SE-TriedInactive
                ADD 1 TO ID-Inactive(ID-Idx)
            WHEN SE-Reset
                ADD 1 TO ID-Resets(ID-Idx)
            WHEN SE-PinChanged
                ADD 1 TO ID-PinChanges(ID-Idx)
        END-EVALUATE.

    CountForTerminal.
        MOVE "N" TO TM-Found
        PERFORM VARYING TM-Idx FROM 1 BY 1
            UNTIL TM-Idx > TermCount OR TM-Found = "Y"
            IF TM-TermID(TM-Idx) = SE-TermID
                MOVE "Y" TO TM-Found
            END-IF
        END-PERFORM
        IF TM-Found = "Y"
            SUBTRACT 1 FROM TM-Idx
        ELSE
            IF TermCount < 300
                ADD 1 TO TermCount
                MOVE TermCount TO TM-Idx
                MOVE SE-TermID TO TM-TermID(TM-Idx)
                MOVE 0 TO TM-Failures(TM-Idx) TM-DistinctIDs(TM-Idx)
                MOVE "Y" TO TM-Found
            ELSE
                ADD 1 TO Overflowed
            END-IF
        END-IF
        IF TM-Found = "Y"
            ADD 1 TO TM-Failures(TM-Idx)
            PERFORM NotePair
        END-IF.

    NotePair.
        MOVE "N" TO PA-Found
        PERFORM VARYING PA-Idx FROM 1 BY 1
            UNTIL PA-Idx > PairCount OR PA-Found = "Y"
            IF PA-TermID(PA-Idx) = SE-TermID
                AND PA-PlayerID(PA-Idx) = SE-PlayerID
                MOVE "Y" TO PA-Found
            END-IF
        END-PERFORM
        IF PA-Found = "N"
            IF PairCount < 2000
                ADD 1 TO PairCount
                MOVE SE-TermID TO PA-TermID(PairCount)
                MOVE SE-PlayerID TO PA-PlayerID(PairCount)
                ADD 1 TO TM-DistinctIDs(TM-Idx)
            ELSE
                ADD 1 TO Overflowed
            END-IF
        END-IF.

*>    a window whose from-hour is past its to-hour wraps midnight
    CheckUnusualHour.
        MOVE "N" TO AtNight
        IF NightFrom NOT > NightTo
            IF SE-Hour NOT < NightFrom AND SE-Hour < NightTo
                MOVE "Y" TO AtNight
            END-IF
        ELSE
            IF SE-Hour NOT < NightFrom OR SE-Hour < NightTo
                MOVE "Y" TO AtNight
            END-IF
        END-IF
        IF AtNight = "Y"
            IF NightCount < 500
                ADD 1 TO NightCount
                MOVE SE-Date TO NT-Date(NightCount)
                MOVE SE-Time TO NT-Time(NightCount)
                MOVE SE-PlayerID TO NT-PlayerID(NightCount)
                MOVE SE-Program TO NT-Program(NightCount)
                MOVE SE-TermID TO NT-TermID(NightCount)
            ELSE
                ADD 1 TO Overflowed
            END-IF
        END-IF.

    PrintReport.
        DISPLAY " "
        DISPLAY "===== SIGN-ON SECURITY REPORT, " WeekStart " TO "
            WeekEnd " ====="
        DISPLAY "EVENTS ON FILE .......... " RecordsRead
        DISPLAY "EVENTS IN THE WEEK ...... " RecordsInWeek
        DISPLAY "PLAYER IDS SEEN ......... " IdCount
        DISPLAY " "
        DISPLAY "--- IDS WITH " FailThreshold " OR MORE FAILED SIGN-ONS ---"
        DISPLAY "PLAYER ID   FAILED  LOCKED  SIGNED-ON  INACTIVE"
        MOVE 0 TO LinesShown
        PERFORM VARYING ID-Idx FROM 1 BY 1 UNTIL ID-Idx > IdCount
            IF ID-Failures(ID-Idx) NOT < FailThreshold
                DISPLAY ID-PlayerID(ID-Idx) "  " ID-Failures(ID-Idx)
                    "   " ID-Lockouts(ID-Idx) "   " ID-SignOns(ID-Idx)
                    "      " ID-Inactive(ID-Idx)
                ADD 1 TO LinesShown
            END-IF
        END-PERFORM
        PERFORM CloseSection
        DISPLAY " "
        DISPLAY "--- TERMINALS WITH " FailThreshold
            " OR MORE FAILED SIGN-ONS ---"
        DISPLAY "TERMINAL  FAILED  DISTINCT IDS"
        MOVE 0 TO LinesShown
        PERFORM VARYING TM-Idx FROM 1 BY 1 UNTIL TM-Idx > TermCount
            IF TM-Failures(TM-Idx) NOT < FailThreshold
                IF TM-TermID(TM-Idx) = SPACES
                    MOVE "BATCH" TO ShowTerm
                ELSE
                    MOVE TM-TermID(TM-Idx) TO ShowTerm
                END-IF
                DISPLAY ShowTerm "     " TM-Failures(TM-Idx) "   "
                    TM-DistinctIDs(TM-Idx)
                ADD 1 TO LinesShown
            END-IF
        END-PERFORM
        PERFORM CloseSection
        DISPLAY " "
        DISPLAY "--- IDS LOCKED OR RESET MORE THAN ONCE ---"
        DISPLAY "PLAYER ID   LOCKED  RESET   PIN CHANGES"
        MOVE 0 TO LinesShown
        PERFORM VARYING ID-Idx FROM 1 BY 1 UNTIL ID-Idx > IdCount
            IF ID-Lockouts(ID-Idx) > 1 OR ID-Resets(ID-Idx) > 1
                DISPLAY ID-PlayerID(ID-Idx) "  " ID-Lockouts(ID-Idx)
                    "   " ID-Resets(ID-Idx) "   " ID-PinChanges(ID-Idx)
                ADD 1 TO LinesShown
            END-IF
        END-PERFORM
        PERFORM CloseSection
        DISPLAY " "
        DISPLAY "--- SIGN-ONS BETWEEN " NightFrom ":00 AND " NightTo
            ":00 ---"
        DISPLAY "DATE      TIME      PLAYER ID   PROGRAM   TERMINAL"
        MOVE 0 TO LinesShown
        PERFORM VARYING NT-Idx FROM 1 BY 1 UNTIL NT-Idx > NightCount
            MOVE NT-Time(NT-Idx)(1:2) TO ShowHH
            MOVE NT-Time(NT-Idx)(3:2) TO ShowMM
            MOVE NT-Time(NT-Idx)(5:2) TO ShowSS
            IF NT-TermID(NT-Idx) = SPACES
                MOVE "BATCH" TO ShowTerm
            ELSE
                MOVE NT-TermID(NT-Idx) TO ShowTerm
            END-IF
            DISPLAY NT-Date(NT-Idx) "  " ShowTime "  "
                NT-PlayerID(NT-Idx) "  " NT-Program(NT-Idx) "  "
                ShowTerm
            ADD 1 TO LinesShown
        END-PERFORM
        PERFORM CloseSection
        IF Overflowed > 0
            DISPLAY " "
            DISPLAY "SECRPT: TABLES FULL, " Overflowed
                " EVENTS NOT COUNTED"
            ADD 1 TO Flagged
        END-IF.

    CloseSection.
        IF LinesShown = 0
            DISPLAY "(NONE)"
        ELSE
            ADD LinesShown TO Flagged
        END-IF.
