*>    file: one "B" record when a run opens, an "S" when a step
*>    starts and an "E" with its RETURN-CODE when it completes.  A
*>    step with an S and no E is a step that died or was skipped --
*>    exactly the silent hole this ledger exists to make loud.  A
*>    rerun of a night adds a "C" for each step the operator has
*>    confirmed may run again and an "H" for each step held for want
*>    of that confirmation
FD RUNLOG.
   01 RunLogRecord.
       02 RL-Date PIC 9(8).
       02 RL-Time PIC 9(8).
       02 RL-RecType PIC X.
       02 RL-StepName PIC X(8).
*>    a "B" record has no step; it carries the business date of the
*>    night it opens instead (spaces on records from before reruns
*>    were recognised, whose night is worked out from the clock)
       02 RL-BusDate REDEFINES RL-StepName PIC X(8).
       02 RL-RC PIC 9(2).
WORKING-STORAGE SECTION.
   01 RL-Status PIC XX.
       88 GateFunc VALUE "GATE".
       88 ReportFunc VALUE "REPORT".
   01 StepEntryCard PIC X(8).
   01 BusDateEntry PIC X(8).
   01 ConfirmCard PIC X(8).
   01 RcEntry PIC X(2).
   01 StepRC PIC 9(2).
*>    the current (latest) night's steps, rebuilt each time the
*>    ledger is consulted from the records after the last "B" that
*>    opened a different night -- a rerun's "B" carries the same
*>    business date and adds to the night instead of starting over.
*>    SP-Rerun marks an attempt that failed and was started again
*>    later in the night; SP-Held a step a rerun held back
   01 StepTable.
       02 StepEnt OCCURS 50 TIMES.
           03 SP-Name PIC X(8).
           03 SP-EndDate PIC 9(8).
           03 SP-EndTime PIC 9(8).
           03 SP-RC PIC 9(2).
           03 SP-Attempt PIC 9.
           03 SP-Rerun PIC X.
           03 SP-Held PIC X.
   01 StepCount PIC 99 VALUE 0.
   01 SP-Idx PIC 99.
   01 SP-Found PIC X.
   01 RunDate PIC 9(8) VALUE 0.
   01 RunTime PIC 9(8) VALUE 0.
   01 RunSeen PIC X VALUE "N".
*>    the night being run: its business date, and each time a run
*>    was opened for it (the first run, then any reruns)
   01 RunBusDate PIC 9(8) VALUE 0.
   01 RunAttempts PIC 9 VALUE 0.
   01 RunOpenings.
       02 RunOpening OCCURS 9 TIMES.
           03 RO-Date PIC 9(8).
           03 RO-Time PIC 9(8).
   01 RO-Idx PIC 9.
   01 BusDate PIC 9(8).
   01 ClockDate PIC 9(8).
   01 ClockTime PIC 9(8).
   01 DayNumber PIC 9(7).
   01 RerunOfNight PIC X VALUE "N".
*>    the steps the operator confirmed on this rerun's BEGIN cards
   01 ConfirmTable.
       02 ConfirmName PIC X(8) OCCURS 50 TIMES.
   01 ConfirmCount PIC 99 VALUE 0.
   01 CF-Idx PIC 99.
   01 CF-Found PIC X.
*>    what a START on a rerun night decides: R runs the step, K
*>    skips it (it already completed clean), H holds it
   01 StartAction PIC X.
   01 HeldSteps PIC 99 VALUE 0.
   01 AttemptNote PIC X(10).
   01 PrereqName PIC X(8).
   01 PrereqsChecked PIC 99 VALUE 0.
   01 PrereqsMissing PIC 99 VALUE 0.
*>    REPORT prints the one-page morning status of last night.  The
*>    stream's JCL runs each END step only when its step gave RC 0,
*>    so a step that failed or never ran stays open in the ledger
*>    and the morning page says so.
*>    A BEGIN for a business date that already has a run is a rerun
*>    of that night: each START then gives RC 4 for a step the ledger
*>    shows completed clean that night (the JCL skips the step and
*>    its END), and RC 8 -- held -- for a step that started but never
*>    completed clean, unless the operator named it on the rerun's
*>    BEGIN cards.  Steps the first run never reached start as usual,
*>    and the gates and the morning page see the whole night
PROCEDURE DIVISION.
    ACCEPT RunFunc
    MOVE FUNCTION UPPER-CASE(RunFunc) TO RunFunc
    END-EVALUATE
    STOP RUN.

*>    the cards after BEGIN: the business date (blank for the night
*>    the clock says this is), then on a rerun the steps the operator
*>    confirms may run again after starting and not completing, one
*>    per card, and a blank card to end
    DoBegin.
        MOVE SPACES TO BusDateEntry
        ACCEPT BusDateEntry
        IF BusDateEntry = SPACES
            ACCEPT ClockDate FROM DATE YYYYMMDD
            ACCEPT ClockTime FROM TIME
            PERFORM DeriveBusDate
        ELSE
            IF BusDateEntry NOT NUMERIC
                DISPLAY "NIGHTRUN: THE BUSINESS DATE MUST BE YYYYMMDD "
                    "OR BLANK"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE BusDateEntry TO BusDate
        END-IF
        PERFORM LoadLedger
        IF RunSeen = "Y" AND RunBusDate = BusDate
            MOVE "Y" TO RerunOfNight
        END-IF
        MOVE "B" TO RL-RecType
        MOVE BusDate TO RL-BusDate
        MOVE 0 TO RL-RC
        PERFORM AppendLedgerRecord
        IF RerunOfNight = "Y"
            DISPLAY "NIGHTRUN: RERUN OF THE NIGHT OF " BusDate
                " -- STEPS ALREADY COMPLETED CLEAN WILL SKIP"
        ELSE
            DISPLAY "NIGHTRUN: RUN OPENED FOR THE NIGHT OF " BusDate
        END-IF
        MOVE SPACES TO ConfirmCard
        ACCEPT ConfirmCard
        PERFORM AcceptConfirm UNTIL ConfirmCard = SPACES.

    AcceptConfirm.
        MOVE FUNCTION UPPER-CASE(ConfirmCard) TO ConfirmCard
        IF RerunOfNight = "Y"
            MOVE "C" TO RL-RecType
            MOVE ConfirmCard TO RL-StepName
            MOVE 0 TO RL-RC
            PERFORM AppendLedgerRecord
            DISPLAY "NIGHTRUN: RERUN OF STEP " ConfirmCard
                " CONFIRMED"
        ELSE
            DISPLAY "NIGHTRUN: NOT A RERUN -- CONFIRMATION OF "
                ConfirmCard " IGNORED"
        END-IF
        MOVE SPACES TO ConfirmCard
        ACCEPT ConfirmCard.

*>    a run opened before noon belongs to the night that began the
*>    evening before, so a 3 a.m. rerun is the same night
    DeriveBusDate.
        IF ClockTime < 12000000
            COMPUTE DayNumber = FUNCTION INTEGER-OF-DATE(ClockDate) - 1
            COMPUTE BusDate = FUNCTION DATE-OF-INTEGER(DayNumber)
        ELSE
            MOVE ClockDate TO BusDate
        END-IF.

    DoStart.
        PERFORM AcceptStepName
        MOVE "R" TO StartAction
        PERFORM LoadLedger
        IF RunSeen = "Y" AND RunAttempts > 1
            PERFORM CheckRerunStep
        END-IF
        EVALUATE StartAction
            WHEN "K"
                DISPLAY "NIGHTRUN: STEP " StepEntryCard
                    " ALREADY COMPLETED CLEAN THIS NIGHT -- SKIPPED"
                MOVE 4 TO RETURN-CODE
            WHEN "H"
                MOVE "H" TO RL-RecType
                MOVE StepEntryCard TO RL-StepName
                MOVE 0 TO RL-RC
                PERFORM AppendLedgerRecord
                DISPLAY "NIGHTRUN: STEP " StepEntryCard
                    " STARTED EARLIER THIS NIGHT AND NEVER COMPLETED"
                DISPLAY "NIGHTRUN: HELD -- NAME IT ON THE RERUN'S "
                    "BEGIN CARDS TO CONFIRM IT MAY RUN AGAIN"
                MOVE 8 TO RETURN-CODE
            WHEN OTHER
                MOVE "S" TO RL-RecType
                MOVE StepEntryCard TO RL-StepName
                MOVE 0 TO RL-RC
                PERFORM AppendLedgerRecord
                DISPLAY "NIGHTRUN: STEP " StepEntryCard " STARTED"
        END-EVALUATE.

*>    the step's latest attempt this night decides: completed clean
*>    means skip, anything else needs the operator's word
    CheckRerunStep.
        MOVE "N" TO SP-Found
        PERFORM VARYING SP-Idx FROM StepCount BY -1
            UNTIL SP-Idx < 1 OR SP-Found = "Y"
            IF SP-Name(SP-Idx) = StepEntryCard
                MOVE "Y" TO SP-Found
                IF SP-Ended(SP-Idx) = "Y" AND SP-RC(SP-Idx) = 0
                    MOVE "K" TO StartAction
                ELSE
                    PERFORM CheckConfirmed
                    IF CF-Found = "Y"
                        DISPLAY "NIGHTRUN: STEP " StepEntryCard
                            " RUNS AGAIN, AS THE OPERATOR CONFIRMED"
                    ELSE
                        MOVE "H" TO StartAction
                    END-IF
                END-IF
            END-IF
        END-PERFORM.

    CheckConfirmed.
        MOVE "N" TO CF-Found
        PERFORM VARYING CF-Idx FROM 1 BY 1
            UNTIL CF-Idx > ConfirmCount OR CF-Found = "Y"
            IF ConfirmName(CF-Idx) = StepEntryCard
                MOVE "Y" TO CF-Found
            END-IF
        END-PERFORM.

    DoEnd.
        PERFORM AcceptStepName
*>    prerequisite names come one per card after the function; the
*>    gate passes only when each one completed with RC 0 in the
*>    current run -- a step that failed never got its END record,
*>    so "no END on file" and "ended badly" both hold the gate.  On
*>    a rerun night it is the step's latest attempt that counts
    DoGate.
        PERFORM LoadCurrentRun
        MOVE SPACES TO PrereqName
        MOVE FUNCTION UPPER-CASE(PrereqName) TO PrereqName
        ADD 1 TO PrereqsChecked
        MOVE "N" TO SP-Found
        PERFORM VARYING SP-Idx FROM StepCount BY -1
            UNTIL SP-Idx < 1 OR SP-Found = "Y"
            IF SP-Name(SP-Idx) = PrereqName
                MOVE "Y" TO SP-Found
                IF SP-Ended(SP-Idx) NOT = "Y" OR SP-RC(SP-Idx) > 0
*>    the ledger keeps every night; only the records after the last
*>    "B" describe the run being gated or reported on
    LoadCurrentRun.
        MOVE "N" TO RunSeen
        OPEN INPUT RUNLOG
        IF NOT RL-OK
            DISPLAY "NIGHTRUN: NO RUNLOG ON FILE, STATUS " RL-Status
            STOP RUN
        END-IF.

*>    the same for BEGIN and START, where no ledger yet is no error
    LoadLedger.
        MOVE "N" TO RunSeen
        OPEN INPUT RUNLOG
        IF RL-OK
            PERFORM ReadLedger
            PERFORM FoldLedgerRecord UNTIL RL-EOF
            CLOSE RUNLOG
        END-IF.

    ReadLedger.
        READ RUNLOG
            AT END SET RL-EOF TO TRUE
    FoldLedgerRecord.
        EVALUATE RL-RecType
            WHEN "B"
                PERFORM NoteRunOpened
            WHEN "S"
                PERFORM NoteStepStart
            WHEN "E"
                PERFORM NoteStepEnd
            WHEN "C"
                IF ConfirmCount < 50
                    ADD 1 TO ConfirmCount
                    MOVE RL-StepName TO ConfirmName(ConfirmCount)
                END-IF
            WHEN "H"
                PERFORM NoteStepHeld
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        PERFORM ReadLedger.

    NoteRunOpened.
        IF RL-BusDate NUMERIC
            MOVE RL-BusDate TO BusDate
        ELSE
            MOVE RL-Date TO ClockDate
            MOVE RL-Time TO ClockTime
            PERFORM DeriveBusDate
        END-IF
        IF RunSeen = "Y" AND BusDate = RunBusDate
            IF RunAttempts < 9
                ADD 1 TO RunAttempts
            END-IF
        ELSE
            MOVE "Y" TO RunSeen
            MOVE BusDate TO RunBusDate
            MOVE RL-Date TO RunDate
            MOVE RL-Time TO RunTime
            MOVE 0 TO StepCount
            MOVE 1 TO RunAttempts
        END-IF
        MOVE RL-Date TO RO-Date(RunAttempts)
        MOVE RL-Time TO RO-Time(RunAttempts)
        MOVE 0 TO ConfirmCount.

*>    a step started again in the same night supersedes its earlier
*>    attempt if that one never completed clean
    NoteStepStart.
        PERFORM VARYING SP-Idx FROM 1 BY 1 UNTIL SP-Idx > StepCount
            IF SP-Name(SP-Idx) = RL-StepName
                AND (SP-Ended(SP-Idx) NOT = "Y" OR SP-RC(SP-Idx) > 0)
                MOVE "Y" TO SP-Rerun(SP-Idx)
            END-IF
        END-PERFORM
        IF StepCount < 50
            ADD 1 TO StepCount
            MOVE RL-StepName TO SP-Name(StepCount)
            MOVE 0 TO SP-EndDate(StepCount)
            MOVE 0 TO SP-EndTime(StepCount)
            MOVE 0 TO SP-RC(StepCount)
            MOVE RunAttempts TO SP-Attempt(StepCount)
            MOVE "N" TO SP-Rerun(StepCount)
            MOVE "N" TO SP-Held(StepCount)
        END-IF.

    NoteStepHeld.
        MOVE "N" TO SP-Found
        PERFORM VARYING SP-Idx FROM StepCount BY -1
            UNTIL SP-Idx < 1 OR SP-Found = "Y"
            IF SP-Name(SP-Idx) = RL-StepName
                MOVE "Y" TO SP-Found
                MOVE "Y" TO SP-Held(SP-Idx)
            END-IF
        END-PERFORM.

    NoteStepEnd.
        MOVE "N" TO SP-Found
        PERFORM VARYING SP-Idx FROM StepCount BY -1
            UNTIL SP-Idx < 1 OR SP-Found = "Y"
            IF SP-Name(SP-Idx) = RL-StepName
                AND SP-Ended(SP-Idx) = "N" AND SP-Rerun(SP-Idx) = "N"
                MOVE "Y" TO SP-Found
                MOVE "Y" TO SP-Ended(SP-Idx)
                MOVE RL-Date TO SP-EndDate(SP-Idx)
    DoReport.
        PERFORM LoadCurrentRun
        DISPLAY " "
        DISPLAY "===== NIGHT RUN STATUS FOR THE NIGHT OF " RunBusDate
            ", RUN OPENED " RunDate " " RunTime " ====="
        PERFORM VARYING RO-Idx FROM 2 BY 1 UNTIL RO-Idx > RunAttempts
            DISPLAY "      RERUN OPENED " RO-Date(RO-Idx) " "
                RO-Time(RO-Idx)
        END-PERFORM
        IF StepCount = 0
            DISPLAY "(NO STEPS RECORDED)"
            MOVE 4 TO RETURN-CODE
                        BadSteps " ENDED NONZERO -- SEE ABOVE"
                    MOVE 4 TO RETURN-CODE
            END-EVALUATE
            IF HeldSteps > 0
                DISPLAY HeldSteps " STEP(S) HELD ON THE RERUN -- "
                    "CONFIRM THEM ON THE NEXT RERUN'S BEGIN CARDS"
            END-IF
        END-IF.

*>    an attempt that was superseded by a later one in the same night
*>    is shown but not counted -- the later attempt tells the story
    ReportOneStep.
        MOVE SPACES TO AttemptNote
        IF SP-Attempt(SP-Idx) > 1
            MOVE "  ON RERUN" TO AttemptNote
        END-IF
        EVALUATE TRUE
            WHEN SP-Rerun(SP-Idx) = "Y"
                DISPLAY SP-Name(SP-Idx) "  STARTED "
                    SP-StartTime(SP-Idx) AttemptNote
                    "  ** DID NOT COMPLETE CLEAN -- RERUN BELOW **"
            WHEN SP-Ended(SP-Idx) = "Y" AND SP-RC(SP-Idx) = 0
                DISPLAY SP-Name(SP-Idx) "  STARTED "
                    SP-StartTime(SP-Idx) "  ENDED "
                    SP-EndTime(SP-Idx) "  RC " SP-RC(SP-Idx)
                    AttemptNote
            WHEN SP-Ended(SP-Idx) = "Y"
                ADD 1 TO BadSteps
                DISPLAY SP-Name(SP-Idx) "  STARTED "
                    SP-StartTime(SP-Idx) "  ENDED "
                    SP-EndTime(SP-Idx) "  RC " SP-RC(SP-Idx)
                    AttemptNote "  ** CHECK THIS STEP **"
            WHEN SP-Held(SP-Idx) = "Y"
                ADD 1 TO OpenSteps
                ADD 1 TO HeldSteps
                DISPLAY SP-Name(SP-Idx) "  STARTED "
                    SP-StartTime(SP-Idx) AttemptNote
                    "  ** NEVER COMPLETED -- HELD ON THE RERUN FOR "
                    "OPERATOR CONFIRMATION **"
            WHEN OTHER
                ADD 1 TO OpenSteps
                DISPLAY SP-Name(SP-Idx) "  STARTED "
                    SP-StartTime(SP-Idx) AttemptNote
                    "  ** NEVER COMPLETED -- FAILED OR SKIPPED **"
        END-EVALUATE.
