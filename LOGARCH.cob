       02 TL-Head PIC X(9).
       02 TL-Date PIC 9(8).
       02 TL-Time PIC 9(8).
       02 TL-Rest PIC X(12).
FD THINKLOGH.
   01 ThinkLogHistRecord PIC X(37).
FD THINKLOGN.
   01 ThinkLogNewRecord PIC X(37).
WORKING-STORAGE SECTION.
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
       88 TLN-OK VALUE "00".
   01 CutoffEntry PIC X(8) VALUE SPACES.
   01 CutoffDate PIC 9(8) VALUE 0.
*>    with no cutoff card the sweep keeps a year live, or the number
*>    of days the site sets as parameter LOG-RETAIN-DAYS
   01 RetainDays PIC 9(4) VALUE 365.
   01 TodayDate PIC 9(8).
   01 ParmRequest.
       02 PQ-Name PIC X(16).
       02 PQ-Default PIC 9(9).
       02 PQ-Low PIC 9(9).
       02 PQ-High PIC 9(9).
   01 ParmValue PIC 9(9).
   01 ParmSource PIC X.
   01 RecordsRead PIC 9(7).
   01 RecordsKept PIC 9(7).
   01 RecordsMoved PIC 9(7).
*>    live file only by landing in the history file first.  The work
*>    files (GAMELOGN/AUDITLOGN/THINKLOGN) hold the kept records
*>    between the split pass and the rewrite pass so a failure before
*>    the rewrite leaves the live file untouched.  A blank cutoff
*>    card takes the cutoff from the retention period instead
PROCEDURE DIVISION.
    DISPLAY "Archive records dated before (YYYYMMDD, blank for the "
        "retention period): " WITH NO ADVANCING
    ACCEPT CutoffEntry
    IF CutoffEntry = SPACES
        PERFORM RetentionCutoff
    ELSE
        IF CutoffEntry NOT NUMERIC
            DISPLAY "LOGARCH: A NUMERIC YYYYMMDD CUTOFF IS REQUIRED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE CutoffEntry TO CutoffDate
    END-IF
    DISPLAY " "
    DISPLAY "===== LOG DATASET ARCHIVAL, CUTOFF " CutoffDate " ====="
    PERFORM ArchiveGameLog
    PERFORM ArchiveThinkLog
    STOP RUN.

    RetentionCutoff.
        MOVE "LOG-RETAIN-DAYS" TO PQ-Name
        MOVE RetainDays TO PQ-Default
        MOVE 1 TO PQ-Low
        MOVE 9999 TO PQ-High
        CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
        MOVE ParmValue TO RetainDays
        IF ParmSource = "R"
            DISPLAY "LOGARCH: LOG-RETAIN-DAYS ON FILE IS OUTSIDE "
                "1-9999, USING " RetainDays
        END-IF
        ACCEPT TodayDate FROM DATE YYYYMMDD
        COMPUTE CutoffDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(TodayDate) - RetainDays)
        DISPLAY "LOGARCH: KEEPING " RetainDays " DAYS LIVE".

    ResetCounters.
        MOVE "N" TO SplitFailed
        MOVE "N" TO RewriteFailed
