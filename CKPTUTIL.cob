       02 CK-Player1ID PIC X(10).
       02 CK-Player2ID PIC X(10).
       02 CK-SaveName PIC X(12).
       02 CK-Rule PIC X.
       02 CK-Seed PIC 9(9).
WORKING-STORAGE SECTION.
   01 CK-Status PIC XX.
       88 CK-OK VALUE "00".
       88 PurgeMode VALUE "PURGE".
   01 PurgeDaysEntry PIC X(4) VALUE SPACES.
   01 PurgeDays PIC 9(4) VALUE 0.
*>    a blank day count purges at the site's stale age, parameter
*>    CKPT-STALE-DAYS, 30 days when it isn't set
   01 StaleDays PIC 9(4) VALUE 30.
   01 ParmRequest.
       02 PQ-Name PIC X(16).
       02 PQ-Default PIC 9(9).
       02 PQ-Low PIC 9(9).
       02 PQ-High PIC 9(9).
   01 ParmValue PIC 9(9).
   01 ParmSource PIC X.
*>    a GameID is the date and time the game started (GenerateGameID
*>    in MAIN), so a checkpoint's age falls straight out of its key's
*>    first eight characters -- no extra timestamp field needed
   01 RecordsListed PIC 9(5) VALUE 0.
   01 RecordsPurged PIC 9(5) VALUE 0.
   01 RecordsHeld PIC 9(5) VALUE 0.
*>    a saved game this close to its purge age warns its players
*>    through their PLAYNOTE inbox, once per game while the notice
*>    waits unread, naming the date the next PURGE run takes it; the
*>    week is parameter CKPT-WARN-DAYS, and 0 there posts no warnings
   01 PurgeWarnDays PIC 99 VALUE 7.
   01 WarnFromAge PIC S9(5).
   01 PurgeOnDate PIC 9(8).
   01 WarningsPosted PIC 9(5) VALUE 0.
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

*>    housekeeping for the saved-game file: every game someone walked
*>    away from leaves its CHECKPT record behind forever (only a
*>    -- and PURGE deletes the ones older than a given number of days,
*>    reporting exactly what it removed, so cleanup no longer means
*>    deleting the whole file out from under games people DO intend
*>    to resume.  PURGE also warns the players of a game that will
*>    go within the week, through their sign-on notices
PROCEDURE DIVISION.
    DISPLAY "Function (LIST/PURGE): " WITH NO ADVANCING
    ACCEPT RunMode
        STOP RUN
    END-IF
    IF PurgeMode
        DISPLAY "Purge checkpoints older than how many days (blank "
            "for the site's stale age)? " WITH NO ADVANCING
        ACCEPT PurgeDaysEntry
*>    a typed count comes back space-padded, so it's converted the
*>    way LEADRPT converts its qualifier rather than NUMERIC-tested
        PERFORM ReadPurgeParms
        IF PurgeDaysEntry = SPACES
            MOVE StaleDays TO PurgeDays
        ELSE
            MOVE FUNCTION NUMVAL(PurgeDaysEntry) TO PurgeDays
        END-IF
        IF PurgeDays = 0
            DISPLAY "CKPTUTIL: A NUMERIC DAY COUNT IS REQUIRED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        COMPUTE WarnFromAge = PurgeDays - PurgeWarnDays
    END-IF
    ACCEPT TodayDate FROM DATE YYYYMMDD
    COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayDate)
    IF PurgeMode
        DISPLAY "PURGED ............... " RecordsPurged
        DISPLAY "RETAINED ............. " RecordsHeld
        DISPLAY "PURGE WARNINGS POSTED  " WarningsPosted
    END-IF
    STOP RUN.

            END-IF
        ELSE
            ADD 1 TO RecordsHeld
            IF AgeKnown = "Y" AND AgeDays >= WarnFromAge
                AND PurgeWarnDays > 0
                PERFORM WarnOfPurge
            END-IF
        END-IF.

    ReadPurgeParms.
        MOVE "CKPT-STALE-DAYS" TO PQ-Name
        MOVE StaleDays TO PQ-Default
        MOVE 1 TO PQ-Low
        MOVE 9999 TO PQ-High
        CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
        MOVE ParmValue TO StaleDays
        MOVE "CKPT-WARN-DAYS" TO PQ-Name
        MOVE PurgeWarnDays TO PQ-Default
        MOVE 0 TO PQ-Low
        MOVE 99 TO PQ-High
        CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
        MOVE ParmValue TO PurgeWarnDays.

*>    a game is purged by the first run that finds it more than
*>    PurgeDays old; the notice is worth showing until then
    WarnOfPurge.
        COMPUTE PurgeOnDate = FUNCTION DATE-OF-INTEGER(
            GameInt + PurgeDays + 1)
        MOVE "P" TO NoteFunction
        MOVE "CKPTUTIL" TO NQ-From
        MOVE PurgeOnDate TO NQ-Expiry
        MOVE SPACES TO NQ-Text
        STRING "SAVED GAME " CK-GameID " DUE FOR PURGE ON "
            PurgeOnDate DELIMITED BY SIZE INTO NQ-Text
        MOVE CK-Player1ID TO NQ-PlayerID
        PERFORM PostPurgeWarning
        MOVE CK-Player2ID TO NQ-PlayerID
        PERFORM PostPurgeWarning.

*>    checkpoints from before the player columns name nobody, and
*>    the computer has no inbox
    PostPurgeWarning.
        IF NQ-PlayerID NOT = SPACES AND NQ-PlayerID NOT = "COMPUTER"
            CALL 'PLAYNOTE' USING NoteFunction, NoteRequest,
                NoteResult, NoteList
            IF NoteResult = "O"
                ADD 1 TO WarningsPosted
                DISPLAY "  ** PURGE WARNING POSTED TO " NQ-PlayerID
                    " **"
            END-IF
        END-IF.
