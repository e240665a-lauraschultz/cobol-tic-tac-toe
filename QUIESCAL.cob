   01 RecordOnFile PIC X VALUE "N".
   01 DrainState PIC X(8).
   01 NoGameID PIC X(16) VALUE SPACES.
*>    the day's window as a broadcast notice to every player, posted
*>    through PLAYNOTE ahead of the window and good for the day only
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

*>    the scheduler's end of the quiesce mechanism: run every few
*>    minutes, it reads the BATCAL drain-window calendar and raises
    PERFORM ComputeDesired
    PERFORM ReadCurrentSignal
    PERFORM ApplyTransition
    PERFORM AnnounceWindow
    STOP RUN.

    ReadCalendar.
            CLOSE QUIESCE
        END-IF.

*>    while today's window is still ahead, every player signing on
*>    is told when play pauses.  The run repeats every few minutes
*>    but PLAYNOTE keeps one copy of a broadcast while it is current,
*>    so the players see it once, and the expiry retires it tonight
    AnnounceWindow.
        IF WindowOn = "Y" AND DesiredSignal = "N"
            AND NowTime < WindowStart
            MOVE "B" TO NoteFunction
            MOVE SPACES TO NQ-PlayerID
            MOVE "QUIESCAL" TO NQ-From
            MOVE TodayDate TO NQ-Expiry
            MOVE SPACES TO NQ-Text
            STRING "BATCH WINDOW TONIGHT " WindowStart(1:2) ":"
                WindowStart(3:2) " TO " WindowEnd(1:2) ":"
                WindowEnd(3:2) " -- PLAY IS PAUSED THEN"
                DELIMITED BY SIZE INTO NQ-Text
            CALL 'PLAYNOTE' USING NoteFunction, NoteRequest,
                NoteResult, NoteList
            IF NoteResult = "O"
                DISPLAY "QUIESCAL: TONIGHT'S WINDOW ANNOUNCED TO "
                    "PLAYERS"
            END-IF
        END-IF.

*>    the automatic transitions ride DRAINLOG next to the session
*>    drains, so QUIESCTL STATUS shows the whole night's story
    WriteDrainRecord.
