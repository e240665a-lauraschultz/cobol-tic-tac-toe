   01 FinalState PIC X.
   01 ChampionID PIC X(10).
   01 Rank PIC 99.
*>    a notice to each player of a new fixture, dropped in their
*>    inbox through PLAYNOTE for MAIN and TTTCICS to show at sign-on
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
   01 NoteOpponent PIC X(10).
   01 NoteSide PIC X.

*>    the knockout stage the round-robin league never had: SETUP
*>    reads a finished league's LEAGUEFX results, ranks the table
        ELSE
            DISPLAY "FIXTURE " LX-FixtureNo ": " LX-HomeID
                " (X) VS " LX-AwayID " (O)"
            PERFORM NoticeFixture
        END-IF.

*>    the fixture just written, posted to the inbox of each of its
*>    two players; a player with a notice still unread about the
*>    same fixture is not told twice
    NoticeFixture.
        MOVE "P" TO NoteFunction
        MOVE "PLAYOFF" TO NQ-From
        MOVE 0 TO NQ-Expiry
        MOVE LX-HomeID TO NQ-PlayerID
        MOVE LX-AwayID TO NoteOpponent
        MOVE "X" TO NoteSide
        PERFORM PostFixtureNotice
        MOVE LX-AwayID TO NQ-PlayerID
        MOVE LX-HomeID TO NoteOpponent
        MOVE "O" TO NoteSide
        PERFORM PostFixtureNotice.

    PostFixtureNotice.
        MOVE SPACES TO NQ-Text
        STRING LX-LeagueID DELIMITED BY SPACE
            " FIXTURE " LX-FixtureNo ": YOU PLAY " DELIMITED BY SIZE
            NoteOpponent DELIMITED BY SPACE
            " AS " NoteSide DELIMITED BY SIZE INTO NQ-Text
        CALL 'PLAYNOTE' USING NoteFunction, NoteRequest, NoteResult,
            NoteList.

*>    ---------- ADVANCE ----------

    DoAdvance.
                DISPLAY "PLAYOFF: REPLAY FIXTURE REJECTED, STATUS "
                    LX-Status
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM NoticeFixture
            END-IF
            CLOSE LEAGUEFX
        END-IF.
            IF LX-OK
                DISPLAY "FINAL SEEDED AS FIXTURE 003: " Semi1Winner
                    " (X) VS " Semi2Winner " (O)"
                PERFORM NoticeFixture
            ELSE
                DISPLAY "PLAYOFF: FINAL FIXTURE REJECTED, STATUS "
                    LX-Status
