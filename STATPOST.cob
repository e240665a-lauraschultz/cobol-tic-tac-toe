       02 OQ-PlayerID PIC X(10).
       02 OQ-Outcome PIC X.
       02 OQ-GameID PIC X(16).
*>    space for a game's outcome, "R" for a DISPUTE reversal of one
       02 OQ-Kind PIC X.
FD PLAYERSTATS.
   01 PlayerStatsRecord.
       02 PS-PlayerID PIC X(10).
           03 QT-PlayerID PIC X(10).
           03 QT-Outcome PIC X.
           03 QT-GameID PIC X(16).
           03 QT-Kind PIC X.
           03 QT-State PIC X.
   01 QueCount PIC 9(4) VALUE 0.
   01 QT-Idx PIC 9(4).
   01 QueOverflow PIC 9(5) VALUE 0.
   01 OutcomesApplied PIC 9(4) VALUE 0.
   01 OutcomesFailed PIC 9(4) VALUE 0.
   01 ReversalsApplied PIC 9(4) VALUE 0.
*>    scratch fields for the PSJOURNL record written per applied
*>    outcome, under the originating program's name so the journal
*>    reads the same as when the games posted directly
*>    the file -- two sessions finishing at once can no longer lose
*>    each other's increment to the COMPUTER record, and PSMAINT
*>    stops doing a design's job.  Each applied outcome is
*>    journaled through PSJRNL (a DISPUTE reversal as type "R");
*>    the queue is rewritten holding only what failed to apply.
*>    Run it from the night stream (and as often as the leaderboard
*>    wants to be current)
PROCEDURE DIVISION.
    OPEN INPUT OUTCOMEQ
    IF NOT OQ-OK
            MOVE OQ-PlayerID TO QT-PlayerID(QueCount)
            MOVE OQ-Outcome TO QT-Outcome(QueCount)
            MOVE OQ-GameID TO QT-GameID(QueCount)
            MOVE OQ-Kind TO QT-Kind(QueCount)
            MOVE " " TO QT-State(QueCount)
        ELSE
            ADD 1 TO QueOverflow
            NOT INVALID KEY
                MOVE "Y" TO PS-Found
        END-READ
        IF QT-Kind(QT-Idx) = "R"
            PERFORM ReverseOutcome
        ELSE
            ADD 1 TO PS-Games
            EVALUATE QT-Outcome(QT-Idx)
                WHEN "W"
                    ADD 1 TO PS-Wins
                WHEN "L"
                    ADD 1 TO PS-Losses
                WHEN OTHER
                    ADD 1 TO PS-Ties
            END-EVALUATE
        END-IF
        IF PS-Found = "Y"
            REWRITE PlayerStatsRecord
        ELSE
        END-IF
        IF PS-OK
            ADD 1 TO OutcomesApplied
            IF QT-Kind(QT-Idx) = "R"
                ADD 1 TO ReversalsApplied
            END-IF
            MOVE "A" TO QT-State(QT-Idx)
            PERFORM JournalOutcome
        ELSE
                " WOULD NOT APPLY, STATUS " PS-Status
        END-IF.

*>    a DISPUTE reversal takes back the game and the outcome it was
*>    posted as; a counter already at zero (reset by a season end
*>    since the game posted) stays there
    ReverseOutcome.
        IF PS-Games > 0
            SUBTRACT 1 FROM PS-Games
        END-IF
        EVALUATE QT-Outcome(QT-Idx)
            WHEN "W"
                IF PS-Wins > 0
                    SUBTRACT 1 FROM PS-Wins
                END-IF
            WHEN "L"
                IF PS-Losses > 0
                    SUBTRACT 1 FROM PS-Losses
                END-IF
            WHEN OTHER
                IF PS-Ties > 0
                    SUBTRACT 1 FROM PS-Ties
                END-IF
        END-EVALUATE.

    JournalOutcome.
        IF QT-Kind(QT-Idx) = "R"
            MOVE "R" TO JrnType
        ELSE
            MOVE "O" TO JrnType
        END-IF
        MOVE QT-PlayerID(QT-Idx) TO JrnPlayerID
        MOVE QT-Outcome(QT-Idx) TO JrnOutcome
        MOVE 0 TO JrnGames JrnWins JrnLosses JrnTies
            MOVE QT-PlayerID(QT-Idx) TO OQ-PlayerID
            MOVE QT-Outcome(QT-Idx) TO OQ-Outcome
            MOVE QT-GameID(QT-Idx) TO OQ-GameID
            MOVE QT-Kind(QT-Idx) TO OQ-Kind
            WRITE OutcomeQRecord
        END-IF.

        DISPLAY "===== OUTCOME QUEUE POSTING ====="
        DISPLAY "QUEUED OUTCOMES READ . " QueCount
        DISPLAY "APPLIED .............. " OutcomesApplied
        DISPLAY "  OF WHICH REVERSALS . " ReversalsApplied
        DISPLAY "STILL FAILING ........ " OutcomesFailed
        IF OutcomesFailed = 0
            DISPLAY "THE QUEUE IS DRAINED"
