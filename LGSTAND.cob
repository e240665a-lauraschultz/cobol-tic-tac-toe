
    TallyFixture.
        IF LX-LeagueID = WantLeague
            EVALUATE LX-Status-Fld
                WHEN "P"
                    ADD 1 TO PostedCount
                    MOVE LX-HomeID TO ThisID
                    EVALUATE LX-Winner
                        WHEN 1 MOVE "W" TO ThisOutcome
                        WHEN 2 MOVE "L" TO ThisOutcome
                        WHEN OTHER MOVE "T" TO ThisOutcome
                    END-EVALUATE
                    PERFORM PostOutcome
                    MOVE LX-AwayID TO ThisID
                    EVALUATE LX-Winner
                        WHEN 1 MOVE "L" TO ThisOutcome
                        WHEN 2 MOVE "W" TO ThisOutcome
                        WHEN OTHER MOVE "T" TO ThisOutcome
                    END-EVALUATE
                    PERFORM PostOutcome
                WHEN "D"
                    PERFORM TallyDefault
                WHEN OTHER
                    ADD 1 TO OpenCount
*>    an unplayed fixture still seats both players in the table so
*>    an entrant with no games yet shows at zero instead of missing
                    MOVE LX-HomeID TO ThisID
                    PERFORM FindSlot
                    MOVE LX-AwayID TO ThisID
                    PERFORM FindSlot
            END-EVALUATE
        END-IF
        PERFORM ReadFixture.

*>    a fixture LGDEFLT defaulted past its due date counts as played:
*>    the side awarded it wins, the other loses, and a double
*>    forfeit (winner 0) is a loss to both
    TallyDefault.
        ADD 1 TO PostedCount
        MOVE LX-HomeID TO ThisID
        IF LX-Winner = 1
            MOVE "W" TO ThisOutcome
        ELSE
            MOVE "L" TO ThisOutcome
        END-IF
        PERFORM PostOutcome
        MOVE LX-AwayID TO ThisID
        IF LX-Winner = 2
            MOVE "W" TO ThisOutcome
        ELSE
            MOVE "L" TO ThisOutcome
        END-IF
        PERFORM PostOutcome.

    FindSlot.
        MOVE 0 TO ST-Idx
        PERFORM VARYING ST-Scan FROM 1 BY 1

    ListOpenFixture.
        IF LX-LeagueID = WantLeague AND LX-Status-Fld NOT = "P"
            AND LX-Status-Fld NOT = "D"
            DISPLAY "FIXTURE " LX-FixtureNo ": " LX-HomeID
                " (X) VS " LX-AwayID " (O)"
        END-IF
