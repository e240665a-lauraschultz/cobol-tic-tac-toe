   01 RecordsRead PIC 9(7) VALUE 0.
   01 RecordsSkipped PIC 9(7) VALUE 0.
   01 OutcomesApplied PIC 9(7) VALUE 0.
   01 ReversalsApplied PIC 9(7) VALUE 0.
   01 ImagesApplied PIC 9(7) VALUE 0.
   01 DeletesApplied PIC 9(7) VALUE 0.
   01 RecordsFailed PIC 9(7) VALUE 0.
*>    brings a PLAYERSTATS file just reloaded from the IDXBKUP
*>    backup up to the moment of failure by replaying the PSJOURNL
*>    records written since the backup was unloaded: "O" outcomes
*>    re-increment, "R" dispute reversals re-decrement, "S" images
*>    overwrite whole, "D" deletes remove.
*>    The replay-from timestamp is the backup's unload time (on the
*>    TTTBKUP job's SYSOUT); records at or after it replay, earlier
*>    ones are already inside the backup and are skipped -- replay
            EVALUATE JR-Type
                WHEN "O"
                    PERFORM ApplyOutcome
                WHEN "R"
                    PERFORM ApplyReversal
                WHEN "S"
                    PERFORM ApplyImage
                WHEN "D"
                " WOULD NOT APPLY, STATUS " PS-Status
        END-IF.

*>    the same floored decrement STATPOST made when the reversal
*>    first posted
    ApplyReversal.
        MOVE "N" TO PS-Found
        MOVE JR-PlayerID TO PS-PlayerID
        READ PLAYERSTATS
            INVALID KEY
                MOVE JR-PlayerID TO PS-PlayerID
                MOVE 0 TO PS-Games PS-Wins PS-Losses PS-Ties
            NOT INVALID KEY
                MOVE "Y" TO PS-Found
        END-READ
        IF PS-Games > 0
            SUBTRACT 1 FROM PS-Games
        END-IF
        EVALUATE JR-Outcome
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
        END-EVALUATE
        IF PS-Found = "Y"
            REWRITE PlayerStatsRecord
        ELSE
            WRITE PlayerStatsRecord
        END-IF
        IF PS-OK
            ADD 1 TO ReversalsApplied
        ELSE
            ADD 1 TO RecordsFailed
            DISPLAY "ROLLFWD: REVERSAL FOR " JR-PlayerID
                " WOULD NOT APPLY, STATUS " PS-Status
        END-IF.

    ApplyImage.
        MOVE "N" TO PS-Found
        MOVE JR-PlayerID TO PS-PlayerID
        DISPLAY "JOURNAL RECORDS READ . " RecordsRead
        DISPLAY "BEFORE THE CUTOFF .... " RecordsSkipped
        DISPLAY "OUTCOMES RE-APPLIED .. " OutcomesApplied
        DISPLAY "REVERSALS RE-APPLIED . " ReversalsApplied
        DISPLAY "IMAGES RESTORED ...... " ImagesApplied
        DISPLAY "DELETES RE-APPLIED ... " DeletesApplied
        DISPLAY "FAILED ............... " RecordsFailed
