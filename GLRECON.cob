    SELECT GLRCBKM ASSIGN TO "GLRCBKM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS BK-Status.
*>    read by key only, for the rules a decided game was played to
    SELECT GAMEHDR ASSIGN TO "GAMEHDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GH-GameID
        FILE STATUS IS GH-Status.
DATA DIVISION.
FILE SECTION.
FD GAMELOG.
       02 GL-ExtBoard PIC X(16).
*>    how the game ended: space for a played-out result, "R" when
*>    the losing side resigned at the move prompt, "T" when a move
*>    clock expired on them, "V" voided and "A" adjudicated on dispute
       02 GL-EndReason PIC X.
*>    how far the last successful run got and the running lifetime
*>    totals, so the nightly run re-verifies only the night's new
       02 BK-WinnerMismatches PIC 9(6).
       02 BK-WinLineMismatches PIC 9(6).
       02 BK-ResignedSkipped PIC 9(6).
FD GAMEHDR.
   01 GameHdrRecord.
       02 GH-GameID PIC X(16).
       02 GH-Rest PIC X(39).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
WORKING-STORAGE SECTION.
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
   01 RecordsChecked PIC 9(6) VALUE 0.
   01 WinnerMismatches PIC 9(6) VALUE 0.
   01 WinLineMismatches PIC 9(6) VALUE 0.
*>    a resigned, timed-out or disputed game's logged winner is set
*>    by rule or by decision, not something the final board can
*>    show, so those records are counted but not re-derived
   01 ResignedSkipped PIC 9(6) VALUE 0.
   01 BK-Status PIC XX.
       88 BK-OK VALUE "00".
   01 RecordsDone PIC 9(7) VALUE 0.
   01 NewThisRun PIC 9(7) VALUE 0.
   01 RestartedFull PIC X VALUE "N".
   01 GH-Status PIC XX.
       88 GH-OK VALUE "00".
   01 HdrOpen PIC X VALUE "N".

*>    run mode off SYSIN: blank (or INCR) resumes from the bookmark
*>    and re-verifies only the records added since the last run;
        DISPLAY "GLRECON: UNABLE TO OPEN GAMELOG, STATUS " GL-Status
        STOP RUN
    END-IF
*>    without the headers every game is taken as classic; a misere
*>    game then shows as a winner mismatch for the operator to look at
    OPEN INPUT GAMEHDR
    IF GH-OK
        MOVE "Y" TO HdrOpen
    ELSE
        DISPLAY "GLRECON: GAMEHDR UNAVAILABLE, STATUS " GH-Status
            " -- ALL GAMES TAKEN AS CLASSIC"
    END-IF
    PERFORM SkipProcessedRecords
    IF RestartedFull = "N"
        PERFORM ReadGameLog
        PERFORM ReconcileRecord UNTIL GL-EOF
        CLOSE GAMELOG
    END-IF
    IF HdrOpen = "Y"
        CLOSE GAMEHDR
    END-IF
    PERFORM PrintSummary
    PERFORM SaveBookmark
    IF WinnerMismatches = 0 AND WinLineMismatches = 0
        ADD 1 TO NewThisRun
        ADD 1 TO RecordsChecked
        IF GL-EndReason = "R" OR GL-EndReason = "T"
            OR GL-EndReason = "V" OR GL-EndReason = "A"
            ADD 1 TO ResignedSkipped
            PERFORM ReadGameLog
        ELSE
            MOVE GL-WinLength TO RWinLength
            CALL 'CHECKWINNER' USING
                RBoardTable, RBoardSize, RWinLength, RWinner
            PERFORM ApplyGameRule
            IF RWinner NOT = GL-Winner
                ADD 1 TO WinnerMismatches
                DISPLAY "WINNER MISMATCH -- GAMEID " GL-GameID
        ELSE
            MOVE ALL "0" TO RBoardTable(10:16)
            CALL 'COMPUTEWINNER' USING RBoardTable, RWinner, RWinLine
            PERFORM ApplyGameRule
            IF RWinner NOT = GL-Winner
                ADD 1 TO WinnerMismatches
                DISPLAY "WINNER MISMATCH -- GAMEID " GL-GameID
        PERFORM ReadGameLog
        END-IF.

*>    a misere game's line belongs to the side that lost, so the
*>    logged winner is the other side; the line itself still matches
    ApplyGameRule.
        IF RWinner NOT = 0 AND HdrOpen = "Y"
            MOVE GL-GameID TO GH-GameID
            READ GAMEHDR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF GH-Rule = "M"
                        COMPUTE RWinner = 3 - RWinner
                    END-IF
            END-READ
        END-IF.

    PrintSummary.
        DISPLAY " "
        DISPLAY "===== GAMELOG RECONCILIATION SUMMARY (LIFETIME) ====="
        DISPLAY "RECORDS CHECKED ..... " RecordsChecked
        DISPLAY "WINNER MISMATCHES .... " WinnerMismatches
        DISPLAY "WINLINE MISMATCHES ... " WinLineMismatches
        DISPLAY "RESIGNED/TIMED OUT/DISPUTED (NOT DERIVED) "
            ResignedSkipped
        IF WinnerMismatches = 0 AND WinLineMismatches = 0
            DISPLAY "GAMELOG IS CONSISTENT WITH COMPUTEWINNER"
        ELSE
