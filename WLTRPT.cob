    SELECT WLTRBKM ASSIGN TO "WLTRBKM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS BK-Status.
*>    read by key only, for the rules each game was played to
    SELECT GAMEHDR ASSIGN TO "GAMEHDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GH-GameID
        FILE STATUS IS GH-Status.
DATA DIVISION.
FILE SECTION.
FD GAMELOG.
       02 BK-OtherGames PIC 9(6).
       02 BK-Resignations PIC 9(6).
       02 BK-WinLineCounts PIC X(48).
*>    a bookmark saved before misere games were kept apart reads back
*>    spaces here, taken as none
       02 BK-MisereGames PIC 9(6).
FD GAMEHDR.
   01 GameHdrRecord.
       02 GH-GameID PIC X(16).
       02 GH-Rest PIC X(39).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
WORKING-STORAGE SECTION.
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
   01 OtherGames PIC 9(6) VALUE 0.
*>    games conceded at the move prompt rather than played out
   01 Resignations PIC 9(6) VALUE 0.
*>    misere games, where the line's owner lost, are counted here and
*>    kept out of every other figure: a human "win" there is a
*>    different game's result, and a misere line is a losing line
   01 MisereGames PIC 9(6) VALUE 0.
   01 GH-Status PIC XX.
       88 GH-OK VALUE "00".
   01 HdrOpen PIC X VALUE "N".
   01 GameIsMisere PIC X.
   01 HumanPct PIC ZZ9.99.
   01 CompPct PIC ZZ9.99.
   01 TiePct PIC ZZ9.99.
        DISPLAY "WLTRPT: UNABLE TO OPEN GAMELOG, STATUS " GL-Status
        STOP RUN
    END-IF
*>    without the headers every game is taken as classic, as all of
*>    them were before misere was offered
    OPEN INPUT GAMEHDR
    IF GH-OK
        MOVE "Y" TO HdrOpen
    ELSE
        DISPLAY "WLTRPT: GAMEHDR UNAVAILABLE, STATUS " GH-Status
            " -- ALL GAMES TAKEN AS CLASSIC"
    END-IF
    PERFORM SkipProcessedRecords
    IF RestartedFull = "N"
        PERFORM ReadGameLog
        PERFORM TallyRecord UNTIL GL-EOF
        CLOSE GAMELOG
    END-IF
    IF HdrOpen = "Y"
        CLOSE GAMEHDR
    END-IF
    PERFORM PrintSummary
    PERFORM SaveBookmark
    STOP RUN.
                    MOVE BK-OtherGames TO OtherGames
                    MOVE BK-Resignations TO Resignations
                    MOVE BK-WinLineCounts TO WinLineCounts
                    IF BK-MisereGames NUMERIC
                        MOVE BK-MisereGames TO MisereGames
                    END-IF
            END-READ
            CLOSE WLTRBKM
        END-IF
            "(RELOAD OR ARCHIVE?) -- RESCANNING IN FULL"
        CLOSE GAMELOG
        MOVE 0 TO TotalGames GamesPlayed HumanWins CompWins Ties
            OtherGames Resignations RecordsDone MisereGames
        MOVE ZEROS TO WinLineCounts
        OPEN INPUT GAMELOG
        PERFORM ReadGameLog
            MOVE OtherGames TO BK-OtherGames
            MOVE Resignations TO BK-Resignations
            MOVE WinLineCounts TO BK-WinLineCounts
            MOVE MisereGames TO BK-MisereGames
            WRITE WltrBkmRecord
            CLOSE WLTRBKM
        ELSE
*>    can now play either symbol, which one counts as the human's win
*>    is decided from GL-HumanPlayer (0 for a two-human or self-play
*>    game, where there's no computer side to tally against)
*>    a game voided on dispute still counts toward the bookmark but
*>    toward none of the totals
    TallyRecord.
        ADD 1 TO RecordsDone
        ADD 1 TO NewThisRun
        IF GL-EndReason NOT = "V"
            PERFORM CheckGameRule
            IF GameIsMisere = "Y"
                ADD 1 TO MisereGames
            ELSE
                PERFORM TallyResult
            END-IF
        END-IF
        PERFORM ReadGameLog.

    CheckGameRule.
        MOVE "N" TO GameIsMisere
        IF HdrOpen = "Y"
            MOVE GL-GameID TO GH-GameID
            READ GAMEHDR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF GH-Rule = "M"
                        MOVE "Y" TO GameIsMisere
                    END-IF
            END-READ
        END-IF.

    TallyResult.
        ADD 1 TO TotalGames
        IF GL-EndReason = "R"
            ADD 1 TO Resignations
        END-IF
        IF GL-WinLine NOT = 0
            ADD 1 TO WinLineCount(GL-WinLine)
        END-IF.

    PrintSummary.
        DISPLAY " "
        DISPLAY "TIES ........... " Ties
        DISPLAY "OTHER GAMES (SELF-PLAY/TWO-PLAYER) " OtherGames
        DISPLAY "RESIGNATIONS ... " Resignations
        DISPLAY "MISERE GAMES (NOT IN THE FIGURES ABOVE) " MisereGames
        IF GamesPlayed = 0
            DISPLAY "NO HUMAN VS COMPUTER GAMES ON FILE"
        ELSE
