       02 GH-BoardSize PIC 9.
       02 GH-WinLength PIC 9.
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
*>    one strength record per rated player: the current rating, the
*>    highest it has ever stood, how the last rated game moved it,
*>    and when -- everything the ratings report shows
           03 HT-Player1ID PIC X(10).
           03 HT-Player2ID PIC X(10).
           03 HT-Origin PIC X(4).
           03 HT-Rule PIC X.
   01 HdrCount PIC 9(5) VALUE 0.
   01 HdrOverflow PIC 9(5) VALUE 0.
   01 HT-Idx PIC 9(5).
   01 NewThisRun PIC 9(7) VALUE 0.
   01 SkippedSelfPlay PIC 9(7) VALUE 0.
   01 SkippedImports PIC 9(7) VALUE 0.
   01 SkippedVoided PIC 9(7) VALUE 0.
   01 SkippedMisere PIC 9(7) VALUE 0.
   01 SkippedNoHeader PIC 9(7) VALUE 0.
   01 RestartedFull PIC X VALUE "N".
   01 RatingsOpen PIC X VALUE "N".
   01 WorkID PIC X(10).
*>    K-factor of 32, the usual club setting: big enough that a
*>    month of games moves a rating, small enough that one upset
*>    doesn't rewrite the ladder; a site can set its own as parameter
*>    RATING-K-FACTOR
   01 KFactor PIC 99 VALUE 32.
   01 ParmRequest.
       02 PQ-Name PIC X(16).
       02 PQ-Default PIC 9(9).
       02 PQ-Low PIC 9(9).
       02 PQ-High PIC 9(9).
   01 ParmValue PIC 9(9).
   01 ParmSource PIC X.

*>    posts an Elo-style strength rating for every completed game on
*>    GAMELOG, joined to GAMEHDR for who played: two-player games
*>    move both players' ratings, vs-computer games rate the human
*>    against a fixed strength per difficulty rung, and self-play
*>    games and GAMEIMPT imports are skipped -- the same games that
*>    never post to PLAYERSTATS -- as are games voided on dispute.
*>    Run mode off SYSIN: blank resumes from the bookmark and rates
*>    only the games added since the last run, FULL rebuilds every
*>    rating from record one (run it against an empty RATINGS
*>    dataset after any reload, or after a dispute changed a result)
PROCEDURE DIVISION.
    ACCEPT RunMode
    MOVE FUNCTION UPPER-CASE(RunMode) TO RunMode
    PERFORM ReadKFactor
    IF NOT FullRun
        PERFORM LoadBookmark
    END-IF
            MOVE GH-Player1ID TO HT-Player1ID(HdrCount)
            MOVE GH-Player2ID TO HT-Player2ID(HdrCount)
            MOVE GH-Origin TO HT-Origin(HdrCount)
            MOVE GH-Rule TO HT-Rule(HdrCount)
        ELSE
            ADD 1 TO HdrOverflow
        END-IF
                    ADD 1 TO SkippedSelfPlay
                WHEN HT-Origin(HT-Idx) NOT = SPACES
                    ADD 1 TO SkippedImports
                WHEN GL-EndReason = "V"
                    ADD 1 TO SkippedVoided
*>    ratings measure the classic game; a misere result says nothing
*>    about it
                WHEN HT-Rule(HT-Idx) = "M"
                    ADD 1 TO SkippedMisere
                WHEN HT-GameMode(HT-Idx) = 1
                    PERFORM RateVsComputer
                WHEN OTHER
            END-IF
        END-IF.

*>    a rebuild or resumed run rates with the K-factor in force now
    ReadKFactor.
        MOVE "RATING-K-FACTOR" TO PQ-Name
        MOVE KFactor TO PQ-Default
        MOVE 1 TO PQ-Low
        MOVE 99 TO PQ-High
        CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
        MOVE ParmValue TO KFactor
        IF ParmSource = "R"
            DISPLAY "RATINGUPD: RATING-K-FACTOR ON FILE IS OUTSIDE 1-99,"
                " USING " KFactor
        END-IF.

    PrintSummary.
        DISPLAY " "
        DISPLAY "===== RATING UPDATE SUMMARY ====="
        DISPLAY "GAMES RATED (LIFETIME) " GamesRated
        DISPLAY "SELF-PLAY SKIPPED .... " SkippedSelfPlay
        DISPLAY "IMPORTS SKIPPED ...... " SkippedImports
        DISPLAY "VOIDED SKIPPED ....... " SkippedVoided
        DISPLAY "MISERE SKIPPED ....... " SkippedMisere
        DISPLAY "NO HEADER ON FILE .... " SkippedNoHeader
        DISPLAY "K-FACTOR USED ........ " KFactor
        IF HdrOverflow > 0
            DISPLAY "WARNING: " HdrOverflow " HEADERS PAST TABLE "
                "LIMIT WERE SKIPPED"
