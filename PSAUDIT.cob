       02 GH-BoardSize PIC 9.
       02 GH-WinLength PIC 9.
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
FD PLAYERSTATS.
   01 PlayerStatsRecord.
       02 PS-PlayerID PIC X(10).
       02 OQ-PlayerID PIC X(10).
       02 OQ-Outcome PIC X.
       02 OQ-GameID PIC X(16).
*>    space for a game's outcome, "R" for a DISPUTE reversal of one
       02 OQ-Kind PIC X.
WORKING-STORAGE SECTION.
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
           03 HT-Player1ID PIC X(10).
           03 HT-Player2ID PIC X(10).
           03 HT-Origin PIC X(4).
           03 HT-Rule PIC X.
   01 HdrCount PIC 9(5) VALUE 0.
   01 HdrOverflow PIC 9(5) VALUE 0.
   01 HT-Idx PIC 9(5).
   01 GamesCounted PIC 9(6) VALUE 0.
   01 ImportsSkipped PIC 9(6) VALUE 0.
   01 SelfPlaySkipped PIC 9(6) VALUE 0.
   01 VoidedSkipped PIC 9(6) VALUE 0.
   01 MisereSkipped PIC 9(6) VALUE 0.
   01 NoHeaderSkipped PIC 9(6) VALUE 0.
   01 BeforeCutoff PIC 9(6) VALUE 0.
   01 DriftCount PIC 9(4) VALUE 0.
            MOVE GH-Player1ID TO HT-Player1ID(HdrCount)
            MOVE GH-Player2ID TO HT-Player2ID(HdrCount)
            MOVE GH-Origin TO HT-Origin(HdrCount)
            MOVE GH-Rule TO HT-Rule(HdrCount)
        ELSE
            ADD 1 TO HdrOverflow
        END-IF
                        ADD 1 TO ImportsSkipped
                    WHEN HT-GameMode(HT-Idx) = 3
                        ADD 1 TO SelfPlaySkipped
*>    a voided game's outcomes were reversed off both records
                    WHEN GL-EndReason = "V"
                        ADD 1 TO VoidedSkipped
*>    misere games never post to PLAYERSTATS
                    WHEN HT-Rule(HT-Idx) = "M"
                        ADD 1 TO MisereSkipped
                    WHEN OTHER
                        ADD 1 TO GamesCounted
                        PERFORM TallyBothSides
        DISPLAY "BEFORE THE CUTOFF ..... " BeforeCutoff
        DISPLAY "IMPORTS SKIPPED ....... " ImportsSkipped
        DISPLAY "SELF-PLAY SKIPPED ..... " SelfPlaySkipped
        DISPLAY "VOIDED SKIPPED ........ " VoidedSkipped
        DISPLAY "MISERE SKIPPED ........ " MisereSkipped
        DISPLAY "NO HEADER (SKIPPED) ... " NoHeaderSkipped
        DISPLAY "PLAYERS IN AGREEMENT .. " MatchCount
        DISPLAY "EXPLAINED DIFFERENCES . " ExplainedCount
