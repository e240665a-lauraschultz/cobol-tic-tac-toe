*>    the sending site's code on games loaded by GAMEIMPT, so
*>    reports can include or exclude foreign games
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
WORKING-STORAGE SECTION.
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
   01 LoserID PIC X(10).
   01 JoinedGames PIC 9(6) VALUE 0.
   01 UnmatchedGames PIC 9(6) VALUE 0.
   01 VoidedGames PIC 9(6) VALUE 0.
   01 DF-Label PIC X(6).

*>    joins GAMELOG outcomes to the GAMEHDR context records so the
            UNTIL HT-Idx > HdrCount OR HdrFound = "Y"
            IF HT-GameID(HT-Idx) = GL-GameID
                MOVE "Y" TO HdrFound
*>    a game voided on dispute is joined but tallied nowhere
                IF GL-EndReason = "V"
                    ADD 1 TO VoidedGames
                ELSE
                    ADD 1 TO JoinedGames
                    PERFORM TallyJoinedGame
                END-IF
            END-IF
        END-PERFORM
        IF HdrFound = "N"
        DISPLAY "===== OUTCOMES BY SETTINGS (GAMELOG X GAMEHDR) ====="
        DISPLAY "GAMES JOINED ....... " JoinedGames
        DISPLAY "GAMES WITHOUT HEADER " UnmatchedGames
        DISPLAY "GAMES VOIDED ....... " VoidedGames
        IF HdrOverflow > 0
            DISPLAY "WARNING: " HdrOverflow " HEADERS PAST TABLE "
                "LIMIT WERE SKIPPED"
