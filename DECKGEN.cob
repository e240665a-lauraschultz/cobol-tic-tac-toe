       02 GH-BoardSize PIC 9.
       02 GH-WinLength PIC 9.
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
*>    the deck being built: one square number per line, two digits,
*>    the form MAIN's ParseDeckMove reads on any board size
FD GAMEIN.
   01 GameMode PIC 9 VALUE 0.
   01 DeckLines PIC 99 VALUE 0.
   01 TurnOrderWord PIC X(6).
*>    the seed the engine chose between equal replies with; the rerun
*>    has to be given the same one or it may answer differently
   01 DeckSeed PIC 9(9) VALUE 0.

*>    one command from incident to repeatable test: given a GameID,
*>    the game's AUDITLOG trail (undo markers applied) becomes a
*>    GAMEEXP expectation for DECKCHK.  A vs-computer game's deck
*>    carries only the human side's moves -- the engine recomputes
*>    its own, which is exactly what a regression deck is for -- so
*>    the printed rerun settings (mode, rules, symbol, order,
*>    difficulty) must be answered the same way in the play step's
*>    SYSIN, and the game's seed given on its SEEDCARD
PROCEDURE DIVISION.
    DISPLAY "Build a deck from which game ID? " WITH NO ADVANCING
    ACCEPT TargetGameID
                NOT INVALID KEY
                    MOVE "Y" TO HdrFound
                    MOVE GH-GameMode TO GameMode
                    IF GH-Seed NUMERIC
                        MOVE GH-Seed TO DeckSeed
                    END-IF
                    IF GH-HumanPlayer = 1 OR GH-HumanPlayer = 2
                        MOVE GH-HumanPlayer TO HumanSide
                    END-IF
        ELSE
            DISPLAY "  MODE 2 (TWO PLAYER)"
        END-IF
        IF HdrFound = "Y" AND GH-Rule = "M"
            DISPLAY "  RULES M (MISERE)"
        ELSE
            DISPLAY "  RULES C (CLASSIC)"
        END-IF
        IF GL-BoardSize NUMERIC AND GL-BoardSize > 0
            DISPLAY "  BOARD SIZE " GL-BoardSize ", WIN LENGTH "
                GL-WinLength
        ELSE
            DISPLAY "  BOARD SIZE 3, WIN LENGTH 3"
        END-IF
        IF GameMode = 1 AND HdrFound = "Y"
            DISPLAY "AND GIVE THE PLAY STEP A SEEDCARD OF "
                DeckSeed
        END-IF.
