       02 GH-BoardSize PIC 9.
       02 GH-WinLength PIC 9.
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
WORKING-STORAGE SECTION.
   01 AL-Status PIC XX.
       88 AL-OK VALUE "00".
   01 NodeValue PIC S9.
   01 SearchPos PIC 9.
   01 BestPos PIC 9.
*>    the engines also hand back every reply tying for the best; the
*>    review only ever names the one the search settled on first
   01 BestSet PIC X(9).
   01 BeforeVal PIC S99.
   01 AfterVal PIC S99.
   01 Mover PIC 9.
   01 CellIdx PIC 99.
   01 TerminalVal PIC X.
   01 NoTrace PIC X VALUE "N".
*>    the rules the game was played to, off its GAMEHDR record: "M"
*>    is misere, where the line's owner lost, and the search and the
*>    scoring of a finished position both follow it
   01 GameRule PIC X VALUE SPACE.
   01 NoArchive PIC X VALUE "N".
   01 GameDecided PIC X VALUE "N".
   01 PauseAnswer PIC X.
                    MOVE GH-Player1ID TO HdrPlayer1
                    MOVE GH-Player2ID TO HdrPlayer2
                    MOVE GH-Difficulty TO HdrDifficulty
                    MOVE GH-Rule TO GameRule
                    IF GH-HumanPlayer = 1 OR GH-HumanPlayer = 2
                        MOVE GH-HumanPlayer TO HumanSide
                    END-IF
        IF HdrFound = "Y"
            DISPLAY "PLAYERS: " HdrPlayer1 " VS " HdrPlayer2
                "  DIFFICULTY " HdrDifficulty
            IF GameRule = "M"
                DISPLAY "RULES: MISERE -- COMPLETING A LINE LOSES"
            END-IF
        END-IF
        IF GamelogFound = "Y"
            EVALUATE LoggedWinner
*>    actually made
    JudgeThisMove.
        MOVE Board TO ScratchBoard
        CALL 'ITERGETNODE' USING ScratchBoard, BestPos, Mover,
            GameRule, BestSet
        MOVE Board TO ScratchBoard
        MOVE Mover TO EvalSide
        PERFORM EvaluatePosition

    EvaluatePosition.
        CALL 'COMPUTEWINNER' USING ScratchBoard, Winner, NWinLine
        IF (Winner = 1 OR Winner = 2) AND GameRule = "M"
            COMPUTE Winner = 3 - Winner
        END-IF
        MOVE 0 TO MarkCount
        PERFORM CountMark VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > 9
        MOVE "N" TO TerminalVal
            MOVE 0 TO Depth
            CALL 'GETNODE' USING
                ScratchBoard, Depth, NodeValue, EvalSide, SearchPos,
                MaxDepth, Mover, NoTrace, GameRule, BestSet
        END-IF.

    CountMark.
