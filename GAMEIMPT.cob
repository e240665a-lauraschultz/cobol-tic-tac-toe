    SELECT GAMEACK ASSIGN TO "GAMEACK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AK-Status.
    SELECT GAMEISSU ASSIGN TO "GAMEISSU"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GI-Status.
DATA DIVISION.
FILE SECTION.
FD GAMEIMP.
       02 GH-BoardSize PIC 9.
       02 GH-WinLength PIC 9.
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
FD AUDITLOG.
   01 AuditLogRecord.
       02 AL-Date PIC 9(8).
*>    so their reconciliation can flag what never arrived
FD GAMEACK.
   01 GameAckLine PIC X(30).
*>    the GameID issue ledger GAMEID keeps: a loaded foreign game is
*>    entered as kind I, so the day's balance accounts for it too
FD GAMEISSU.
   01 GameIssueRecord.
       02 GI-GameID PIC X(16).
       02 GI-Producer PIC X(8).
       02 GI-Date PIC 9(8).
       02 GI-Time PIC 9(8).
       02 GI-Kind PIC X.
WORKING-STORAGE SECTION.
   01 AK-Status PIC XX.
       88 AK-OK VALUE "00".
   01 GI-Status PIC XX.
       88 GI-OK VALUE "00".
       88 GI-NotFound VALUE "35".
   01 AckBroken PIC X VALUE "N".
   01 AckDate PIC 9(8).
*>    the manifest verification pass: what the file claims to
   01 IM-WinLen PIC 9.
   01 IM-Winner PIC 9.
   01 IM-Reason PIC X.
   01 IM-Rule PIC X.
   01 IM-Board.
       02 IM-Cell PIC 9 OCCURS 25 TIMES.
   01 IM-CellLimit PIC 99.
                IF Tok4(1:1) NUMERIC
                    MOVE Tok4(1:1) TO IM-Human
                END-IF
            WHEN "RULE"
                IF Tok2(1:1) = "M"
                    MOVE "M" TO IM-Rule
                END-IF
            WHEN "SIZE"
                IF Tok2(1:1) NUMERIC
                    MOVE Tok2(1:1) TO IM-Size
        MOVE 9 TO IM-CellLimit
        MOVE 0 TO IM-Winner
        MOVE SPACE TO IM-Reason
        MOVE SPACE TO IM-Rule
        MOVE ZEROS TO IM-Board
        MOVE 0 TO IM-MoveCount
        MOVE 0 TO PriorPlayer.
                CALL 'CHECKWINNER' USING IM-Board, IM-Size,
                    IM-WinLen, DeriveWinner
            END-IF
*>    under misere the line's owner lost
            IF IM-Rule = "M" AND DeriveWinner NOT = 0
                COMPUTE DeriveWinner = 3 - DeriveWinner
            END-IF
            EVALUATE TRUE
                WHEN DeriveWinner = IM-Winner
                    CONTINUE
*>    a resigned or timed-out game may claim a winner the board
*>    can't show, but never contradict one it does; a result the
*>    sending site adjudicated on dispute stands as decided
                WHEN (IM-Reason = "R" OR IM-Reason = "T")
                    AND DeriveWinner = 0
                    CONTINUE
                WHEN IM-Reason = "A"
                    CONTINUE
                WHEN OTHER
                    MOVE "Y" TO GameBad
                    DISPLAY "GAMEIMPT: " IM-GameID " CLAIMS WINNER "
        ELSE
            MOVE 0 TO GL-HumanPlayer
        END-IF
        IF IM-Reason = "R" OR IM-Reason = "T" OR IM-Reason = "A"
            MOVE IM-Reason TO GL-EndReason
            IF IM-Reason = "A"
                MOVE 0 TO GL-WinLine
            END-IF
        ELSE
            MOVE SPACE TO GL-EndReason
        END-IF
        MOVE IM-Size TO GH-BoardSize
        MOVE IM-WinLen TO GH-WinLength
        MOVE IM-Origin TO GH-Origin
        MOVE SPACES TO GH-Term1 GH-Term2
        MOVE IM-Rule TO GH-Rule
*>    the sending site's engine made its own choices; there is no
*>    seed here that would play the game over
        MOVE 0 TO GH-Seed
        OPEN I-O GAMEHDR
        IF GH-NotFound
            OPEN OUTPUT GAMEHDR
            MOVE 8 TO RETURN-CODE
        END-IF
        CLOSE GAMEHDR
        PERFORM LoadAuditTrail
        PERFORM RecordIssue.

    LoadAuditTrail.
        MOVE ZEROS TO RunBoard
        END-IF
        CLOSE AUDITLOG.

    RecordIssue.
        MOVE IM-GameID TO GI-GameID
        MOVE "GAMEIMPT" TO GI-Producer
        ACCEPT GI-Date FROM DATE YYYYMMDD
        ACCEPT GI-Time FROM TIME
        MOVE "I" TO GI-Kind
        OPEN EXTEND GAMEISSU
        IF GI-NotFound
            OPEN OUTPUT GAMEISSU
        END-IF
        IF GI-OK
            WRITE GameIssueRecord
            IF NOT GI-OK
                DISPLAY "GAMEIMPT: GAMEISSU WRITE FAILED, STATUS "
                    GI-Status
                MOVE 8 TO RETURN-CODE
            END-IF
            CLOSE GAMEISSU
        ELSE
            DISPLAY "GAMEIMPT: UNABLE TO OPEN GAMEISSU, STATUS "
                GI-Status
            MOVE 8 TO RETURN-CODE
        END-IF.

    LoadOneTurn.
        MOVE IM-MvPlayer(MV-Idx) TO RunCell(IM-MvPos(MV-Idx))
        MOVE IM-Date TO AL-Date
