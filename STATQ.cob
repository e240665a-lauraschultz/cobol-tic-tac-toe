       02 OQ-PlayerID PIC X(10).
       02 OQ-Outcome PIC X.
       02 OQ-GameID PIC X(16).
*>    space for a game's outcome, "R" for a DISPUTE reversal of one
       02 OQ-Kind PIC X.
WORKING-STORAGE SECTION.
   01 OQ-Status PIC XX.
       88 OQ-OK VALUE "00".
    MOVE QuePlayerID TO OQ-PlayerID
    MOVE QueOutcome TO OQ-Outcome
    MOVE QueGameID TO OQ-GameID
    MOVE SPACE TO OQ-Kind
    OPEN EXTEND OUTCOMEQ
    IF OQ-NotFound
        OPEN OUTPUT OUTCOMEQ
