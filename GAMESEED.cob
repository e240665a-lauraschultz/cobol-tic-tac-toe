       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GAMESEED.
DATA DIVISION.
WORKING-STORAGE SECTION.
   01 NowTime PIC 9(8).
   01 IdSerial PIC 9(8).
LINKAGE SECTION.
*>    the GameID just issued for the game; its serial half keeps two
*>    games started in the same hundredth of a second apart
   01 SeedGameID PIC X(16).
*>    never zero: zero is the seed that asks COMPUTERMOVE for the
*>    first best reply every time, kept for regression decks
   01 IssuedSeed PIC 9(9).

*>    hands out the random seed a game against the computer plays
*>    under: COMPUTERMOVE uses it to choose between replies the search
*>    scores equally, and the producer records it on the game's
*>    GAMEHDR so the game can be played over again move for move.
*>    The clock and the GameID's serial together are random enough
*>    for varying the computer's replies -- nobody is betting on them
PROCEDURE DIVISION USING SeedGameID, IssuedSeed.
    ACCEPT NowTime FROM TIME
    IF SeedGameID(9:8) NUMERIC
        MOVE SeedGameID(9:8) TO IdSerial
    ELSE
        MOVE 0 TO IdSerial
    END-IF
    COMPUTE IssuedSeed = FUNCTION MOD(IdSerial * 7919 + NowTime,
        999999999) + 1
    GOBACK.
