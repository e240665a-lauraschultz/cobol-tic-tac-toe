        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PS-PlayerID
        FILE STATUS IS PS-Status.
    SELECT PLAYERREG ASSIGN TO "PLAYERREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS PR-Status.
DATA DIVISION.
FILE SECTION.
FD PLAYERSTATS.
       02 PS-Wins PIC 9(5).
       02 PS-Losses PIC 9(5).
       02 PS-Ties PIC 9(5).
*>    consulted only to leave retired IDs (PLAYLIFE) off the list;
*>    a site with no register lists everyone, as it always has
FD PLAYERREG.
   01 PlayerRegRecord.
       02 PR-PlayerID PIC X(10).
       02 PR-PIN PIC X(4).
       02 PR-Active PIC X.
       02 PR-BadTries PIC 9.
       02 PR-LastSeen PIC 9(8).
       02 PR-PinSalt PIC X(8).
       02 PR-PinHash PIC X(18).
WORKING-STORAGE SECTION.
   01 PS-Status PIC XX.
       88 PS-OK VALUE "00".
       88 PS-EOF VALUE "10".
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
   01 RegAvail PIC X VALUE "N".
   01 RetiredSkipped PIC 9(4) VALUE 0.
*>    the whole file is small (one record per player ever seen) so it
*>    is loaded into this table and ranked in storage; 500 players is
*>    far beyond anything the office ladder will reach, and overflow
*>    maintains: win percentage, games played and W/L/T per player,
*>    best percentage first, with a configurable minimum-games
*>    qualifier (read from SYSIN; blank defaults to 5) and the
*>    COMPUTER record broken out separately as the house benchmark.
*>    Retired players keep their PLAYERSTATS row but are left off
PROCEDURE DIVISION.
    DISPLAY "Minimum games to qualify (blank for 5): "
        WITH NO ADVANCING
        DISPLAY "LEADRPT: UNABLE TO OPEN PLAYERSTATS, STATUS " PS-Status
        STOP RUN
    END-IF
    OPEN INPUT PLAYERREG
    IF PR-OK
        MOVE "Y" TO RegAvail
    END-IF
    PERFORM ReadPlayerStats
    PERFORM LoadPlayer UNTIL PS-EOF
    CLOSE PLAYERSTATS
    IF RegAvail = "Y"
        CLOSE PLAYERREG
    END-IF
    PERFORM SortPlayers
    PERFORM PrintLeaderboard
    STOP RUN.
                MOVE 0 TO CE-Pct
            END-IF
        ELSE
            MOVE PS-PlayerID TO PR-PlayerID
            PERFORM CheckRetired
            EVALUATE TRUE
                WHEN PR-Active = "R"
                    ADD 1 TO RetiredSkipped
                WHEN PlayerCount < 500
                    ADD 1 TO PlayerCount
                    MOVE PS-PlayerID TO PT-PlayerID(PlayerCount)
                    MOVE PS-Games TO PT-Games(PlayerCount)
                    MOVE PS-Wins TO PT-Wins(PlayerCount)
                    MOVE PS-Losses TO PT-Losses(PlayerCount)
                    MOVE PS-Ties TO PT-Ties(PlayerCount)
                    IF PS-Games > 0
                        COMPUTE PT-Pct(PlayerCount) =
                            PS-Wins * 100 / PS-Games
                    ELSE
                        MOVE 0 TO PT-Pct(PlayerCount)
                    END-IF
                WHEN OTHER
                    MOVE "Y" TO Overflowed
            END-EVALUATE
        END-IF
        PERFORM ReadPlayerStats.

        ELSE
            DISPLAY "(NO COMPUTER RECORD ON FILE)"
        END-IF
        IF RetiredSkipped > 0
            DISPLAY " "
            DISPLAY "(" RetiredSkipped " RETIRED PLAYERS NOT LISTED)"
        END-IF
        IF Overflowed = "Y"
            DISPLAY " "
            DISPLAY "WARNING: MORE THAN 500 PLAYERS ON FILE, "
                "%  " PT-Games(LD-Idx) "  " PT-Wins(LD-Idx)
                "  " PT-Losses(LD-Idx) "  " PT-Ties(LD-Idx)
        END-IF.

*>    sets PR-Active to "R" only for an ID the register says is
*>    retired; anything else (including no register) lists the ID
    CheckRetired.
        MOVE SPACE TO PR-Active
        IF RegAvail = "Y"
            READ PLAYERREG
                INVALID KEY
                    MOVE SPACE TO PR-Active
            END-READ
        END-IF.
