        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RT-PlayerID
        FILE STATUS IS RT-Status.
    SELECT PLAYERREG ASSIGN TO "PLAYERREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS PR-Status.
DATA DIVISION.
FILE SECTION.
FD RATINGS.
       02 RT-LastChange PIC S9(3).
       02 RT-GamesRated PIC 9(5).
       02 RT-LastDate PIC 9(8).
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
   01 RT-Status PIC XX.
       88 RT-OK VALUE "00".
       88 RT-EOF VALUE "10".
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
   01 RegAvail PIC X VALUE "N".
   01 RetiredSkipped PIC 9(4) VALUE 0.
*>    the whole file is one record per rated player, so it is loaded
*>    and ranked in storage the way LEADRPT ranks the ladder
   01 RatingTable.
*>    every rated player best rating first, with their peak and how
*>    the last rated game moved them -- the argument-settling view
*>    raw win counts on LEADRPT never gave, since a rating weighs
*>    WHO was beaten, not how many Easy-mode games were farmed.
*>    Retired players keep their rating but are left off the ladder
PROCEDURE DIVISION.
    OPEN INPUT RATINGS
    IF NOT RT-OK
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT PLAYERREG
    IF PR-OK
        MOVE "Y" TO RegAvail
    END-IF
    PERFORM ReadRating
    PERFORM LoadRating UNTIL RT-EOF
    CLOSE RATINGS
    IF RegAvail = "Y"
        CLOSE PLAYERREG
    END-IF
    IF RatedCount = 0
        DISPLAY "RATINGRPT: NO RATED PLAYERS ON FILE"
        MOVE 4 TO RETURN-CODE
        END-READ.

    LoadRating.
        MOVE RT-PlayerID TO PR-PlayerID
        PERFORM CheckRetired
        EVALUATE TRUE
            WHEN PR-Active = "R"
                ADD 1 TO RetiredSkipped
            WHEN RatedCount < 500
                ADD 1 TO RatedCount
                MOVE RT-PlayerID TO RE-PlayerID(RatedCount)
                MOVE RT-Rating TO RE-Rating(RatedCount)
                MOVE RT-Peak TO RE-Peak(RatedCount)
                MOVE RT-LastChange TO RE-LastChange(RatedCount)
                MOVE RT-GamesRated TO RE-GamesRated(RatedCount)
                MOVE RT-LastDate TO RE-LastDate(RatedCount)
            WHEN OTHER
                MOVE "Y" TO Overflowed
        END-EVALUATE
        PERFORM ReadRating.

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

*>    straight exchange sort, highest rating first with peak as the
*>    tiebreaker, the same shape LEADRPT and LGSTAND use
    SortRatings.
        MOVE 0 TO Rank
        PERFORM PrintRatingLine VARYING RE-Idx FROM 1 BY 1
            UNTIL RE-Idx > RatedCount
        IF RetiredSkipped > 0
            DISPLAY " "
            DISPLAY "(" RetiredSkipped " RETIRED PLAYERS NOT LISTED)"
        END-IF
        IF Overflowed = "Y"
            DISPLAY " "
            DISPLAY "WARNING: MORE THAN 500 RATED PLAYERS, "
