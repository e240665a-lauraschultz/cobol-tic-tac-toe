*>    started sharing the file read back with a space here, which
*>    means the classic 3x3 board
       02 TL-BoardSize PIC X.
*>    the depth GRIDMOVE's search actually finished and the positions
*>    it evaluated; blank on COMPUTERMOVE's records and on older ones
       02 TL-DepthReached PIC 99.
       02 TL-Positions PIC 9(9).
WORKING-STORAGE SECTION.
   01 TL-Status PIC XX.
       88 TL-OK VALUE "00".
       88 TL-EOF VALUE "10".
*>    one accumulator row per board size (3x3/4x4/5x5) and MaxDepth
*>    value 1-9: the same depth number means a different difficulty
*>    on each board (GRIDMOVE's old Hard was depth 4 on 4x4 and 3 on
*>    5x5, COMPUTERMOVE's Medium is 3), so the sizes must be kept apart
*>    or the per-difficulty averages mix boards.  Tallying the full
*>    depth range means a future depth setting shows up in the
*>    report instead of vanishing
               04 DS-Min PIC 9(8).
               04 DS-Max PIC 9(8).
               04 DS-NegCount PIC 9(7).
*>    depth reached and positions evaluated, over the records that
*>    carry them
               04 DS-SearchCount PIC 9(7).
               04 DS-ReachedSum PIC 9(9).
               04 DS-PositionSum PIC 9(15).
   01 SZ-Idx PIC 9.
   01 SZ-Used PIC X.
   01 DS-Idx PIC 99.
   01 AvgTime PIC ZZZZZZ9.99.
   01 MinTime PIC ZZZZZZZ9.
   01 MaxTime PIC ZZZZZZZ9.
   01 AvgReached PIC Z9.9.
   01 AvgPositions PIC ZZZZZZZZ9.

*>    summarizes the THINKLOG records COMPUTERMOVE's and GRIDMOVE's
*>    LogThinkTime paragraphs write: average/min/max elapsed search
        MOVE 0 TO DS-Sum(SZ-Idx, DS-Idx)
        MOVE 99999999 TO DS-Min(SZ-Idx, DS-Idx)
        MOVE 0 TO DS-Max(SZ-Idx, DS-Idx)
        MOVE 0 TO DS-NegCount(SZ-Idx, DS-Idx)
        MOVE 0 TO DS-SearchCount(SZ-Idx, DS-Idx)
        MOVE 0 TO DS-ReachedSum(SZ-Idx, DS-Idx)
        MOVE 0 TO DS-PositionSum(SZ-Idx, DS-Idx).

    ReadThinkLog.
        READ THINKLOG
                ADD 1 TO TrendCount
                ADD TL-ElapsedTime TO TrendSum
            END-IF
            IF TL-DepthReached NUMERIC AND TL-Positions NUMERIC
                ADD 1 TO DS-SearchCount(SZ-Idx, DS-Idx)
                ADD TL-DepthReached TO DS-ReachedSum(SZ-Idx, DS-Idx)
                ADD TL-Positions TO DS-PositionSum(SZ-Idx, DS-Idx)
            END-IF
        END-IF
        PERFORM ReadThinkLog.

*>    MaxDepth is how the searchers encode the difficulty, but the
*>    mapping differs by board: COMPUTERMOVE caps Easy at 1, Medium
*>    at 3 and Hard at the full 9 plies on the 3x3, while GRIDMOVE
*>    runs Easy 1, Medium 2 and Hard deepening against the clock up
*>    to 9 -- so each board size gets its own section and its own
*>    difficulty labels.  GRIDMOVE's Hard used to be a fixed depth 4
*>    (4x4) or 3 (5x5), and older records still print under those.  Where
*>    the records say how deep the search got and how many positions
*>    it evaluated, a second line gives the averages
    PrintDepthSummary.
        DISPLAY " "
        DISPLAY "===== THINK TIME BY BOARD AND SEARCH DEPTH "
                    MOVE "9 HARD" TO DS-Label
                WHEN SZ-Idx > 1 AND DS-Idx = 2
                    MOVE "2 MEDIUM" TO DS-Label
                WHEN SZ-Idx > 1 AND DS-Idx = 9
                    MOVE "9 HARD" TO DS-Label
                WHEN SZ-Idx = 2 AND DS-Idx = 4
                    MOVE "4 HARD" TO DS-Label
                WHEN SZ-Idx = 3 AND DS-Idx = 3
                DISPLAY DS-Label "  " DS-Count(SZ-Idx, DS-Idx)
                    "  (NEGATIVE-ONLY, SEE BELOW)"
            END-IF
            IF DS-SearchCount(SZ-Idx, DS-Idx) > 0
                COMPUTE AvgReached = DS-ReachedSum(SZ-Idx, DS-Idx)
                    / DS-SearchCount(SZ-Idx, DS-Idx)
                COMPUTE AvgPositions = DS-PositionSum(SZ-Idx, DS-Idx)
                    / DS-SearchCount(SZ-Idx, DS-Idx)
                DISPLAY "         AVG DEPTH REACHED " AvgReached
                    "  AVG POSITIONS EVALUATED " AvgPositions
            END-IF
            IF DS-NegCount(SZ-Idx, DS-Idx) > 0
                DISPLAY "         (PLUS " DS-NegCount(SZ-Idx, DS-Idx)
                    " NEGATIVE ELAPSED TIMES DISCOUNTED)"
