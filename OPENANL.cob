            AT END SET GL-EOF TO TRUE
        END-READ.

*>    a game voided on dispute has no result to judge an opening by
    CollectGamelog.
        IF GamelogCount < 5000 AND GL-EndReason NOT = "V"
            ADD 1 TO GamelogCount
            MOVE GL-GameID TO LG-GameID(GamelogCount)
            MOVE GL-Winner TO LG-Winner(GamelogCount)
