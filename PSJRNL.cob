FILE SECTION.
*>    append-only journal of every PLAYERSTATS movement, written as
*>    it happens: "O" records carry one game outcome to re-apply as
*>    an increment, "R" one a dispute took back, to re-apply as a
*>    decrement, "S" records carry the absolute counter image a
*>    maintenance action or season reset left behind, "D" records a
*>    deleted key.  ROLLFWD replays these against a restored backup
*>    to bring it to the moment of failure
