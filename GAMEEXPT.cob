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
            AT END SET GL-EOF TO TRUE
        END-READ.

*>    a game voided on dispute counts nowhere, so it isn't sent for
*>    another site to count either
    ConsiderGame.
        IF GL-EndReason NOT = "V"
            AND ((WantGameID NOT = SPACES AND GL-GameID = WantGameID)
            OR (WantGameID = SPACES
                AND GL-Date >= FromDate AND GL-Date <= ToDate))
            PERFORM ExportOneGame
        END-IF
        PERFORM ReadGameLog.
        WRITE GameXpfLine
        MOVE SPACES TO GameXpfLine
*>    the end-reason letter travels as itself ("R" resignation,
*>    "T" move-clock forfeit, "A" adjudicated on dispute), "-" for
*>    a played-out result
        IF GL-EndReason NOT = SPACE
            STRING "RESULT " GL-Winner " " GL-EndReason
                DELIMITED BY SIZE INTO GameXpfLine
        MOVE SPACES TO GameXpfLine
        STRING "CTX " GH-GameMode " " GH-Difficulty " "
            GH-HumanPlayer DELIMITED BY SIZE INTO GameXpfLine
        WRITE GameXpfLine
*>    only a misere game carries the line, so a receiving site that
*>    predates the rule still reads every classic game unchanged
        IF GH-Rule = "M"
            MOVE "RULE M" TO GameXpfLine
            WRITE GameXpfLine
        END-IF.

*>    AUDITLOG interleaves sessions, so the whole file is read and
*>    only this game's records (already in played order relative to
