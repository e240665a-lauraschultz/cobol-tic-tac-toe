       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPUTE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DISPREG ASSIGN TO "DISPREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DR-Key
        FILE STATUS IS DR-Status.
    SELECT REGADMIN ASSIGN TO "REGADMIN"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AD-AdminID
        FILE STATUS IS AD-Status.
    SELECT GAMELOG ASSIGN TO "GAMELOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GL-Status.
    SELECT GAMELOGN ASSIGN TO "GAMELOGN"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GLN-Status.
    SELECT GAMEHDR ASSIGN TO "GAMEHDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GH-GameID
        FILE STATUS IS GH-Status.
    SELECT OUTCOMEQ ASSIGN TO "OUTCOMEQ"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OQ-Status.
    SELECT LEAGUEFX ASSIGN TO "LEAGUEFX"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LX-Key
        FILE STATUS IS LX-Status.
DATA DIVISION.
FILE SECTION.
*>    the dispute register: one record per dispute filed, kept for
*>    good with the decision on it.  A game upheld once can be
*>    disputed again, so the key carries a sequence within the game
FD DISPREG.
   01 DispRegRecord.
       02 DR-Key.
           03 DR-GameID PIC X(16).
           03 DR-Seq PIC 99.
*>    O = open, U = result upheld, V = game voided, T = overturned
       02 DR-Status-Fld PIC X.
       02 DR-FiledDate PIC 9(8).
       02 DR-FiledBy PIC X(10).
       02 DR-FiledReason PIC X(40).
       02 DR-DecidedDate PIC 9(8).
       02 DR-DecidedBy PIC X(10).
       02 DR-DecidedReason PIC X(40).
*>    the GL-Winner the game stood at when filed, and what it was
*>    left at by the decision
       02 DR-OldWinner PIC 9.
       02 DR-NewWinner PIC 9.
FD REGADMIN.
   01 RegAdminRecord.
       02 AD-AdminID PIC X(10).
       02 AD-GrantDate PIC 9(8).
FD GAMELOG.
   01 GameLogRecord.
       02 GL-FinalBoard PIC X(9).
       02 GL-Winner PIC 9.
       02 GL-NumMoves PIC 9(2).
       02 GL-Date PIC 9(8).
       02 GL-Time PIC 9(8).
       02 GL-GameID PIC X(16).
       02 GL-WinLine PIC 9.
       02 GL-HumanPlayer PIC 9.
       02 GL-BoardSize PIC 9.
       02 GL-WinLength PIC 9.
       02 GL-ExtBoard PIC X(16).
       02 GL-EndReason PIC X.
FD GAMELOGN.
   01 GameLogNewRecord PIC X(65).
FD GAMEHDR.
   01 GameHdrRecord.
       02 GH-GameID PIC X(16).
       02 GH-GameMode PIC 9.
       02 GH-Difficulty PIC 9.
       02 GH-Difficulty2 PIC 9.
       02 GH-HumanPlayer PIC 9.
       02 GH-TurnOrder PIC 9.
       02 GH-Player1ID PIC X(10).
       02 GH-Player2ID PIC X(10).
       02 GH-BoardSize PIC 9.
       02 GH-WinLength PIC 9.
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
FD OUTCOMEQ.
   01 OutcomeQRecord.
       02 OQ-Date PIC 9(8).
       02 OQ-Time PIC 9(8).
       02 OQ-Program PIC X(12).
       02 OQ-PlayerID PIC X(10).
       02 OQ-Outcome PIC X.
       02 OQ-GameID PIC X(16).
       02 OQ-Kind PIC X.
FD LEAGUEFX.
   01 LeagueFxRecord.
       02 LX-Key.
           03 LX-LeagueID PIC X(8).
           03 LX-FixtureNo PIC 9(3).
       02 LX-HomeID PIC X(10).
       02 LX-AwayID PIC X(10).
       02 LX-Status-Fld PIC X.
       02 LX-Winner PIC 9.
       02 LX-GameID PIC X(16).
       02 LX-Date PIC 9(8).
WORKING-STORAGE SECTION.
   01 DR-Status PIC XX.
       88 DR-OK VALUE "00".
       88 DR-EOF VALUE "10".
       88 DR-NotFound VALUE "35".
   01 AD-Status PIC XX.
       88 AD-OK VALUE "00".
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
       88 GL-EOF VALUE "10".
   01 GLN-Status PIC XX.
       88 GLN-OK VALUE "00".
       88 GLN-EOF VALUE "10".
   01 GH-Status PIC XX.
       88 GH-OK VALUE "00".
   01 OQ-Status PIC XX.
       88 OQ-OK VALUE "00".
       88 OQ-NotFound VALUE "35".
   01 LX-Status PIC XX.
       88 LX-OK VALUE "00".
       88 LX-EOF VALUE "10".
   01 RunFunc PIC X(8).
       88 FileFunc VALUE "FILE".
       88 UpholdFunc VALUE "UPHOLD".
       88 VoidFunc VALUE "VOID".
       88 OverturnFunc VALUE "OVERTURN".
       88 ListFunc VALUE "LIST".
   01 DisputeGameID PIC X(16).
   01 AdminID PIC X(10).
   01 DisputeReason PIC X(40).
   01 WinnerEntry PIC X.
   01 NewWinner PIC 9 VALUE 0.
   01 Today PIC 9(8).
*>    what the register already holds for the game
   01 LastSeq PIC 99 VALUE 0.
   01 OpenSeq PIC 99 VALUE 0.
   01 OpenFound PIC X VALUE "N".
   01 VoidFound PIC X VALUE "N".
   01 BrowseDone PIC X.
*>    the game as GAMELOG and GAMEHDR have it
   01 GameFound PIC X VALUE "N".
   01 CurWinner PIC 9.
   01 CurEndReason PIC X.
   01 HdrMode PIC 9.
   01 HdrHuman PIC 9.
   01 HdrPlayer1 PIC X(10).
   01 HdrPlayer2 PIC X(10).
   01 HdrOrigin PIC X(4).
   01 HdrRule PIC X.
*>    the outcome each named side was posted, mapped from a board
*>    winner exactly the way the game programs map it at game end
   01 MapWinner PIC 9.
   01 Side1Outcome PIC X.
   01 Side2Outcome PIC X.
   01 QueKind PIC X.
   01 RewriteFailed PIC X VALUE "N".
   01 RecordsChanged PIC 9(5) VALUE 0.
   01 QueuedCount PIC 9 VALUE 0.
   01 FixturesChanged PIC 9(3) VALUE 0.
   01 ListCount PIC 9(5) VALUE 0.
   01 OpenCount PIC 9(5) VALUE 0.
   01 ErrProgram PIC X(12) VALUE "DISPUTE".
   01 ErrFile PIC X(11) VALUE "OUTCOMEQ".
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.

*>    adjudication of a disputed result.  An administrator FILEs a
*>    dispute against a GameID -- an outage that broke a game, a
*>    forfeit a hung terminal caused, a game the fair-play screening
*>    found fixed -- and it is then decided one of three ways:
*>    UPHOLD leaves the result standing; VOID marks the game "V" on
*>    GAMELOG so the reports built on it leave it out; OVERTURN sets
*>    the GL-Winner given and marks the game "A" (adjudicated).
*>    Either change queues reversing records for the outcome each
*>    side was posted on OUTCOMEQ (and an overturn the new outcome
*>    beside them), so STATPOST takes PLAYERSTATS back through the
*>    journal like any other posting, and a posted LEAGUEFX fixture
*>    is reopened (void) or corrected (overturn).  Ratings and the
*>    win/loss summary are rebuilt by the FULL runs that follow in
*>    TTTDISP.  Imports and self-play games never posted anything
*>    here and can't be disputed.  LIST prints the register.  RC 4
*>    when a result changed, so the job knows to rebuild
PROCEDURE DIVISION.
    DISPLAY "Function (FILE/UPHOLD/VOID/OVERTURN/LIST): "
        WITH NO ADVANCING
    ACCEPT RunFunc
    MOVE FUNCTION UPPER-CASE(RunFunc) TO RunFunc
    IF NOT FileFunc AND NOT UpholdFunc AND NOT VoidFunc
        AND NOT OverturnFunc AND NOT ListFunc
        DISPLAY "DISPUTE: FUNCTION MUST BE FILE, UPHOLD, VOID, "
            "OVERTURN OR LIST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF ListFunc
        PERFORM ListRegister
        STOP RUN
    END-IF
    DISPLAY "Game ID: " WITH NO ADVANCING
    ACCEPT DisputeGameID
    IF DisputeGameID = SPACES
        DISPLAY "DISPUTE: A GAME ID IS REQUIRED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "Administrator ID: " WITH NO ADVANCING
    ACCEPT AdminID
    MOVE FUNCTION UPPER-CASE(AdminID) TO AdminID
    DISPLAY "Reason: " WITH NO ADVANCING
    ACCEPT DisputeReason
    IF DisputeReason = SPACES
        DISPLAY "DISPUTE: A REASON IS REQUIRED -- IT GOES ON THE "
            "REGISTER"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF OverturnFunc
        DISPLAY "New winner (0 = tie, 1 = player 1, 2 = player 2): "
            WITH NO ADVANCING
        ACCEPT WinnerEntry
        IF WinnerEntry NOT = "0" AND WinnerEntry NOT = "1"
            AND WinnerEntry NOT = "2"
            DISPLAY "DISPUTE: THE NEW WINNER MUST BE 0, 1 OR 2"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WinnerEntry TO NewWinner
    END-IF
    ACCEPT Today FROM DATE YYYYMMDD
    PERFORM CheckAdministrator
    PERFORM OpenRegister
    PERFORM FindDisputes
    EVALUATE TRUE
        WHEN FileFunc
            PERFORM DoFile
        WHEN UpholdFunc
            PERFORM DoUphold
        WHEN OTHER
            PERFORM DoReverse
    END-EVALUATE
    CLOSE DISPREG
    STOP RUN.

*>    filing and deciding are both administrator acts, on the same
*>    list TTTADM and PLAYENRL GRANT maintain
    CheckAdministrator.
        IF AdminID = SPACES
            DISPLAY "DISPUTE: AN ADMINISTRATOR ID IS REQUIRED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT REGADMIN
        IF NOT AD-OK
            DISPLAY "DISPUTE: UNABLE TO OPEN REGADMIN, STATUS "
                AD-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE AdminID TO AD-AdminID
        READ REGADMIN
            INVALID KEY
                DISPLAY "DISPUTE: " AdminID " IS NOT AN ADMINISTRATOR"
                CLOSE REGADMIN
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-READ
        CLOSE REGADMIN.

    OpenRegister.
        OPEN I-O DISPREG
        IF DR-NotFound
            OPEN OUTPUT DISPREG
            CLOSE DISPREG
            OPEN I-O DISPREG
        END-IF
        IF NOT DR-OK
            DISPLAY "DISPUTE: UNABLE TO OPEN DISPREG, STATUS "
                DR-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

*>    every dispute ever filed against the game, for the next
*>    sequence number, the one still open and any earlier void
    FindDisputes.
        MOVE DisputeGameID TO DR-GameID
        MOVE 0 TO DR-Seq
        MOVE "N" TO BrowseDone
        START DISPREG KEY IS NOT LESS THAN DR-Key
            INVALID KEY
                MOVE "Y" TO BrowseDone
        END-START
        PERFORM UNTIL BrowseDone = "Y"
            READ DISPREG NEXT RECORD
                AT END
                    MOVE "Y" TO BrowseDone
            END-READ
            IF BrowseDone = "N"
                IF DR-GameID NOT = DisputeGameID
                    MOVE "Y" TO BrowseDone
                ELSE
                    MOVE DR-Seq TO LastSeq
                    IF DR-Status-Fld = "O"
                        MOVE "Y" TO OpenFound
                        MOVE DR-Seq TO OpenSeq
                    END-IF
                    IF DR-Status-Fld = "V"
                        MOVE "Y" TO VoidFound
                    END-IF
                END-IF
            END-IF
        END-PERFORM.

    DoFile.
        IF OpenFound = "Y"
            DISPLAY "DISPUTE: " DisputeGameID " ALREADY HAS DISPUTE "
                OpenSeq " OPEN"
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM LocateGame
            PERFORM LoadHeader
            IF VoidFound = "Y" OR CurEndReason = "V"
                DISPLAY "DISPUTE: " DisputeGameID " IS ALREADY VOID"
                MOVE 8 TO RETURN-CODE
            ELSE
                IF LastSeq = 99
                    DISPLAY "DISPUTE: " DisputeGameID " HAS HAD 99 "
                        "DISPUTES -- NO MORE CAN BE FILED"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM WriteDispute
                END-IF
            END-IF
        END-IF.

    WriteDispute.
        MOVE DisputeGameID TO DR-GameID
        ADD 1 TO LastSeq GIVING DR-Seq
        MOVE "O" TO DR-Status-Fld
        MOVE Today TO DR-FiledDate
        MOVE AdminID TO DR-FiledBy
        MOVE DisputeReason TO DR-FiledReason
        MOVE 0 TO DR-DecidedDate
        MOVE SPACES TO DR-DecidedBy
        MOVE SPACES TO DR-DecidedReason
        MOVE CurWinner TO DR-OldWinner
        MOVE CurWinner TO DR-NewWinner
        WRITE DispRegRecord
        IF DR-OK
            DISPLAY "DISPUTE " DR-Seq " FILED AGAINST " DR-GameID
                " (WINNER STANDS AT " DR-OldWinner ")"
        ELSE
            DISPLAY "DISPUTE: REGISTER WRITE FAILED, STATUS "
                DR-Status
            MOVE 8 TO RETURN-CODE
        END-IF.

    DoUphold.
        PERFORM ReadOpenDispute
        MOVE "U" TO DR-Status-Fld
        MOVE DR-OldWinner TO DR-NewWinner
        PERFORM RecordDecision
        IF DR-OK
            DISPLAY "DISPUTE " DR-Seq " ON " DR-GameID
                " DECIDED: RESULT UPHELD"
        END-IF.

*>    GAMELOG is changed first and nothing else is touched unless
*>    that copy went back whole; the queue is opened before it so a
*>    queue that won't take the reversals stops the run while the
*>    game is still as it was
    DoReverse.
        PERFORM ReadOpenDispute
        PERFORM LocateGame
        PERFORM LoadHeader
        IF OverturnFunc AND NewWinner = CurWinner
            DISPLAY "DISPUTE: " DisputeGameID " ALREADY STANDS AT "
                "WINNER " CurWinner " -- UPHOLD IT INSTEAD"
            MOVE 8 TO RETURN-CODE
            CLOSE DISPREG
            STOP RUN
        END-IF
        OPEN EXTEND OUTCOMEQ
        IF OQ-NotFound
            OPEN OUTPUT OUTCOMEQ
        END-IF
        IF NOT OQ-OK
            DISPLAY "DISPUTE: OUTCOMEQ WILL NOT OPEN, STATUS "
                OQ-Status " -- NOTHING CHANGED"
            MOVE 8 TO RETURN-CODE
            CLOSE DISPREG
            STOP RUN
        END-IF
        PERFORM RewriteGameLog
        IF RewriteFailed = "Y"
            CLOSE OUTCOMEQ
            MOVE 8 TO RETURN-CODE
            CLOSE DISPREG
            STOP RUN
        END-IF
*>    a misere game never posted to PLAYERSTATS, so there is nothing
*>    there to take back or correct
        IF HdrRule NOT = "M"
            MOVE CurWinner TO MapWinner
            PERFORM MapOutcomes
            MOVE "R" TO QueKind
            PERFORM QueueBothSides
            IF OverturnFunc
                MOVE NewWinner TO MapWinner
                PERFORM MapOutcomes
                MOVE SPACE TO QueKind
                PERFORM QueueBothSides
            END-IF
        END-IF
        CLOSE OUTCOMEQ
        PERFORM CorrectFixture
        MOVE DisputeGameID TO DR-GameID
        MOVE OpenSeq TO DR-Seq
        READ DISPREG
            INVALID KEY
                DISPLAY "DISPUTE: DISPUTE " OpenSeq " HAS GONE FROM "
                    "THE REGISTER, STATUS " DR-Status
        END-READ
        IF VoidFunc
            MOVE "V" TO DR-Status-Fld
        ELSE
            MOVE "T" TO DR-Status-Fld
            MOVE NewWinner TO DR-NewWinner
        END-IF
        PERFORM RecordDecision
        DISPLAY " "
        DISPLAY "===== DISPUTE " DR-Seq " ON " DR-GameID " ====="
        IF VoidFunc
            DISPLAY "DECISION ............. GAME VOIDED"
        ELSE
            DISPLAY "DECISION ............. OVERTURNED TO WINNER "
                NewWinner
        END-IF
        DISPLAY "GAMELOG RECORDS ...... " RecordsChanged
        DISPLAY "OUTCOMES QUEUED ...... " QueuedCount
        DISPLAY "FIXTURES CORRECTED ... " FixturesChanged
        IF RETURN-CODE = 0
            MOVE 4 TO RETURN-CODE
        END-IF.

    ReadOpenDispute.
        IF OpenFound = "N"
            DISPLAY "DISPUTE: " DisputeGameID " HAS NO OPEN DISPUTE "
                "-- FILE ONE FIRST"
            MOVE 8 TO RETURN-CODE
            CLOSE DISPREG
            STOP RUN
        END-IF
        MOVE DisputeGameID TO DR-GameID
        MOVE OpenSeq TO DR-Seq
        READ DISPREG
            INVALID KEY
                DISPLAY "DISPUTE: DISPUTE " OpenSeq " WILL NOT READ, "
                    "STATUS " DR-Status
                MOVE 8 TO RETURN-CODE
                CLOSE DISPREG
                STOP RUN
        END-READ.

    RecordDecision.
        MOVE Today TO DR-DecidedDate
        MOVE AdminID TO DR-DecidedBy
        MOVE DisputeReason TO DR-DecidedReason
        REWRITE DispRegRecord
        IF NOT DR-OK
            DISPLAY "DISPUTE: REGISTER REWRITE FAILED, STATUS "
                DR-Status " -- RECORD THE DECISION BY HAND"
            MOVE 8 TO RETURN-CODE
        END-IF.

    LocateGame.
        MOVE "N" TO GameFound
        OPEN INPUT GAMELOG
        IF NOT GL-OK
            DISPLAY "DISPUTE: UNABLE TO OPEN GAMELOG, STATUS "
                GL-Status
            MOVE 8 TO RETURN-CODE
            CLOSE DISPREG
            STOP RUN
        END-IF
        PERFORM ReadGameLog
        PERFORM UNTIL GL-EOF
            IF GL-GameID = DisputeGameID
                MOVE "Y" TO GameFound
                MOVE GL-Winner TO CurWinner
                MOVE GL-EndReason TO CurEndReason
            END-IF
            PERFORM ReadGameLog
        END-PERFORM
        CLOSE GAMELOG
        IF GameFound = "N"
            DISPLAY "DISPUTE: " DisputeGameID " IS NOT ON THE LIVE "
                "GAMELOG"
            MOVE 8 TO RETURN-CODE
            CLOSE DISPREG
            STOP RUN
        END-IF.

    ReadGameLog.
        READ GAMELOG
            AT END SET GL-EOF TO TRUE
        END-READ.

*>    an import's result belongs to the site that played it, and a
*>    self-play game never posted to anyone's record
    LoadHeader.
        OPEN INPUT GAMEHDR
        IF NOT GH-OK
            DISPLAY "DISPUTE: UNABLE TO OPEN GAMEHDR, STATUS "
                GH-Status
            MOVE 8 TO RETURN-CODE
            CLOSE DISPREG
            STOP RUN
        END-IF
        MOVE DisputeGameID TO GH-GameID
        READ GAMEHDR
            INVALID KEY
                DISPLAY "DISPUTE: " DisputeGameID " HAS NO GAMEHDR "
                    "RECORD"
                MOVE 8 TO RETURN-CODE
                CLOSE GAMEHDR DISPREG
                STOP RUN
        END-READ
        MOVE GH-GameMode TO HdrMode
        MOVE GH-HumanPlayer TO HdrHuman
        MOVE GH-Player1ID TO HdrPlayer1
        MOVE GH-Player2ID TO HdrPlayer2
        MOVE GH-Origin TO HdrOrigin
        MOVE GH-Rule TO HdrRule
        CLOSE GAMEHDR
        IF HdrOrigin NOT = SPACES
            DISPLAY "DISPUTE: " DisputeGameID " WAS IMPORTED FROM "
                HdrOrigin " -- DISPUTE IT THERE"
            MOVE 8 TO RETURN-CODE
            CLOSE DISPREG
            STOP RUN
        END-IF
        IF HdrMode = 3
            DISPLAY "DISPUTE: " DisputeGameID " IS A SELF-PLAY GAME"
            MOVE 8 TO RETURN-CODE
            CLOSE DISPREG
            STOP RUN
        END-IF.

*>    the LOGARCH copy: the live file goes to GAMELOGN with the game
*>    changed, and back again only once the work copy is whole
    RewriteGameLog.
        MOVE 0 TO RecordsChanged
        OPEN INPUT GAMELOG
        OPEN OUTPUT GAMELOGN
        IF NOT GL-OK OR NOT GLN-OK
            DISPLAY "DISPUTE: GAMELOG COPY WILL NOT START -- LIVE "
                GL-Status ", WORK " GLN-Status
            IF GL-OK
                CLOSE GAMELOG
            END-IF
            IF GLN-OK
                CLOSE GAMELOGN
            END-IF
            MOVE "Y" TO RewriteFailed
        ELSE
            PERFORM ReadGameLog
            PERFORM CopyOneGame UNTIL GL-EOF
            CLOSE GAMELOG GAMELOGN
            IF RewriteFailed = "Y"
                DISPLAY "DISPUTE: GAMELOG WORK COPY FAILED -- LIVE "
                    "FILE LEFT UNTOUCHED"
            ELSE
                PERFORM CopyGameLogBack
            END-IF
        END-IF.

    CopyOneGame.
        IF GL-GameID = DisputeGameID
            ADD 1 TO RecordsChanged
            IF VoidFunc
                MOVE "V" TO GL-EndReason
            ELSE
                MOVE NewWinner TO GL-Winner
                MOVE 0 TO GL-WinLine
                MOVE "A" TO GL-EndReason
            END-IF
        END-IF
        MOVE GameLogRecord TO GameLogNewRecord
        WRITE GameLogNewRecord
        IF NOT GLN-OK
            MOVE "Y" TO RewriteFailed
        END-IF
        PERFORM ReadGameLog.

    CopyGameLogBack.
        OPEN INPUT GAMELOGN
        IF NOT GLN-OK
            DISPLAY "DISPUTE: GAMELOG WORK FILE WILL NOT REOPEN, "
                "STATUS " GLN-Status " -- LIVE FILE LEFT UNTOUCHED"
            MOVE "Y" TO RewriteFailed
        ELSE
            OPEN OUTPUT GAMELOG
            IF NOT GL-OK
                DISPLAY "DISPUTE: LIVE GAMELOG WILL NOT REOPEN, "
                    "STATUS " GL-Status
                CLOSE GAMELOGN
                MOVE "Y" TO RewriteFailed
            ELSE
                MOVE "00" TO GLN-Status
                PERFORM UNTIL GLN-Status NOT = "00"
                    READ GAMELOGN
                        AT END
                            CONTINUE
                        NOT AT END
                            MOVE GameLogNewRecord TO GameLogRecord
                            WRITE GameLogRecord
                            IF NOT GL-OK AND RewriteFailed = "N"
                                MOVE "Y" TO RewriteFailed
                                DISPLAY "DISPUTE: REWRITE OF LIVE "
                                    "GAMELOG FAILED, STATUS " GL-Status
                                    " -- THE FULL COPY IS ON GAMELOGN"
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GAMELOGN GAMELOG
            END-IF
        END-IF.

*>    the board-number winner mapped to the named players the way
*>    the posting paragraphs map it when the game ends (and PSAUDIT
*>    maps it to recount)
    MapOutcomes.
        EVALUATE TRUE
            WHEN MapWinner = 0
                MOVE "T" TO Side1Outcome
            WHEN HdrMode = 1 AND MapWinner = HdrHuman
                MOVE "W" TO Side1Outcome
            WHEN HdrMode = 1
                MOVE "L" TO Side1Outcome
            WHEN MapWinner = 1
                MOVE "W" TO Side1Outcome
            WHEN OTHER
                MOVE "L" TO Side1Outcome
        END-EVALUATE
        EVALUATE TRUE
            WHEN MapWinner = 0
                MOVE "T" TO Side2Outcome
            WHEN Side1Outcome = "W"
                MOVE "L" TO Side2Outcome
            WHEN OTHER
                MOVE "W" TO Side2Outcome
        END-EVALUATE.

    QueueBothSides.
        MOVE HdrPlayer1 TO OQ-PlayerID
        MOVE Side1Outcome TO OQ-Outcome
        PERFORM QueueOneSide
        MOVE HdrPlayer2 TO OQ-PlayerID
        MOVE Side2Outcome TO OQ-Outcome
        PERFORM QueueOneSide.

    QueueOneSide.
        ACCEPT OQ-Date FROM DATE YYYYMMDD
        ACCEPT OQ-Time FROM TIME
        MOVE ErrProgram TO OQ-Program
        MOVE DisputeGameID TO OQ-GameID
        MOVE QueKind TO OQ-Kind
        WRITE OutcomeQRecord
        IF OQ-OK
            ADD 1 TO QueuedCount
        ELSE
            DISPLAY "DISPUTE: OUTCOME FOR " OQ-PlayerID " NOT QUEUED, "
                "STATUS " OQ-Status " -- CORRECT IT WITH PSMAINT"
            MOVE "WRITE" TO ErrOperation
            MOVE OQ-Status TO ErrFileStatus
            CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                ErrFileStatus, DisputeGameID
            MOVE 8 TO RETURN-CODE
        END-IF.

*>    a voided fixture goes back to open so it can be replayed; an
*>    overturned one carries the new winner (home is player 1)
    CorrectFixture.
        OPEN I-O LEAGUEFX
        IF LX-OK
            PERFORM ReadFixture
            PERFORM UNTIL LX-EOF
                IF LX-GameID = DisputeGameID AND LX-Status-Fld = "P"
                    IF VoidFunc
                        MOVE "O" TO LX-Status-Fld
                        MOVE 0 TO LX-Winner
                        MOVE SPACES TO LX-GameID
                        MOVE 0 TO LX-Date
                    ELSE
                        MOVE NewWinner TO LX-Winner
                    END-IF
                    REWRITE LeagueFxRecord
                    IF LX-OK
                        ADD 1 TO FixturesChanged
                        DISPLAY "FIXTURE " LX-LeagueID " " LX-FixtureNo
                            " " LX-HomeID " V " LX-AwayID " NOW "
                            LX-Status-Fld " WINNER " LX-Winner
                    ELSE
                        DISPLAY "DISPUTE: FIXTURE " LX-LeagueID " "
                            LX-FixtureNo " NOT REWRITTEN, STATUS "
                            LX-Status
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF
                PERFORM ReadFixture
            END-PERFORM
            CLOSE LEAGUEFX
        END-IF.

    ReadFixture.
        READ LEAGUEFX NEXT RECORD
            AT END SET LX-EOF TO TRUE
        END-READ.

    ListRegister.
        OPEN INPUT DISPREG
        IF NOT DR-OK
            DISPLAY "DISPUTE: NO DISPUTE REGISTER ON FILE, STATUS "
                DR-Status
            STOP RUN
        END-IF
        DISPLAY " "
        DISPLAY "===== RESULT DISPUTE REGISTER ====="
        DISPLAY "GAME ID          SQ S FILED    BY         "
            "DECIDED  BY         WINNER"
        PERFORM ReadRegister
        PERFORM ListOneDispute UNTIL DR-EOF
        CLOSE DISPREG
        DISPLAY " "
        DISPLAY "DISPUTES ON FILE ..... " ListCount
        DISPLAY "STILL OPEN ........... " OpenCount.

    ReadRegister.
        READ DISPREG NEXT RECORD
            AT END SET DR-EOF TO TRUE
        END-READ.

    ListOneDispute.
        ADD 1 TO ListCount
        IF DR-Status-Fld = "O"
            ADD 1 TO OpenCount
        END-IF
        DISPLAY DR-GameID " " DR-Seq " " DR-Status-Fld " "
            DR-FiledDate " " DR-FiledBy " " DR-DecidedDate " "
            DR-DecidedBy " " DR-OldWinner "->" DR-NewWinner
        DISPLAY "    FILED:   " DR-FiledReason
        IF DR-Status-Fld NOT = "O"
            DISPLAY "    DECIDED: " DR-DecidedReason
        END-IF
        PERFORM ReadRegister.
