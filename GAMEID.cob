        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SQ-Key
        FILE STATUS IS SQ-Status.
    SELECT GAMEISSU ASSIGN TO "GAMEISSU"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GI-Status.
DATA DIVISION.
FILE SECTION.
*>    the one persistent sequence every game producer draws from:
       02 SQ-Key PIC X(4).
       02 SQ-Date PIC 9(8).
       02 SQ-Serial PIC 9(8).
*>    one record per ID handed out, naming the program that asked
*>    for it, so IDBAL can balance the day's serials by producer.
*>    GAMEIMPT adds its loaded foreign IDs here too (kind I)
FD GAMEISSU.
   01 GameIssueRecord.
       02 GI-GameID PIC X(16).
       02 GI-Producer PIC X(8).
       02 GI-Date PIC 9(8).
       02 GI-Time PIC 9(8).
*>    S = drawn from GAMESEQ, T = the time-based fallback ID,
*>    I = a foreign ID loaded by GAMEIMPT
       02 GI-Kind PIC X.
WORKING-STORAGE SECTION.
   01 SQ-Status PIC XX.
       88 SQ-OK VALUE "00".
       88 SQ-NotFound VALUE "35".
   01 GI-Status PIC XX.
       88 GI-OK VALUE "00".
       88 GI-NotFound VALUE "35".
   01 SeqKey PIC X(4) VALUE "GSEQ".
   01 TodayDate PIC 9(8).
   01 NowTime PIC 9(8).
   01 ErrFile PIC X(11) VALUE "GAMESEQ".
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 IssueKind PIC X.
LINKAGE SECTION.
   01 IssuedGameID PIC X(16).
*>    the calling program's name: MAIN, SELFPLAY, TOURNMGR, TTTCICS
   01 IssuerName PIC X(8).

*>    issues the GameID everything downstream keys on: the date in
*>    the first eight characters (CKPTUTIL ages checkpoints off
*>    GAMELOG and AUDITLOG.  If the sequence file is unreachable
*>    the old date-and-time ID is issued instead and the failure
*>    reported through LOGERROR: a probably-unique ID beats no
*>    game at all, and the degradation is no longer silent.  Every
*>    ID issued either way is recorded in GAMEISSU
PROCEDURE DIVISION USING IssuedGameID, IssuerName.
    ACCEPT TodayDate FROM DATE YYYYMMDD
    MOVE "S" TO IssueKind
    OPEN I-O GAMESEQ
    IF SQ-NotFound
        OPEN OUTPUT GAMESEQ
        END-IF
        CLOSE GAMESEQ
    END-IF
    PERFORM RecordIssue
    GOBACK.

*>    the pre-sequence ID: date plus time to hundredths, unique
*>    enough to keep playing on while the sequence file gets fixed
    ReportAndFallBack.
        MOVE "T" TO IssueKind
        MOVE "GAMESEQ" TO ErrFile
        ACCEPT NowTime FROM TIME
        MOVE SPACES TO IssuedGameID
        STRING TodayDate NowTime DELIMITED BY SIZE
            INTO IssuedGameID
        CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
            ErrFileStatus, IssuedGameID.

*>    a ledger that won't take the record is reported like any other
*>    file failure; the game still goes ahead with its ID
    RecordIssue.
        MOVE IssuedGameID TO GI-GameID
        MOVE IssuerName TO GI-Producer
        MOVE TodayDate TO GI-Date
        ACCEPT GI-Time FROM TIME
        MOVE IssueKind TO GI-Kind
        OPEN EXTEND GAMEISSU
        IF GI-NotFound
            OPEN OUTPUT GAMEISSU
        END-IF
        IF NOT GI-OK
            MOVE "GAMEISSU" TO ErrFile
            MOVE "OPEN" TO ErrOperation
            MOVE GI-Status TO ErrFileStatus
            CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                ErrFileStatus, IssuedGameID
        ELSE
            WRITE GameIssueRecord
            IF NOT GI-OK
                MOVE "GAMEISSU" TO ErrFile
                MOVE "WRITE" TO ErrOperation
                MOVE GI-Status TO ErrFileStatus
                CALL 'LOGERROR' USING ErrProgram, ErrFile,
                    ErrOperation, ErrFileStatus, IssuedGameID
            END-IF
            CLOSE GAMEISSU
        END-IF.
