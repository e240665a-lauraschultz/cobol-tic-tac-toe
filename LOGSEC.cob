       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOGSEC.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECLOG ASSIGN TO "SECLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SE-Status.
DATA DIVISION.
FILE SECTION.
*>    one record per sign-on event, kept for good: unlike the
*>    PR-BadTries counter it isn't cleared when the ID is unlocked
FD SECLOG.
   01 SecLogRecord.
       02 SE-Date PIC 9(8).
       02 SE-Time PIC 9(8).
       02 SE-PlayerID PIC X(10).
*>    S = signed on, F = wrong PIN, K = the wrong PIN that locked the
*>    ID, X = tried an ID already locked, I = tried an inactive ID,
*>    R = lockout reset by an administrator, C = PIN changed
       02 SE-Event PIC X.
       02 SE-Program PIC X(8).
*>    the 3270 terminal for an online sign-on, spaces for batch
       02 SE-TermID PIC X(4).
WORKING-STORAGE SECTION.
   01 SE-Status PIC XX.
       88 SE-OK VALUE "00".
       88 SE-NotFound VALUE "35".
   01 ErrProgram PIC X(12) VALUE "LOGSEC".
   01 ErrFile PIC X(11) VALUE "SECLOG".
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 ErrGameID PIC X(16) VALUE SPACES.
LINKAGE SECTION.
   01 SecPlayerID PIC X(10).
   01 SecEvent PIC X.
   01 SecSource.
       02 SS-Program PIC X(8).
       02 SS-TermID PIC X(4).

*>    common sink for sign-on security events, the way LOGERROR is
*>    for file failures: CHECKREG reports every PIN check, lockout,
*>    reset and PIN change through here, and PLAYENRL its desk-side
*>    resets and PIN changes.  A log that won't take the record goes
*>    through LOGERROR; the sign-on itself carries on regardless
PROCEDURE DIVISION USING SecPlayerID, SecEvent, SecSource.
    ACCEPT SE-Date FROM DATE YYYYMMDD
    ACCEPT SE-Time FROM TIME
    MOVE SecPlayerID TO SE-PlayerID
    MOVE SecEvent TO SE-Event
    MOVE SS-Program TO SE-Program
    IF SE-Program = SPACES
        MOVE "CHECKREG" TO SE-Program
    END-IF
    MOVE SS-TermID TO SE-TermID
    OPEN EXTEND SECLOG
    IF SE-NotFound
        OPEN OUTPUT SECLOG
    END-IF
    IF NOT SE-OK
        MOVE "OPEN" TO ErrOperation
        MOVE SE-Status TO ErrFileStatus
        CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
            ErrFileStatus, ErrGameID
    ELSE
        WRITE SecLogRecord
        IF NOT SE-OK
            MOVE "WRITE" TO ErrOperation
            MOVE SE-Status TO ErrFileStatus
            CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                ErrFileStatus, ErrGameID
        END-IF
        CLOSE SECLOG
    END-IF
    GOBACK.
