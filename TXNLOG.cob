       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TXNLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TXNSTATS ASSIGN TO "TXNSTATS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS TS-Status.
DATA DIVISION.
FILE SECTION.
*>    one record per TTT1 task, as TXNRPT reads them
FD TXNSTATS.
   01 TxnStatRecord.
       02 TS-Date PIC 9(8).
       02 TS-Time PIC 9(6).
       02 TS-TermID PIC X(4).
       02 TS-Phase PIC 9.
       02 TS-Elapsed PIC 9(7).
       02 TS-LockWait PIC X.
WORKING-STORAGE SECTION.
   01 TS-Status PIC XX.
       88 TS-OK VALUE "00".
       88 TS-NotFound VALUE "35".
   01 ErrProgram PIC X(12) VALUE "TXNLOG".
   01 ErrFile PIC X(11) VALUE "TXNSTATS".
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 ErrGameID PIC X(16) VALUE SPACES.
LINKAGE SECTION.
*>    when the task began (date, HHMMSS), its terminal, the phase it
*>    came in on, its elapsed milliseconds, and Y when it waited on a
*>    MATCHBRD record lock
   01 StatRequest.
       02 SR-Date PIC 9(8).
       02 SR-Time PIC 9(6).
       02 SR-TermID PIC X(4).
       02 SR-Phase PIC 9.
       02 SR-Elapsed PIC 9(7).
       02 SR-LockWait PIC X.

*>    appends TTT1's statistics record for one task to TXNSTATS for
*>    the daily response-time report.  A record that can't be written
*>    is logged and dropped: no player's screen should wait on, or
*>    fail for, the statistics
PROCEDURE DIVISION USING StatRequest.
    MOVE StatRequest TO TxnStatRecord
    OPEN EXTEND TXNSTATS
    IF TS-NotFound
        OPEN OUTPUT TXNSTATS
    END-IF
    IF TS-OK
        WRITE TxnStatRecord
        IF NOT TS-OK
            MOVE "WRITE" TO ErrOperation
            PERFORM ReportFileError
        END-IF
        CLOSE TXNSTATS
    ELSE
        MOVE "OPEN" TO ErrOperation
        PERFORM ReportFileError
    END-IF
    GOBACK.

    ReportFileError.
        MOVE TS-Status TO ErrFileStatus
        CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
            ErrFileStatus, ErrGameID.
