       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PARMGET.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SYSPARM ASSIGN TO "SYSPARM"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SP-Name
        FILE STATUS IS SP-Status.
DATA DIVISION.
FILE SECTION.
*>    the site's tunable settings, one record per parameter, kept by
*>    PARMADM: the value in force, the one it replaced, and when and
*>    by which administrator it was last set
FD SYSPARM.
   01 SysParmRecord.
       02 SP-Name PIC X(16).
       02 SP-Value PIC 9(9).
       02 SP-PrevValue PIC 9(9).
       02 SP-Desc PIC X(40).
       02 SP-ChgDate PIC 9(8).
       02 SP-ChgTime PIC 9(8).
       02 SP-ChgBy PIC X(10).
WORKING-STORAGE SECTION.
   01 SP-Status PIC XX.
       88 SP-OK VALUE "00".
       88 SP-NotFound VALUE "35".
       88 SP-NoRecord VALUE "23".
   01 ErrProgram PIC X(12) VALUE "PARMGET".
   01 ErrFile PIC X(11) VALUE "SYSPARM".
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 ErrGameID PIC X(16) VALUE SPACES.
LINKAGE SECTION.
*>    the parameter wanted, the program's own built-in value for it,
*>    and the range the program can work with
   01 ParmRequest.
       02 PQ-Name PIC X(16).
       02 PQ-Default PIC 9(9).
       02 PQ-Low PIC 9(9).
       02 PQ-High PIC 9(9).
   01 ParmValue PIC 9(9).
*>    F = the value on file, D = the built-in default (no such
*>    parameter, or no parameter file yet), R = the value on file is
*>    outside the program's range, so the default was used instead
   01 ParmSource PIC X.

*>    the one reader of the site parameter file for every program
*>    that has a tunable limit: the program names the parameter and
*>    hands in the value it would use anyway, so a site that never
*>    sets a parameter -- or never allocates the file -- runs exactly
*>    as shipped.  A file that won't open for any other reason is
*>    logged and the default used, since no run should stop for want
*>    of a setting
PROCEDURE DIVISION USING ParmRequest, ParmValue, ParmSource.
    MOVE PQ-Default TO ParmValue
    MOVE "D" TO ParmSource
    OPEN INPUT SYSPARM
    IF SP-OK
        MOVE PQ-Name TO SP-Name
        READ SYSPARM
            INVALID KEY CONTINUE
        END-READ
        EVALUATE TRUE
            WHEN SP-NoRecord
                CONTINUE
            WHEN NOT SP-OK
                MOVE "READ" TO ErrOperation
                PERFORM ReportFileError
            WHEN SP-Value < PQ-Low OR SP-Value > PQ-High
                MOVE "R" TO ParmSource
            WHEN OTHER
                MOVE SP-Value TO ParmValue
                MOVE "F" TO ParmSource
        END-EVALUATE
        CLOSE SYSPARM
    ELSE
        IF NOT SP-NotFound
            MOVE "OPEN" TO ErrOperation
            PERFORM ReportFileError
        END-IF
    END-IF
    GOBACK.

    ReportFileError.
        MOVE SP-Status TO ErrFileStatus
        CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
            ErrFileStatus, ErrGameID.
